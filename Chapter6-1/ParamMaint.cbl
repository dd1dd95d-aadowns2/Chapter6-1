       Identification Division.
           Program-ID. ParamMaint.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Run parameter desk - the parameter files
      *                   that carry the suite's business rules
      *                   (LateChargeParams, WriteOffParams,
      *                   RefundParams, CreditReviewParams,
      *                   RejectAgeParams, RetentionPolicy) are
      *                   kept here instead of in a text editor.
      *                   A level-9 operator with the run
      *                   parameter grant ('S') through SignOn
      *                   sees every setting with its meaning and
      *                   allowed range, changes one at a time
      *                   with the range checked and the change
      *                   confirmed, and the file is rewritten on
      *                   the spot.  Every change lands on
      *                   ParamAudit with the before and after
      *                   values for AuditInquiry.  LIST on the
      *                   command line prints every current
      *                   setting to ParamListing for the
      *                   auditors without a sign-on; a file not
      *                   yet on disk shows the program defaults
      *                   its reader runs with.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select LateParams assign to "LateChargeParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select WOParams assign to "WriteOffParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RefParams assign to "RefundParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CRParams assign to "CreditReviewParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select AgeParams assign to "RejectAgeParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Policy assign to "RetentionPolicy"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ParamAud assign to "ParamAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ParamRpt assign to "ParamListing"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  LateParams
               Record Contains 8 Characters.
               01  Late_Param_Record.
                   05  LC_Rate                     PIC 9(1)V9(4).
                   05  LC_Grace_Months             PIC 9(3).

           FD  WOParams
               Record Contains 12 Characters.
               01  WO_Param_Record.
                   05  WO_Threshold                PIC 9(7)V9(2).
                   05  WO_Age_Months               PIC 9(3).

           FD  RefParams
               Record Contains 24 Characters.
               01  Refund_Param_Record.
                   05  RF_Age_Months               PIC 9(3).
                   05  RF_Approval_Limit           PIC 9(7)V9(2).
                   05  RF_Bank_Account             PIC X(12).

           FD  CRParams
               Record Contains 28 Characters.
               01  CR_Param_Record.
                   05  CRP_Balance_Limit           PIC 9(8)V9(2).
                   05  CRP_Inactive_Months         PIC 9(3).
                   05  CRP_Returns_Count           PIC 9(5).
                   05  CRP_Returns_Amount          PIC 9(8)V9(2).

           FD  AgeParams
               Record Contains 3 Characters.
               01  Age_Param_Record.
                   05  RA_Age_Days                 PIC 9(3).

           FD  Policy
               Record Contains 9 Characters.
               01  Policy_Record.
                   05  RP_Archive_Months           PIC 9(3).
                   05  RP_Log_Months               PIC 9(3).
                   05  RP_Privacy_Months           PIC 9(3).

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

      * Param_Audit_Record - one row per change, the values as
      * they showed on the desk before and after.
           FD  ParamAud
               Record Contains 92 Characters.
               01  Param_Audit_Record.
                   05  PM_Date                     PIC 9(8).
                   05  PM_Time                     PIC 9(6).
                   05  PM_Operator                 PIC X(8).
                   05  PM_File                     PIC X(20).
                   05  PM_Field                    PIC X(20).
                   05  PM_Before                   PIC X(15).
                   05  PM_After                    PIC X(15).

           FD  ParamRpt
               Record Contains 132 Characters.
               01  Param_Buffer                    PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Command_Line                 PIC X(80).
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Password                     PIC X(8).
               01  WS_SignOn_Status                PIC 9(2).
               01  WS_Choice                       PIC X(1).
               01  WS_Confirm                      PIC X(1).
               01  WS_Param_No                     PIC 9(2).
               01  WS_New_Value                    PIC S9(8)V9(6).
               01  WS_Scaled_Value                 PIC S9(12)V9(6).
               01  WS_Scaled_Whole                 PIC S9(12).
               01  WS_New_Text                     PIC X(12).
               01  WS_Before_Text                  PIC X(15).
               01  WS_After_Text                   PIC X(15).
               01  WS_Value_Text                   PIC X(15).
               01  WS_Min_Text                     PIC X(15).
               01  WS_Max_Text                     PIC X(15).
               01  WS_Edit_Value                   PIC S9(8)V9(4).
               01  WS_Edit_0                       PIC Z(7)9.
               01  WS_Edit_2                       PIC Z(7)9.99.
               01  WS_Edit_4                       PIC Z(7)9.9999.
               01  WS_Change_Count                 PIC 9(4) value zero.
               01  Operator_EOF_Sw                 PIC X(1).
                   88  No_More_Operators             value 'Y'.
                   88  More_Operator_Records         value 'N'.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               01  Exit_Sw                         PIC X(1) value 'N'.
                   88  Exit_Requested                value 'Y'.
               01  Value_Ok_Sw                     PIC X(1).
                   88  Value_Ok                      value 'Y'.
                   88  Value_Refused                 value 'N'.

      * Param_Catalogue - one entry per setting: the file and the
      * field that carry it, what it means, N numeric or A text,
      * the decimal places the field holds, the allowed range and
      * the default the reading program runs with when the file
      * is absent.  Ranges are eight digits and four decimals.
               01  Param_Count                     PIC 9(2) value 15.
               01  Param_Catalogue_Values.
                   05  PIC X(20) value 'LateChargeParams'.
                   05  PIC X(20) value 'LC_Rate'.
                   05  PIC X(40) value
                       'Late charge rate per month past due'.
                   05  PIC X(2)  value 'N4'.
                   05  PIC X(12) value '000000000000'.
                   05  PIC X(12) value '000000001000'.
                   05  PIC X(12) value '000000000150'.
                   05  PIC X(20) value 'LateChargeParams'.
                   05  PIC X(20) value 'LC_Grace_Months'.
                   05  PIC X(40) value
                       'Months past due before a late charge'.
                   05  PIC X(2)  value 'N0'.
                   05  PIC X(12) value '000000000000'.
                   05  PIC X(12) value '000000120000'.
                   05  PIC X(12) value '000000010000'.
                   05  PIC X(20) value 'WriteOffParams'.
                   05  PIC X(20) value 'WO_Threshold'.
                   05  PIC X(40) value
                       'Largest balance written off'.
                   05  PIC X(2)  value 'N2'.
                   05  PIC X(12) value '000000000000'.
                   05  PIC X(12) value '000010000000'.
                   05  PIC X(12) value '000000050000'.
                   05  PIC X(20) value 'WriteOffParams'.
                   05  PIC X(20) value 'WO_Age_Months'.
                   05  PIC X(40) value
                       'Months idle before a write-off'.
                   05  PIC X(2)  value 'N0'.
                   05  PIC X(12) value '000000010000'.
                   05  PIC X(12) value '000000600000'.
                   05  PIC X(12) value '000000030000'.
                   05  PIC X(20) value 'RefundParams'.
                   05  PIC X(20) value 'RF_Age_Months'.
                   05  PIC X(40) value
                       'Months a credit waits before a refund'.
                   05  PIC X(2)  value 'N0'.
                   05  PIC X(12) value '000000010000'.
                   05  PIC X(12) value '000000600000'.
                   05  PIC X(12) value '000000060000'.
                   05  PIC X(20) value 'RefundParams'.
                   05  PIC X(20) value 'RF_Approval_Limit'.
                   05  PIC X(40) value
                       'Refund above this needs approval'.
                   05  PIC X(2)  value 'N2'.
                   05  PIC X(12) value '000000000000'.
                   05  PIC X(12) value '001000000000'.
                   05  PIC X(12) value '000010000000'.
                   05  PIC X(20) value 'RefundParams'.
                   05  PIC X(20) value 'RF_Bank_Account'.
                   05  PIC X(40) value
                       'Bank account the refund checks draw on'.
                   05  PIC X(2)  value 'A0'.
                   05  PIC X(12) value '000000000000'.
                   05  PIC X(12) value '000000000000'.
                   05  PIC X(12) value '000000000000'.
                   05  PIC X(20) value 'CreditReviewParams'.
                   05  PIC X(20) value 'CRP_Balance_Limit'.
                   05  PIC X(40) value
                       'Balance that puts an account on review'.
                   05  PIC X(2)  value 'N2'.
                   05  PIC X(12) value '000000010000'.
                   05  PIC X(12) value '999999999999'.
                   05  PIC X(12) value '000050000000'.
                   05  PIC X(20) value 'CreditReviewParams'.
                   05  PIC X(20) value 'CRP_Inactive_Months'.
                   05  PIC X(40) value
                       'Months inactive before a credit review'.
                   05  PIC X(2)  value 'N0'.
                   05  PIC X(12) value '000000010000'.
                   05  PIC X(12) value '000000360000'.
                   05  PIC X(12) value '000000020000'.
                   05  PIC X(20) value 'CreditReviewParams'.
                   05  PIC X(20) value 'CRP_Returns_Count'.
                   05  PIC X(40) value
                       'Returned items that trigger a review'.
                   05  PIC X(2)  value 'N0'.
                   05  PIC X(12) value '000000010000'.
                   05  PIC X(12) value '000009990000'.
                   05  PIC X(12) value '000000100000'.
                   05  PIC X(20) value 'CreditReviewParams'.
                   05  PIC X(20) value 'CRP_Returns_Amount'.
                   05  PIC X(40) value
                       'Returned value that triggers a review'.
                   05  PIC X(2)  value 'N2'.
                   05  PIC X(12) value '000000010000'.
                   05  PIC X(12) value '999999999999'.
                   05  PIC X(12) value '000020000000'.
                   05  PIC X(20) value 'RejectAgeParams'.
                   05  PIC X(20) value 'RA_Age_Days'.
                   05  PIC X(40) value
                       'Days on the queue before reject alerts'.
                   05  PIC X(2)  value 'N0'.
                   05  PIC X(12) value '000000010000'.
                   05  PIC X(12) value '000003650000'.
                   05  PIC X(12) value '000000140000'.
                   05  PIC X(20) value 'RetentionPolicy'.
                   05  PIC X(20) value 'RP_Archive_Months'.
                   05  PIC X(40) value
                       'Months of daily archives kept dated'.
                   05  PIC X(2)  value 'N0'.
                   05  PIC X(12) value '000000010000'.
                   05  PIC X(12) value '000001200000'.
                   05  PIC X(12) value '000000120000'.
                   05  PIC X(20) value 'RetentionPolicy'.
                   05  PIC X(20) value 'RP_Log_Months'.
                   05  PIC X(40) value
                       'Months of run and audit logs kept'.
                   05  PIC X(2)  value 'N0'.
                   05  PIC X(12) value '000000010000'.
                   05  PIC X(12) value '000001200000'.
                   05  PIC X(12) value '000000240000'.
                   05  PIC X(20) value 'RetentionPolicy'.
                   05  PIC X(20) value 'RP_Privacy_Months'.
                   05  PIC X(40) value
                       'Months idle before personal data erased'.
                   05  PIC X(2)  value 'N0'.
                   05  PIC X(12) value '000000120000'.
                   05  PIC X(12) value '000002400000'.
                   05  PIC X(12) value '000000840000'.
               01  Param_Catalogue REDEFINES Param_Catalogue_Values.
                   05  Param_Entry OCCURS 15 TIMES.
                       10  PC_File                 PIC X(20).
                       10  PC_Field                PIC X(20).
                       10  PC_Meaning              PIC X(40).
                       10  PC_Type                 PIC X(1).
                       10  PC_Decimals             PIC 9(1).
                       10  PC_Min                  PIC 9(8)V9(4).
                       10  PC_Max                  PIC 9(8)V9(4).
                       10  PC_Default              PIC 9(8)V9(4).
               01  WS_Param_Idx                    PIC 9(2).

      * Param_Values - the settings as loaded and as changed, in
      * catalogue order; the one text setting (the refund bank
      * account) is held on its own.
               01  Param_Values.
                   05  PV_Value OCCURS 15 TIMES    PIC S9(8)V9(4).
               01  WS_Bank_Account                 PIC X(12)
                       value spaces.

               01  ParamHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(27)
                       value 'Run Parameter Settings for '.
                   05  Param_Head_Date         PIC X(10).
               01  ParamColumns.
                   05              PIC X(4)    value 'No.'.
                   05              PIC X(20)   value 'File'.
                   05              PIC X(20)   value 'Field'.
                   05              PIC X(14)   value ' Current value'.
                   05              PIC X(30)
                       value '        Allowed range'.
                   05              PIC X(40)   value 'Meaning'.
               01  ParamDetail.
                   05  Param_No                PIC Z9.
                   05              PIC X(2)    value spaces.
                   05  Param_File              PIC X(20).
                   05  Param_Field             PIC X(20).
                   05              PIC X(1)    value spaces.
                   05  Param_Value             PIC X(13).
                   05              PIC X(2)    value spaces.
                   05  Param_Min               PIC X(13).
                   05              PIC X(1)    value '-'.
                   05  Param_Max               PIC X(13).
                   05              PIC X(1)    value spaces.
                   05  Param_Meaning           PIC X(40).

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               PERFORM 1500-Load-Parameters
               IF WS_Command_Line (1:4) EQUAL 'LIST'
                   PERFORM 6000-Print-Listing
                   DISPLAY "ParamMaint: settings listed to "
                       "ParamListing."
                   STOP RUN
               END-IF
               DISPLAY "Run Parameter Maintenance"
               DISPLAY "Operator id: " WITH NO ADVANCING
               ACCEPT WS_Operator_Id
               PERFORM 1000-Check-Sign-On
               IF SignOn_Rejected
                   DISPLAY "Not authorized for run parameters."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1200-Check-Credential
               OPEN EXTEND ParamAud
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT ParamAud
               END-IF
               PERFORM 2000-Show-Menu UNTIL Exit_Requested
               CLOSE ParamAud
               DISPLAY "ParamMaint: " WS_Change_Count
                   " settings changed."
               STOP RUN.

      * 1000-Check-Sign-On - the settings move money, so only a
      * level-9 operator is let in, as for approvals.
           1000-Check-Sign-On.
               OPEN INPUT OperMast
                   CALL "Validations" USING File_Status
                       BY CONTENT "OperatorMaster" "OPEN INPUT"
               SET More_Operator_Records TO TRUE
               PERFORM 1100-Check-One-Operator
                   UNTIL No_More_Operators OR SignOn_Accepted
               CLOSE OperMast.

           1100-Check-One-Operator.
               READ OperMast
                   AT END SET No_More_Operators TO TRUE
               END-READ
               IF NOT No_More_Operators
                   IF OP_Operator_Id EQUAL WS_Operator_Id AND
                       OP_Auth_Level EQUAL 9
                       SET SignOn_Accepted TO TRUE
                       DISPLAY "Welcome " OP_Name
                   END-IF
               END-IF.

      * 1200-Check-Credential - the run parameter grant ('S')
      * through the shared SignOn gate.
           1200-Check-Credential.
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS_Password
               CALL "SignOn" USING WS_SignOn_Status
                   WS_Operator_Id WS_Password BY CONTENT 'S'
               IF WS_SignOn_Status NOT EQUAL ZERO
                   DISPLAY "Sign-on refused - see CustSecurityLog."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * 1500-Load-Parameters - every setting starts at its
      * reader's default and is replaced from the file when the
      * file is there.
           1500-Load-Parameters.
               PERFORM 1510-Default-One-Parameter
                   VARYING WS_Param_Idx FROM 1 BY 1
                   UNTIL WS_Param_Idx > Param_Count
               MOVE SPACES TO WS_Bank_Account
               OPEN INPUT LateParams
               IF File_Status EQUAL '00'
                   READ LateParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE LC_Rate TO PV_Value (1)
                           MOVE LC_Grace_Months TO PV_Value (2)
                   END-READ
                   CLOSE LateParams
               END-IF
               OPEN INPUT WOParams
               IF File_Status EQUAL '00'
                   READ WOParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE WO_Threshold TO PV_Value (3)
                           MOVE WO_Age_Months TO PV_Value (4)
                   END-READ
                   CLOSE WOParams
               END-IF
               OPEN INPUT RefParams
               IF File_Status EQUAL '00'
                   READ RefParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE RF_Age_Months TO PV_Value (5)
                           MOVE RF_Approval_Limit TO PV_Value (6)
                           MOVE RF_Bank_Account TO WS_Bank_Account
                   END-READ
                   CLOSE RefParams
               END-IF
               OPEN INPUT CRParams
               IF File_Status EQUAL '00'
                   READ CRParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE CRP_Balance_Limit TO PV_Value (8)
                           MOVE CRP_Inactive_Months TO PV_Value (9)
                           MOVE CRP_Returns_Count TO PV_Value (10)
                           MOVE CRP_Returns_Amount TO PV_Value (11)
                   END-READ
                   CLOSE CRParams
               END-IF
               OPEN INPUT AgeParams
               IF File_Status EQUAL '00'
                   READ AgeParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE RA_Age_Days TO PV_Value (12)
                   END-READ
                   CLOSE AgeParams
               END-IF
               OPEN INPUT Policy
               IF File_Status EQUAL '00'
                   READ Policy
                       AT END CONTINUE
                       NOT AT END
                           MOVE RP_Archive_Months TO PV_Value (13)
                           MOVE RP_Log_Months TO PV_Value (14)
                           MOVE RP_Privacy_Months TO PV_Value (15)
                   END-READ
                   CLOSE Policy
               END-IF.

           1510-Default-One-Parameter.
               MOVE PC_Default (WS_Param_Idx)
                   TO PV_Value (WS_Param_Idx).

           2000-Show-Menu.
               DISPLAY " "
               DISPLAY "S. Show all settings"
               DISPLAY "C. Change a setting"
               DISPLAY "P. Print the settings listing"
               DISPLAY "X. Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS_Choice
               EVALUATE WS_Choice
                   WHEN 'S'
                       PERFORM 2100-Show-One-Parameter
                           VARYING WS_Param_Idx FROM 1 BY 1
                           UNTIL WS_Param_Idx > Param_Count
                   WHEN 'C'
                       PERFORM 3000-Change-Parameter
                   WHEN 'P'
                       PERFORM 6000-Print-Listing
                       DISPLAY "Settings listed to ParamListing."
                   WHEN 'X'
                       SET Exit_Requested TO TRUE
                   WHEN OTHER
                       DISPLAY "Unknown choice."
               END-EVALUATE.

           2100-Show-One-Parameter.
               PERFORM 5000-Format-Parameter
               DISPLAY WS_Param_Idx ". " PC_File (WS_Param_Idx)
                   PC_Field (WS_Param_Idx) WS_Value_Text
               DISPLAY "    " PC_Meaning (WS_Param_Idx)
               IF PC_Type (WS_Param_Idx) EQUAL 'N'
                   DISPLAY "    allowed " WS_Min_Text " to "
                       WS_Max_Text
               END-IF.

      * 3000-Change-Parameter - the new value must fall in the
      * setting's range and fit its decimal places; the operator
      * confirms before the file is rewritten and the change is
      * logged.
           3000-Change-Parameter.
               DISPLAY "Setting number (1-15): " WITH NO ADVANCING
               ACCEPT WS_Param_No
               IF WS_Param_No < 1 OR WS_Param_No > Param_Count
                   DISPLAY "No such setting."
               ELSE
                   MOVE WS_Param_No TO WS_Param_Idx
                   PERFORM 2100-Show-One-Parameter
                   MOVE WS_Value_Text TO WS_Before_Text
                   SET Value_Ok TO TRUE
                   IF PC_Type (WS_Param_Idx) EQUAL 'A'
                       PERFORM 3100-Accept-Text-Value
                   ELSE
                       PERFORM 3200-Accept-Numeric-Value
                   END-IF
                   IF Value_Ok
                       PERFORM 3300-Confirm-Change
                   END-IF
               END-IF.

           3100-Accept-Text-Value.
               DISPLAY "New value: " WITH NO ADVANCING
               ACCEPT WS_New_Text
               IF WS_New_Text EQUAL SPACES
                   DISPLAY "A blank value is not allowed."
                   SET Value_Refused TO TRUE
               ELSE
                   MOVE WS_New_Text TO WS_After_Text
               END-IF.

           3200-Accept-Numeric-Value.
               DISPLAY "New value: " WITH NO ADVANCING
               ACCEPT WS_New_Value
               EVALUATE PC_Decimals (WS_Param_Idx)
                   WHEN 0
                       MOVE WS_New_Value TO WS_Scaled_Value
                   WHEN 2
                       COMPUTE WS_Scaled_Value = WS_New_Value * 100
                   WHEN OTHER
                       COMPUTE WS_Scaled_Value = WS_New_Value * 10000
               END-EVALUATE
               MOVE WS_Scaled_Value TO WS_Scaled_Whole
               EVALUATE TRUE
                   WHEN WS_New_Value < ZERO
                       DISPLAY "A negative value is not allowed."
                       SET Value_Refused TO TRUE
                   WHEN WS_New_Value < PC_Min (WS_Param_Idx) OR
                       WS_New_Value > PC_Max (WS_Param_Idx)
                       DISPLAY "Outside the allowed range."
                       SET Value_Refused TO TRUE
                   WHEN WS_Scaled_Value NOT EQUAL WS_Scaled_Whole
                       DISPLAY "Too many decimal places."
                       SET Value_Refused TO TRUE
                   WHEN OTHER
                       MOVE WS_New_Value TO WS_Edit_Value
                       PERFORM 5100-Format-Edit-Value
                       MOVE WS_Value_Text TO WS_After_Text
               END-EVALUATE.

           3300-Confirm-Change.
               IF WS_After_Text EQUAL WS_Before_Text
                   DISPLAY "Value unchanged."
               ELSE
                   DISPLAY "Change " PC_Field (WS_Param_Idx)
                       " from " WS_Before_Text
                   DISPLAY "    to " WS_After_Text " (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS_Confirm
                   IF WS_Confirm EQUAL 'Y' OR WS_Confirm EQUAL 'y'
                       IF PC_Type (WS_Param_Idx) EQUAL 'A'
                           MOVE WS_New_Text TO WS_Bank_Account
                       ELSE
                           MOVE WS_New_Value
                               TO PV_Value (WS_Param_Idx)
                       END-IF
                       PERFORM 4000-Rewrite-Parameter-File
                       PERFORM 4500-Write-Param-Audit
                       ADD 1 TO WS_Change_Count
                       DISPLAY "Changed."
                   ELSE
                       DISPLAY "Not changed."
                   END-IF
               END-IF.

      * 4000-Rewrite-Parameter-File - the whole one-record file
      * the setting lives in is written from the held values.
           4000-Rewrite-Parameter-File.
               EVALUATE PC_File (WS_Param_Idx)
                   WHEN 'LateChargeParams'
                       PERFORM 4100-Write-Late-Params
                   WHEN 'WriteOffParams'
                       PERFORM 4200-Write-WriteOff-Params
                   WHEN 'RefundParams'
                       PERFORM 4300-Write-Refund-Params
                   WHEN 'CreditReviewParams'
                       PERFORM 4400-Write-Review-Params
                   WHEN 'RejectAgeParams'
                       PERFORM 4450-Write-Age-Params
                   WHEN OTHER
                       PERFORM 4470-Write-Policy
               END-EVALUATE.

           4100-Write-Late-Params.
               OPEN OUTPUT LateParams
                   CALL "Validations" USING File_Status
                       BY CONTENT "LateChargeParams" "OPEN OUTPUT"
               MOVE PV_Value (1) TO LC_Rate
               MOVE PV_Value (2) TO LC_Grace_Months
               WRITE Late_Param_Record
               CLOSE LateParams.

           4200-Write-WriteOff-Params.
               OPEN OUTPUT WOParams
                   CALL "Validations" USING File_Status
                       BY CONTENT "WriteOffParams" "OPEN OUTPUT"
               MOVE PV_Value (3) TO WO_Threshold
               MOVE PV_Value (4) TO WO_Age_Months
               WRITE WO_Param_Record
               CLOSE WOParams.

           4300-Write-Refund-Params.
               OPEN OUTPUT RefParams
                   CALL "Validations" USING File_Status
                       BY CONTENT "RefundParams" "OPEN OUTPUT"
               MOVE PV_Value (5) TO RF_Age_Months
               MOVE PV_Value (6) TO RF_Approval_Limit
               MOVE WS_Bank_Account TO RF_Bank_Account
               WRITE Refund_Param_Record
               CLOSE RefParams.

           4400-Write-Review-Params.
               OPEN OUTPUT CRParams
                   CALL "Validations" USING File_Status
                       BY CONTENT "CreditReviewParams" "OPEN OUTPUT"
               MOVE PV_Value (8) TO CRP_Balance_Limit
               MOVE PV_Value (9) TO CRP_Inactive_Months
               MOVE PV_Value (10) TO CRP_Returns_Count
               MOVE PV_Value (11) TO CRP_Returns_Amount
               WRITE CR_Param_Record
               CLOSE CRParams.

           4450-Write-Age-Params.
               OPEN OUTPUT AgeParams
                   CALL "Validations" USING File_Status
                       BY CONTENT "RejectAgeParams" "OPEN OUTPUT"
               MOVE PV_Value (12) TO RA_Age_Days
               WRITE Age_Param_Record
               CLOSE AgeParams.

           4470-Write-Policy.
               OPEN OUTPUT Policy
                   CALL "Validations" USING File_Status
                       BY CONTENT "RetentionPolicy" "OPEN OUTPUT"
               MOVE PV_Value (13) TO RP_Archive_Months
               MOVE PV_Value (14) TO RP_Log_Months
               MOVE PV_Value (15) TO RP_Privacy_Months
               WRITE Policy_Record
               CLOSE Policy.

           4500-Write-Param-Audit.
               MOVE WS_Current_Date TO PM_Date
               ACCEPT WS_System_Time FROM TIME
               COMPUTE PM_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE WS_Operator_Id TO PM_Operator
               MOVE PC_File (WS_Param_Idx) TO PM_File
               MOVE PC_Field (WS_Param_Idx) TO PM_Field
               MOVE WS_Before_Text TO PM_Before
               MOVE WS_After_Text TO PM_After
               WRITE Param_Audit_Record.

      * 5000-Format-Parameter - the setting's value and range as
      * text, at the decimal places its field holds.
           5000-Format-Parameter.
               IF PC_Type (WS_Param_Idx) EQUAL 'A'
                   MOVE WS_Bank_Account TO WS_Value_Text
                   MOVE SPACES TO WS_Min_Text
                   MOVE SPACES TO WS_Max_Text
               ELSE
                   MOVE PC_Min (WS_Param_Idx) TO WS_Edit_Value
                   PERFORM 5100-Format-Edit-Value
                   MOVE WS_Value_Text TO WS_Min_Text
                   MOVE PC_Max (WS_Param_Idx) TO WS_Edit_Value
                   PERFORM 5100-Format-Edit-Value
                   MOVE WS_Value_Text TO WS_Max_Text
                   MOVE PV_Value (WS_Param_Idx) TO WS_Edit_Value
                   PERFORM 5100-Format-Edit-Value
               END-IF.

           5100-Format-Edit-Value.
               MOVE SPACES TO WS_Value_Text
               EVALUATE PC_Decimals (WS_Param_Idx)
                   WHEN 0
                       MOVE WS_Edit_Value TO WS_Edit_0
                       MOVE WS_Edit_0 TO WS_Value_Text
                   WHEN 2
                       MOVE WS_Edit_Value TO WS_Edit_2
                       MOVE WS_Edit_2 TO WS_Value_Text
                   WHEN OTHER
                       MOVE WS_Edit_Value TO WS_Edit_4
                       MOVE WS_Edit_4 TO WS_Value_Text
               END-EVALUATE.

           6000-Print-Listing.
               OPEN OUTPUT ParamRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "ParamListing" "OPEN OUTPUT"
               STRING WS_Current_Month '/' WS_Current_Day '/'
                       WS_Current_Year DELIMITED BY SIZE
                   INTO Param_Head_Date
               WRITE Param_Buffer FROM ParamHeading
               WRITE Param_Buffer FROM ParamColumns
                   AFTER ADVANCING 2 LINES
               PERFORM 6100-Print-One-Parameter
                   VARYING WS_Param_Idx FROM 1 BY 1
                   UNTIL WS_Param_Idx > Param_Count
               CLOSE ParamRpt.

           6100-Print-One-Parameter.
               PERFORM 5000-Format-Parameter
               MOVE WS_Param_Idx TO Param_No
               MOVE PC_File (WS_Param_Idx) TO Param_File
               MOVE PC_Field (WS_Param_Idx) TO Param_Field
               MOVE WS_Value_Text TO Param_Value
               MOVE WS_Min_Text TO Param_Min
               MOVE WS_Max_Text TO Param_Max
               MOVE PC_Meaning (WS_Param_Idx) TO Param_Meaning
               WRITE Param_Buffer FROM ParamDetail
                   AFTER ADVANCING 1 LINES.

       End Program ParamMaint.
