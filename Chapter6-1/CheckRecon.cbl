       Identification Division.
           Program-ID. CheckRecon.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Refund check reconciliation - the bank's
      *                   ClearedChecks paid-items file matches by
      *                   check reference and amount against the
      *                   OutstandingChecks register RefundRun
      *                   builds.  A check paid for a different
      *                   amount, or one presented that is not on
      *                   the register, writes a CustOpsAlert
      *                   record.  A check still outstanding past
      *                   the CheckReconParams stale-date limit is
      *                   voided: the RFND reverses as a RFVD
      *                   credit adjustment on CustomerBalance and
      *                   CustomerHistory with an AdjustAudit
      *                   entry, and a void row goes to the bank on
      *                   PositivePayVoid, so the customer's credit
      *                   comes back instead of vanishing.
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Operations alerts carry a severity and a
      *                   category so AlertDispatch can route them
      *                   to the on-call contact (CustOpsAlert 92
      *                   to 97).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121), filled from the row's own office,
      *                   period, customer and sequence as each row
      *                   is written.
      *   2026-10-15  AD  Stale-check voids journal the balance
      *                   change and the RFVD history row through
      *                   PostJournal so Backout can reverse them.
      *   2026-10-15  AD  A full check register table stops the run
      *                   before the register is rewritten.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Params assign to "CheckReconParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RefParams assign to "RefundParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OutChecks assign to "OutstandingChecks"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Cleared assign to "ClearedChecks"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CB_Customer_Number.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustAdjAudit assign to "AdjustAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PosPayVoid assign to "PositivePayVoid"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustAlert assign to "CustOpsAlert"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CheckRpt assign to "CheckReconReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Param_Record - the days a refund check may stay outstanding
      * before it is voided as stale.
           FD  Params
               Record Contains 3 Characters.
               01  Param_Record.
                   05  CP_Stale_Days               PIC 9(3).

      * Refund_Param_Record - RefundRun's parameters; only the
      * bank account the refund checks draw on is wanted here.
           FD  RefParams
               Record Contains 24 Characters.
               01  Refund_Param_Record.
                   05  RF_Age_Months               PIC 9(3).
                   05  RF_Approval_Limit           PIC 9(7)V9(2).
                   05  RF_Bank_Account             PIC X(12).

           FD  OutChecks
               Record Contains 37 Characters.
               01  Outstanding_Check_Record.
                   05  OC_Reference                PIC X(14).
                   05  OC_Customer_Number          PIC 9(6).
                   05  OC_Issue_Date               PIC 9(8).
                   05  OC_Amount                   PIC 9(7)V9(2).

      * Cleared_Check_Record - one row per item the bank paid
      * against the refund account.
           FD  Cleared
               Record Contains 44 Characters.
               01  Cleared_Check_Record.
                   05  BK_Account                  PIC X(12).
                   05  BK_Reference                PIC X(14).
                   05  BK_Paid_Date                PIC 9(8).
                   05  BK_Amount                   PIC 9(8)V9(2).

           FD  CustBal.
               01  Balance_Record.
                   05  CB_Customer_Number          PIC 9(6).
                   05  CB_Balance                  PIC S9(8)V9(2).
                   05  CB_Last_Activity            PIC 9(8).

           FD  CustHist.
               01  History_Record.
                   05  CH_Key.
                       10  CH_Customer_Number      PIC 9(6).
                       10  CH_Period               PIC X(6).
                       10  CH_Sequence             PIC 9(4).
                   05  CH_Amount_Trans             PIC 9(7)V9(2).
                   05  CH_Trans_Type               PIC X(1).
                   05  CH_Currency_Code            PIC X(3).
                   05  CH_Day_Trans                PIC X(2).
                   05  CH_Entered_By               PIC X(8).
                   05  CH_Reason_Code              PIC X(4).
                   05  CH_Tax_Juris                PIC X(4).
                   05  CH_Tax_Amount               PIC 9(4)V9(2).
                   05  CH_Office_Code              PIC X(4).
                   05  CH_Approved_By              PIC X(8).
                   05  CH_Product_Code             PIC X(4).
                   05  CH_Sales_Rep                PIC X(4).
                   05  CH_Invoice_Number           PIC 9(8).
                   05  CH_Due_Date                 PIC 9(8).
                   05  CH_Trans_Id                 PIC X(12).
                   05  CH_Office_Key.
                       10  CH_OK_Office            PIC X(4).
                       10  CH_Period_Key.
                           15  CH_PK_Period        PIC X(6).
                           15  CH_PK_Customer      PIC 9(6).
                           15  CH_PK_Sequence      PIC 9(4).

           FD  CustAdjAudit
               Record Contains 57 Characters.
               01  Adjust_Audit_Record.
                   05  AA_Customer_Number               PIC 9(6).
                   05  AA_Date                          PIC 9(8).
                   05  AA_Amount                        PIC S9(7)V9(2).
                   05  AA_Entered_By                    PIC X(8).
                   05  AA_Reason_Code                   PIC X(4).
                   05  AA_Approved_By                   PIC X(8).
                   05  AA_Run_Id                        PIC X(14).

      * Positive_Pay_Record - the same layout RefundRun sends the
      * issues on, carrying V(oid) rows for the stale checks.
           FD  PosPayVoid
               Record Contains 76 Characters.
               01  Positive_Pay_Record.
                   05  PP_Account                  PIC X(12).
                   05  PP_Reference                PIC X(14).
                   05  PP_Issue_Date               PIC 9(8).
                   05  PP_Amount                   PIC 9(8)V9(2).
                   05  PP_Action                   PIC X(1).
                   05  PP_Payee                    PIC X(31).

           FD  CustAlert
               Record Contains 97 Characters.
               01  Alert_Record.
                   05  OA_Date                     PIC 9(8).
                   05  OA_Time                     PIC 9(6).
                   05  OA_Text                     PIC X(30).
                   05  OA_Count_Expected           PIC 9(6).
                   05  OA_Records_Read             PIC 9(6).
                   05  OA_Total_Expected           PIC 9(9)V9(2).
                   05  OA_Total_Actual             PIC 9(9)V9(2).
                   05  OA_Run_Id                   PIC X(14).
                   05  OA_Severity                 PIC X(1).
                   05  OA_Category                 PIC X(4).

           FD  CheckRpt
               Record Contains 132 Characters.
               01  Check_Buffer                    PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
              COPY "JournalRequest.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Lock_Status                  PIC 9(2).
               01  WS_Current_Period               PIC X(6).
               01  WS_Stale_Days                   PIC 9(3) value 180.
               01  WS_Bank_Account                 PIC X(12)
                       value spaces.
               01  WS_Date_Function                PIC X(1) value 'A'.
               01  WS_Day_Count                    PIC S9(5).
               01  WS_Stale_Date                   PIC 9(8).
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Check_Found_Sw                  PIC X(1).
                   88  Check_Found                   value 'Y'.
                   88  Check_Not_Found               value 'N'.
               01  History_Written_Sw              PIC X(1).
                   88  History_Written               value 'Y'.
                   88  History_Not_Written           value 'N'.
               01  WS_History_Seq                  PIC 9(5).

      * Register_Table - the outstanding-check register in storage;
      * OT_Status O(utstanding), C(leared) or V(oided).  Only the
      * rows still outstanding are written back.
               01  Register_Count                  PIC 9(4) value zero.
               01  Register_Table.
                   05  Register_Entry OCCURS 5000 TIMES.
                       10  OT_Reference            PIC X(14).
                       10  OT_Customer_Number      PIC 9(6).
                       10  OT_Issue_Date           PIC 9(8).
                       10  OT_Amount               PIC 9(7)V9(2).
                       10  OT_Status               PIC X(1).
               01  WS_OT_Idx                       PIC 9(4).
               01  WS_OT_Match_Idx                 PIC 9(4).

               01  WS_Cleared_Count                PIC 9(5) value zero.
               01  WS_Differs_Count                PIC 9(5) value zero.
               01  WS_Unknown_Count                PIC 9(5) value zero.
               01  WS_Voided_Count                 PIC 9(5) value zero.
               01  WS_Voided_Total                 PIC 9(9)V9(2)
                       value zero.
               01  WS_Outstanding_Count            PIC 9(5) value zero.
               01  WS_Outstanding_Total            PIC 9(9)V9(2)
                       value zero.

               01  CheckHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(33)
                       value 'Refund Check Reconciliation'.
               01  CheckDetail.
                   05              PIC X(2)    value spaces.
                   05  Check_Reference         PIC X(14).
                   05              PIC X(1)    value spaces.
                   05  Check_Customer          PIC Z(6).
                   05              PIC X(1)    value spaces.
                   05  Check_Issue_Date        PIC Z(8).
                   05              PIC X(10)   value '  issued: '.
                   05  Check_Issued            PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(8)    value ' paid: '.
                   05  Check_Paid              PIC ZZ,ZZZ,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Check_Verdict           PIC X(30).
               01  CheckCountLine.
                   05              PIC X(2)    value spaces.
                   05  Check_Count_Label       PIC X(30).
                   05  Check_Count_Value       PIC ZZ,ZZ9.
               01  CheckTotalLine.
                   05              PIC X(2)    value spaces.
                   05  Check_Total_Label       PIC X(30).
                   05  Check_Total_Value       PIC ZZ,ZZZ,ZZ9.99.

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date TO Run_Id (1:8)
               MOVE WS_Sys_Hours TO Run_Id (9:2)
               MOVE WS_Sys_Minutes TO Run_Id (11:2)
               MOVE WS_Sys_Seconds TO Run_Id (13:2)
               MOVE WS_Current_Year TO WS_Current_Period (1:4)
               MOVE WS_Current_Month TO WS_Current_Period (5:2)
               PERFORM 1000-Read-Params
               PERFORM 1100-Load-Register
               PERFORM 1900-Acquire-Run-Lock
               PERFORM 2000-Open-Files
               PERFORM 3000-Match-Cleared-Checks
               PERFORM 4000-Void-One-Stale-Check
                   VARYING WS_OT_Idx FROM 1 BY 1
                   UNTIL WS_OT_Idx > Register_Count
               PERFORM 5000-Rewrite-Register
               PERFORM 8000-Write-Report-Totals
               PERFORM 9000-Close-Program
               DISPLAY "CheckRecon: " WS_Cleared_Count " cleared, "
                   WS_Differs_Count " amount differs, "
                   WS_Unknown_Count " not on register, "
                   WS_Voided_Count " voided."
               IF WS_Differs_Count > ZERO OR WS_Unknown_Count > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN.

           1000-Read-Params.
               OPEN INPUT Params
               IF File_Status EQUAL '00'
                   READ Params
                       AT END CONTINUE
                       NOT AT END
                           IF CP_Stale_Days NUMERIC AND
                               CP_Stale_Days > ZERO
                               MOVE CP_Stale_Days TO WS_Stale_Days
                           END-IF
                   END-READ
                   CLOSE Params
               END-IF
               OPEN INPUT RefParams
               IF File_Status EQUAL '00'
                   READ RefParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE RF_Bank_Account TO WS_Bank_Account
                   END-READ
                   CLOSE RefParams
               END-IF.

           1100-Load-Register.
               MOVE ZERO TO Register_Count
               OPEN INPUT OutChecks
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1110-Load-One-Check
                       UNTIL No_More_Input
                   CLOSE OutChecks
               END-IF.

           1110-Load-One-Check.
               READ OutChecks
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Register_Count < 5000
                       ADD 1 TO Register_Count
                       MOVE OC_Reference
                           TO OT_Reference (Register_Count)
                       MOVE OC_Customer_Number
                           TO OT_Customer_Number (Register_Count)
                       MOVE OC_Issue_Date
                           TO OT_Issue_Date (Register_Count)
                       MOVE OC_Amount TO OT_Amount (Register_Count)
                       MOVE 'O' TO OT_Status (Register_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Register_Table" "TABLE FULL"
                       DISPLAY "Check register table full - "
                           "OutstandingChecks left as it stands."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 1900-Acquire-Run-Lock - a shared stamp on CustRunLock, as
      * the other direct-posting runs take, before a void touches
      * the balances.
           1900-Acquire-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'S' 'CheckRecon  ' 'SYSTEM  '
               IF WS_Lock_Status NOT EQUAL ZERO
                   DISPLAY "The batch run holds the files - "
                       "try again after it finishes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           2000-Open-Files.
               OPEN I-O CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN I-O"
               OPEN I-O CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN I-O"
               OPEN EXTEND CustAdjAudit
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAdjAudit
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "AdjustAudit" "OPEN EXTEND"
               OPEN OUTPUT PosPayVoid
                   CALL "Validations" USING File_Status
                       BY CONTENT "PositivePayVoid" "OPEN OUTPUT"
               OPEN OUTPUT CheckRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "CheckReconReport" "OPEN OUTPUT"
               WRITE Check_Buffer FROM CheckHeading.

      * 3000-Match-Cleared-Checks - no paid-items file from the
      * bank means nothing cleared since the last run; the stale
      * pass still runs.
           3000-Match-Cleared-Checks.
               OPEN INPUT Cleared
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 3100-Match-One-Cleared
                       UNTIL No_More_Input
                   CLOSE Cleared
               END-IF.

           3100-Match-One-Cleared.
               READ Cleared
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   SET Check_Not_Found TO TRUE
                   PERFORM 3110-Match-One-Register-Row
                       VARYING WS_OT_Idx FROM 1 BY 1
                       UNTIL WS_OT_Idx > Register_Count
                           OR Check_Found
                   MOVE BK_Reference TO Check_Reference
                   MOVE BK_Amount TO Check_Paid
                   IF Check_Not_Found
                       ADD 1 TO WS_Unknown_Count
                       MOVE ZERO TO Check_Customer
                       MOVE ZERO TO Check_Issue_Date
                       MOVE ZERO TO Check_Issued
                       MOVE 'NOT ON REGISTER' TO Check_Verdict
                       MOVE 'REFUND CHECK NOT ON REGISTER'
                           TO OA_Text
                       MOVE ZERO TO OA_Total_Expected
                       PERFORM 3300-Write-Ops-Alert
                   ELSE
                       PERFORM 3200-Clear-One-Check
                   END-IF
                   WRITE Check_Buffer FROM CheckDetail
                       AFTER ADVANCING 1 LINES
               END-IF.

           3110-Match-One-Register-Row.
               IF OT_Reference (WS_OT_Idx) EQUAL BK_Reference AND
                   OT_Status (WS_OT_Idx) EQUAL 'O'
                   SET Check_Found TO TRUE
                   MOVE WS_OT_Idx TO WS_OT_Match_Idx
               END-IF.

      * 3200-Clear-One-Check - a paid check leaves the register
      * either way; paid for a different amount it is altered or
      * misread and the desk hears about it.
           3200-Clear-One-Check.
               MOVE 'C' TO OT_Status (WS_OT_Match_Idx)
               MOVE OT_Customer_Number (WS_OT_Match_Idx)
                   TO Check_Customer
               MOVE OT_Issue_Date (WS_OT_Match_Idx) TO Check_Issue_Date
               MOVE OT_Amount (WS_OT_Match_Idx) TO Check_Issued
               IF BK_Amount EQUAL OT_Amount (WS_OT_Match_Idx)
                   ADD 1 TO WS_Cleared_Count
                   MOVE 'CLEARED' TO Check_Verdict
               ELSE
                   ADD 1 TO WS_Differs_Count
                   MOVE 'CLEARED - AMOUNT DIFFERS' TO Check_Verdict
                   MOVE 'REFUND CHECK AMOUNT DIFFERS' TO OA_Text
                   MOVE OT_Amount (WS_OT_Match_Idx)
                       TO OA_Total_Expected
                   PERFORM 3300-Write-Ops-Alert
               END-IF.

           3300-Write-Ops-Alert.
               OPEN EXTEND CustAlert
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAlert
               END-IF
               COMPUTE OA_Date = WS_Current_Year * 10000
                   + WS_Current_Month * 100 + WS_Current_Day
               ACCEPT WS_System_Time FROM TIME
               COMPUTE OA_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE ZERO TO OA_Count_Expected
               MOVE ZERO TO OA_Records_Read
               MOVE BK_Amount TO OA_Total_Actual
               MOVE BK_Reference TO OA_Run_Id
               MOVE '2' TO OA_Severity
               MOVE 'BANK' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

      * 4000-Void-One-Stale-Check - a check still outstanding
      * once the stale days have run out is voided; a customer
      * with no balance record stays on the register for the desk.
           4000-Void-One-Stale-Check.
               IF OT_Status (WS_OT_Idx) EQUAL 'O'
                   MOVE WS_Stale_Days TO WS_Day_Count
                   CALL "DateCalc" USING WS_Date_Function,
                       OT_Issue_Date (WS_OT_Idx), WS_Day_Count,
                       WS_Stale_Date
                   IF WS_Stale_Date < WS_Current_Date
                       PERFORM 4100-Post-One-Void
                   END-IF
               END-IF.

           4100-Post-One-Void.
               MOVE OT_Reference (WS_OT_Idx) TO Check_Reference
               MOVE OT_Customer_Number (WS_OT_Idx) TO Check_Customer
               MOVE OT_Issue_Date (WS_OT_Idx) TO Check_Issue_Date
               MOVE OT_Amount (WS_OT_Idx) TO Check_Issued
               MOVE ZERO TO Check_Paid
               MOVE OT_Customer_Number (WS_OT_Idx)
                   TO CB_Customer_Number
               SET Check_Found TO TRUE
               READ CustBal
                   INVALID KEY SET Check_Not_Found TO TRUE
               END-READ
               IF Check_Not_Found
                   MOVE 'No balance record - not voided'
                       TO Check_Verdict
               ELSE
                   MOVE Balance_Record TO WS_Jnl_Before
                   SUBTRACT OT_Amount (WS_OT_Idx) FROM CB_Balance
                   MOVE WS_Current_Date TO CB_Last_Activity
                   PERFORM 4150-Journal-Balance-Row
                   REWRITE Balance_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerBalance" "REWRITE"
                   END-REWRITE
                   PERFORM 4200-Write-History-Row
                   PERFORM 4300-Write-Audit-Row
                   PERFORM 4400-Write-Void-Row
                   MOVE 'V' TO OT_Status (WS_OT_Idx)
                   ADD 1 TO WS_Voided_Count
                   ADD OT_Amount (WS_OT_Idx) TO WS_Voided_Total
                   MOVE 'VOIDED - STALE' TO Check_Verdict
               END-IF
               WRITE Check_Buffer FROM CheckDetail
                   AFTER ADVANCING 1 LINES.

      * 4150-Journal-Balance-Row - journalled ahead of the rewrite
      * so Backout can put the balance back.
           4150-Journal-Balance-Row.
               MOVE 'CheckRecon' TO WS_Jnl_Program
               MOVE 'BAL ' TO WS_Jnl_File
               MOVE 'C' TO WS_Jnl_Action
               MOVE CB_Customer_Number TO WS_Jnl_Key
               MOVE Balance_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

      * 4200-Write-History-Row - the reversal is an RFVD credit
      * adjustment; only LATE, RFND, FXGN and XFER net as debits,
      * so every reader returns the credit without change.
           4200-Write-History-Row.
               MOVE OT_Customer_Number (WS_OT_Idx)
                   TO CH_Customer_Number
               MOVE WS_Current_Period TO CH_Period
               MOVE OT_Amount (WS_OT_Idx) TO CH_Amount_Trans
               MOVE 'A' TO CH_Trans_Type
               MOVE 'USD' TO CH_Currency_Code
               MOVE WS_Current_Day TO CH_Day_Trans
               MOVE 'SYSTEM' TO CH_Entered_By
               MOVE 'RFVD' TO CH_Reason_Code
               MOVE SPACES TO CH_Tax_Juris
               MOVE ZERO TO CH_Tax_Amount
               MOVE SPACES TO CH_Office_Code
               MOVE SPACES TO CH_Approved_By
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               SET History_Not_Written TO TRUE
               PERFORM 4210-Try-One-History-Write
                   VARYING WS_History_Seq FROM 1 BY 1
                   UNTIL History_Written OR WS_History_Seq > 9999
               IF History_Written
                   PERFORM 4250-Journal-History-Add
               END-IF.

           4210-Try-One-History-Write.
               MOVE WS_History_Seq TO CH_Sequence
               MOVE CH_Office_Code TO CH_OK_Office
               MOVE CH_Period TO CH_PK_Period
               MOVE CH_Customer_Number TO CH_PK_Customer
               MOVE CH_Sequence TO CH_PK_Sequence
               SET History_Written TO TRUE
               WRITE History_Record
                   INVALID KEY
                       SET History_Not_Written TO TRUE
               END-WRITE.

           4250-Journal-History-Add.
               MOVE 'CheckRecon' TO WS_Jnl_Program
               MOVE 'HIST' TO WS_Jnl_File
               MOVE 'A' TO WS_Jnl_Action
               MOVE CH_Key TO WS_Jnl_Key
               MOVE SPACES TO WS_Jnl_Before
               MOVE History_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

           4300-Write-Audit-Row.
               MOVE OT_Customer_Number (WS_OT_Idx)
                   TO AA_Customer_Number
               MOVE WS_Current_Date TO AA_Date
               COMPUTE AA_Amount = 0 - OT_Amount (WS_OT_Idx)
               MOVE 'SYSTEM' TO AA_Entered_By
               MOVE 'RFVD' TO AA_Reason_Code
               MOVE SPACES TO AA_Approved_By
               MOVE Run_Id TO AA_Run_Id
               WRITE Adjust_Audit_Record.

           4400-Write-Void-Row.
               MOVE SPACES TO Positive_Pay_Record
               MOVE WS_Bank_Account TO PP_Account
               MOVE OT_Reference (WS_OT_Idx) TO PP_Reference
               MOVE OT_Issue_Date (WS_OT_Idx) TO PP_Issue_Date
               MOVE OT_Amount (WS_OT_Idx) TO PP_Amount
               MOVE 'V' TO PP_Action
               WRITE Positive_Pay_Record.

           5000-Rewrite-Register.
               OPEN OUTPUT OutChecks
                   CALL "Validations" USING File_Status
                       BY CONTENT "OutstandingChecks" "OPEN OUTPUT"
               PERFORM 5100-Write-One-Register-Row
                   VARYING WS_OT_Idx FROM 1 BY 1
                   UNTIL WS_OT_Idx > Register_Count
               CLOSE OutChecks.

           5100-Write-One-Register-Row.
               IF OT_Status (WS_OT_Idx) EQUAL 'O'
                   MOVE OT_Reference (WS_OT_Idx) TO OC_Reference
                   MOVE OT_Customer_Number (WS_OT_Idx)
                       TO OC_Customer_Number
                   MOVE OT_Issue_Date (WS_OT_Idx) TO OC_Issue_Date
                   MOVE OT_Amount (WS_OT_Idx) TO OC_Amount
                   WRITE Outstanding_Check_Record
                   ADD 1 TO WS_Outstanding_Count
                   ADD OT_Amount (WS_OT_Idx) TO WS_Outstanding_Total
               END-IF.

           8000-Write-Report-Totals.
               MOVE 'Checks cleared:' TO Check_Count_Label
               MOVE WS_Cleared_Count TO Check_Count_Value
               WRITE Check_Buffer FROM CheckCountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Cleared, amount differs:' TO Check_Count_Label
               MOVE WS_Differs_Count TO Check_Count_Value
               WRITE Check_Buffer FROM CheckCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Paid, not on register:' TO Check_Count_Label
               MOVE WS_Unknown_Count TO Check_Count_Value
               WRITE Check_Buffer FROM CheckCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Voided as stale:' TO Check_Count_Label
               MOVE WS_Voided_Count TO Check_Count_Value
               WRITE Check_Buffer FROM CheckCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Voided amount:' TO Check_Total_Label
               MOVE WS_Voided_Total TO Check_Total_Value
               WRITE Check_Buffer FROM CheckTotalLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Still outstanding:' TO Check_Count_Label
               MOVE WS_Outstanding_Count TO Check_Count_Value
               WRITE Check_Buffer FROM CheckCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Outstanding amount:' TO Check_Total_Label
               MOVE WS_Outstanding_Total TO Check_Total_Value
               WRITE Check_Buffer FROM CheckTotalLine
                   AFTER ADVANCING 1 LINES.

           9000-Close-Program.
               CLOSE CustBal
               CLOSE CustHist
               CLOSE CustAdjAudit
               CLOSE PosPayVoid
               CLOSE CheckRpt
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'CheckRecon  ' 'SYSTEM  '.

       End Program CheckRecon.
