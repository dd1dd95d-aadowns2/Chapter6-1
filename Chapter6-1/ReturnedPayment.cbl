       Identification Division.
           Program-ID. ReturnedPayment.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Returned payment (NSF) reversal - a
      *                   posted 'P' payment the bank sends back
      *                   unpaid is reversed in ONE operation
      *                   instead of two hand-keyed adjustments:
      *                   an NSF debit adjustment for the payment
      *                   (raw amount and currency, into the
      *                   current period), an NSFC adjustment for
      *                   the returned-check fee from
      *                   ReturnedPaymentParams, CustomerBalance
      *                   up by both at booked value, AdjustAudit
      *                   rows under the run id, a row on the
      *                   ReturnedPayments register, and the
      *                   customer back on CustCollectQueue at top
      *                   priority.  The desk names the payment by
      *                   its CH_Key (level-9 operators through
      *                   the approval grant 'A' of SignOn);
      *                   NOTICE on the command line works the
      *                   bank's ReturnedItems file, matching each
      *                   item by transaction id, or by customer,
      *                   amount and deposit date, and lists what
      *                   it could not match on ReturnedItemReport
      *                   for the desk.  A customer with the set
      *                   number of returns inside the window is
      *                   marked cash-only on CustomerMaster (the
      *                   change logged to CustMaintAudit), which
      *                   DirectDebit refuses until the desk
      *                   clears the flag here.
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192, audit images
      *                   with it, CustMaintAudit 405 to 407).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121), filled from the row's own office,
      *                   period, customer and sequence as each row
      *                   is written.
      *   2026-10-15  AD  The already-returned message shows the
      *                   matched row's return date.
      *   2026-10-15  AD  A full returned payment or queue table on
      *                   loading releases the lock and stops the run
      *                   before anything is posted.  A reversal is
      *                   taken only when its register row and queue
      *                   row will fit; one that will not is left for
      *                   the desk and the run ends at return code 8.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CB_Customer_Number.

                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Params assign to "ReturnedPaymentParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Notices assign to "ReturnedItems"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Register assign to "ReturnedPayments"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustAdjAudit assign to "AdjustAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustMaintAud assign to "CustMaintAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CollQueue assign to "CustCollectQueue"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ReturnRpt assign to "ReturnedItemReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
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

           FD  CustBal.
               01  Balance_Record.
                   05  CB_Customer_Number          PIC 9(6).
                   05  CB_Balance                  PIC S9(8)V9(2).
                   05  CB_Last_Activity            PIC 9(8).

           FD  CustMstr.
               01  CustomerMasterRecord.
                   05  CM_Customer_Number              PIC 9(6).
                   05  CM_First_Name                   PIC X(10).
                   05  CM_Last_Name                    PIC X(20).
                   05  CM_Address                      PIC X(30).
                   05  CM_City                         PIC X(20).
                   05  CM_State                        PIC X(2).
                   05  CM_Zip                          PIC X(10).
                   05  CM_Phone                        PIC X(12).
                   05  CM_Status                       PIC X(1).
                   05  CM_Parent_Number                PIC 9(6).
                   05  CM_Company                      PIC X(2).
                   05  CM_Sales_Rep                    PIC X(4).
                   05  CM_Terms_Code                   PIC X(4).
                   05  CM_Addr_Status                  PIC X(1).
                   05  CM_Addr_Status_Date             PIC 9(8).
                   05  CM_Email                        PIC X(50).
                   05  CM_Stmt_Delivery                PIC X(1).
                   05  CM_Billing_Currency             PIC X(3).
                   05  CM_Cash_Only                    PIC X(1).
                       88  CM_Cash_Only_Set              value 'Y'.
                   05  CM_Billing_Cycle                PIC X(1).

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Master_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

      * Currency_Rate_Record - the reversal books at the rate in
      * effect for the returned payment's period, the value the
      * payment took off the balance.
           FD  CurrRates
               Record Contains 14 Characters.
               01  Currency_Rate_Record.
                   05  CR_Currency_Code                PIC X(3).
                   05  CR_Effective_Period             PIC X(6).
                   05  CR_Conversion_Rate              PIC 9(1)V9(4).

      * Param_Record - the returned-check fee in the reporting
      * currency, and how many returns inside how many days mark
      * the customer cash-only.
           FD  Params
               Record Contains 12 Characters.
               01  Param_Record.
                   05  RPP_Fee                     PIC 9(5)V9(2).
                   05  RPP_Repeat_Count            PIC 9(2).
                   05  RPP_Window_Days             PIC 9(3).

      * Notice_Record - the bank's returned-item file: the customer
      * from the scan line when the bank has it, the amount and
      * deposit date of the item, the check number, our
      * transaction id when the item carried one, and the bank's
      * return reason.
           FD  Notices
               Record Contains 65 Characters.
               01  Notice_Record.
                   05  RI_Customer_Number          PIC X(6).
                   05  RI_Amount                   PIC 9(7)V9(2).
                   05  RI_Deposit_Date             PIC X(8).
                   05  RI_Check_Number             PIC X(10).
                   05  RI_Trans_Id                 PIC X(12).
                   05  RI_Return_Reason            PIC X(20).

      * Register_Record - one row per returned payment: the
      * original payment's key, the raw and booked amounts, the fee
      * charged, the bank's reason, N from a notice or D from the
      * desk, who and which run.  A payment on the register is
      * never reversed twice, and the repeat rule counts these.
           FD  Register
               Record Contains 103 Characters.
               01  Register_Record.
                   05  RP_Customer_Number          PIC 9(6).
                   05  RP_Orig_Key                 PIC X(16).
                   05  RP_Return_Date              PIC 9(8).
                   05  RP_Amount                   PIC 9(7)V9(2).
                   05  RP_Currency                 PIC X(3).
                   05  RP_Booked                   PIC 9(9)V9(2).
                   05  RP_Fee                      PIC 9(5)V9(2).
                   05  RP_Reason                   PIC X(20).
                   05  RP_Source                   PIC X(1).
                   05  RP_Operator                 PIC X(8).
                   05  RP_Run_Id                   PIC X(14).

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

           FD  CustMaintAud
               Record Contains 407 Characters.
               01  Maint_Audit_Record.
                   05  MA_Action                       PIC X(1).
                   05  MA_Date                         PIC 9(8).
                   05  MA_Time                         PIC 9(6).
                   05  MA_Operator                     PIC X(8).
                   05  MA_Before_Image                 PIC X(192).
                   05  MA_After_Image                  PIC X(192).

           FD  CollQueue
               Record Contains 71 Characters.
               01  Queue_Record.
                   05  CQ_Customer_Number          PIC 9(6).
                   05  CQ_Assigned_To              PIC X(8).
                   05  CQ_Priority                 PIC 9(1).
                   05  CQ_Status                   PIC X(1).
                       88  Queue_Open                value 'Q'.
                       88  Queue_Promised            value 'P'.
                       88  Queue_Closed              value 'C'.
                   05  CQ_Balance                  PIC S9(8)V9(2).
                   05  CQ_Promise_Amount           PIC 9(7)V9(2).
                   05  CQ_Promise_Date             PIC 9(8).
                   05  CQ_Last_Outcome             PIC X(20).
                   05  CQ_Date_Queued              PIC 9(8).

           FD  ReturnRpt
               Record Contains 132 Characters.
               01  Return_Buffer                   PIC X(132).

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
               01  WS_Command_Line                 PIC X(80).
               01  WS_Notice_Archive_Name          PIC X(30).
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Password                     PIC X(8).
               01  WS_SignOn_Status                PIC 9(2).
               01  WS_Lock_Status                  PIC 9(2).
               01  WS_Choice                       PIC X(1).
               01  WS_Confirm                      PIC X(1).
               01  WS_Approved_By                  PIC X(8).
               01  WS_Source                       PIC X(1).
               01  WS_Current_Period               PIC X(6).

               01  WS_Orig_Key.
                   05  WS_Orig_Customer            PIC 9(6).
                   05  WS_Orig_Period              PIC X(6).
                   05  WS_Orig_Sequence            PIC 9(4).
               01  WS_Work_Customer                PIC 9(6).
               01  WS_Return_Amount                PIC 9(7)V9(2).
               01  WS_Return_Currency              PIC X(3).
               01  WS_Return_Reason                PIC X(20).
               01  WS_Outcome                      PIC X(30).
               01  WS_Before_Image                 PIC X(192).

      * Fee and repeat rule - the defaults run when
      * ReturnedPaymentParams is not on disk.
               01  WS_Fee_Amount                   PIC 9(5)V9(2)
                       value 25.00.
               01  WS_Repeat_Count                 PIC 9(2) value 2.
               01  WS_Window_Days                  PIC 9(3) value 180.
               01  WS_Window_Start                 PIC 9(8).
               01  WS_Date_Function                PIC X(1).
               01  WS_Day_Count                    PIC S9(5).
               01  WS_Customer_Returns             PIC 9(4).

               01  Exit_Sw                         PIC X(1) value 'N'.
                   88  Exit_Requested                value 'Y'.
                   88  Keep_Running                  value 'N'.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               01  Oper_EOF_Sw                     PIC X(1).
                   88  No_More_Operators             value 'Y'.
                   88  More_Operator_Records         value 'N'.
               01  Rate_EOF_Sw                     PIC X(1).
                   88  No_More_Rates                 value 'Y'.
                   88  More_Rate_Records             value 'N'.
               01  Register_EOF_Sw                 PIC X(1).
                   88  No_More_Register              value 'Y'.
                   88  More_Register_Records         value 'N'.
               01  Queue_EOF_Sw                    PIC X(1).
                   88  No_More_Queue                 value 'Y'.
                   88  More_Queue_Records            value 'N'.
               01  Notice_EOF_Sw                   PIC X(1).
                   88  No_More_Notices               value 'Y'.
                   88  More_Notice_Records           value 'N'.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  History_Found_Sw                PIC X(1).
                   88  History_Found                 value 'Y'.
                   88  History_Not_Found             value 'N'.
               01  History_Written_Sw              PIC X(1).
                   88  History_Written               value 'Y'.
                   88  History_Not_Written           value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Returned_Sw                     PIC X(1).
                   88  Already_Returned              value 'Y'.
                   88  Not_Yet_Returned              value 'N'.
               01  Queue_Found_Sw                  PIC X(1).
                   88  Queue_Row_Found               value 'Y'.
                   88  Queue_Row_Not_Found           value 'N'.
               01  Table_Room_Sw                   PIC X(1).
                   88  Table_Room                    value 'Y'.
                   88  No_Table_Room                 value 'N'.
               01  WS_History_Seq                  PIC 9(5).
               01  WS_Conversion_Rate              PIC 9(1)V9(4).
               01  WS_Rate_Best_Period             PIC X(6).
               01  WS_Booked_Amount                PIC 9(9)V9(2).
               01  WS_Amount_Edit                  PIC Z,ZZZ,ZZ9.99.
               01  WS_Notice_Count                 PIC 9(5) value zero.
               01  WS_Reversed_Count               PIC 9(5) value zero.
               01  WS_Unmatched_Count              PIC 9(5) value zero.
               01  WS_Flagged_Count                PIC 9(5) value zero.
               01  WS_Table_Full_Count             PIC 9(5) value zero.

               01  Currency_Table_Entries          PIC 9(3) value zero.
               01  Currency_Rate_Table.
                   05  Currency_Table OCCURS 200 TIMES.
                       10  CT_Currency_Code        PIC X(3).
                       10  CT_Effective_Period     PIC X(6).
                       10  CT_Conversion_Rate      PIC 9(1)V9(4).
               01  WS_Currency_Idx                 PIC 9(3).

      * Returned_Table - the register in storage, kept current as
      * this run adds to it: the double-reversal guard and the
      * repeat-return count both read it.
               01  Returned_Count                  PIC 9(4) value zero.
               01  Returned_Table.
                   05  Returned_Entry OCCURS 1000 TIMES.
                       10  RT_Key                  PIC X(16).
                       10  RT_Customer             PIC 9(6).
                       10  RT_Date                 PIC 9(8).
               01  WS_RT_Idx                       PIC 9(4).
               01  WS_RT_Match_Idx                 PIC 9(4).

               01  Queue_Count                     PIC 9(3) value zero.
               01  Queue_Table.
                   05  Queue_Entry OCCURS 500 TIMES.
                       10  QT_Image                PIC X(71).
               01  WS_QT_Idx                       PIC 9(3).
               01  WS_QT_Match_Idx                 PIC 9(3).

               01  ReturnHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(28)
                       value 'Returned Item Notices for '.
                   05  Ret_Head_Date           PIC X(10).
               01  ReturnColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(8)    value 'Customer'.
                   05              PIC X(1)    value spaces.
                   05              PIC X(13)   value '       Amount'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(10)   value 'Check'.
                   05              PIC X(18)   value 'Payment key'.
                   05              PIC X(30)   value 'Outcome'.
               01  ReturnDetail.
                   05              PIC X(2)    value spaces.
                   05  Ret_Customer            PIC X(6).
                   05              PIC X(3)    value spaces.
                   05  Ret_Amount              PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Ret_Check               PIC X(10).
                   05  Ret_Key                 PIC X(16).
                   05              PIC X(2)    value spaces.
                   05  Ret_Outcome             PIC X(30).
               01  ReturnCountLine.
                   05              PIC X(2)    value spaces.
                   05  Ret_Count_Label         PIC X(30).
                   05  Ret_Count_Value         PIC ZZ,ZZ9.

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
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:6) EQUAL 'NOTICE'
                   CALL "RunTiming" USING BY CONTENT 'S'
                       'RETURNNOTE  '
                   MOVE 'SYSTEM' TO WS_Operator_Id
                   MOVE SPACES TO WS_Approved_By
                   MOVE 'N' TO WS_Source
                   PERFORM 1900-Acquire-Run-Lock
                   PERFORM 2000-Open-Files
                   PERFORM 7000-Work-Notice-File
                   PERFORM 9000-Close-Program
                   CALL "RunTiming" USING BY CONTENT 'E'
                       'RETURNNOTE  '
                   IF WS_Table_Full_Count > ZERO
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   STOP RUN
               END-IF
               DISPLAY "Returned Payment Desk"
               DISPLAY "Supervisor id: " WITH NO ADVANCING
               ACCEPT WS_Operator_Id
               PERFORM 1500-Check-Sign-On
               IF SignOn_Rejected
                   DISPLAY "Not authorized for returned payments."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1700-Check-Credential
               MOVE WS_Operator_Id TO WS_Approved_By
               MOVE 'D' TO WS_Source
               PERFORM 1900-Acquire-Run-Lock
               PERFORM 2000-Open-Files
               PERFORM 2500-Show-Menu UNTIL Exit_Requested
               PERFORM 9000-Close-Program
               IF WS_Table_Full_Count > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN.

      * 1000-Read-Params - the fee and the repeat rule; the
      * defaults stand when the file is not there.
           1000-Read-Params.
               OPEN INPUT Params
               IF File_Status EQUAL '00'
                   READ Params
                       AT END CONTINUE
                       NOT AT END
                           MOVE RPP_Fee TO WS_Fee_Amount
                           MOVE RPP_Repeat_Count TO WS_Repeat_Count
                           MOVE RPP_Window_Days TO WS_Window_Days
                   END-READ
                   CLOSE Params
               END-IF.

           1100-Load-Currency-Rates.
               MOVE ZERO TO Currency_Table_Entries
               OPEN INPUT CurrRates
               IF File_Status EQUAL '00'
                   SET More_Rate_Records TO TRUE
                   PERFORM 1110-Read-One-Rate
                       UNTIL No_More_Rates
                   CLOSE CurrRates
               END-IF.

           1110-Read-One-Rate.
               READ CurrRates
                   AT END SET No_More_Rates TO TRUE
               END-READ
               IF NOT No_More_Rates
                   IF Currency_Table_Entries < 200
                       ADD 1 TO Currency_Table_Entries
                       MOVE CR_Currency_Code TO
                           CT_Currency_Code (Currency_Table_Entries)
                       MOVE CR_Effective_Period TO
                           CT_Effective_Period (Currency_Table_Entries)
                       MOVE CR_Conversion_Rate TO
                           CT_Conversion_Rate (Currency_Table_Entries)
                   END-IF
               END-IF.

           1200-Load-Register.
               MOVE ZERO TO Returned_Count
               OPEN INPUT Register
               IF File_Status EQUAL '00'
                   SET More_Register_Records TO TRUE
                   PERFORM 1210-Read-One-Register-Row
                       UNTIL No_More_Register
                   CLOSE Register
               END-IF.

           1210-Read-One-Register-Row.
               READ Register
                   AT END SET No_More_Register TO TRUE
               END-READ
               IF NOT No_More_Register
                   PERFORM 1220-Table-Register-Row
               END-IF.

      * 1220-Table-Register-Row - every register row must be held,
      * or a payment already returned could be reversed and
      * charged for a second time; 3150 makes room certain before
      * a reversal adds one.
           1220-Table-Register-Row.
               IF Returned_Count < 1000
                   ADD 1 TO Returned_Count
                   MOVE RP_Orig_Key TO RT_Key (Returned_Count)
                   MOVE RP_Customer_Number
                       TO RT_Customer (Returned_Count)
                   MOVE RP_Return_Date TO RT_Date (Returned_Count)
               ELSE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Returned_Table" "TABLE FULL"
                   DISPLAY "Returned payment table full - nothing "
                       "reversed."
                   PERFORM 1950-Release-Run-Lock
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1300-Load-Queue.
               MOVE ZERO TO Queue_Count
               OPEN INPUT CollQueue
               IF File_Status EQUAL '00'
                   SET More_Queue_Records TO TRUE
                   PERFORM 1310-Read-One-Queue-Row
                       UNTIL No_More_Queue
                   CLOSE CollQueue
               END-IF.

           1310-Read-One-Queue-Row.
               READ CollQueue
                   AT END SET No_More_Queue TO TRUE
               END-READ
               IF NOT No_More_Queue
                   IF Queue_Count < 500
                       ADD 1 TO Queue_Count
                       MOVE Queue_Record TO QT_Image (Queue_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Queue_Table" "TABLE FULL"
                       DISPLAY "Collections queue table full - "
                           "CustCollectQueue left as it stands."
                       PERFORM 1950-Release-Run-Lock
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 1500-Check-Sign-On - a reversal moves the balance and can
      * take a customer off direct debit, so only a level-9
      * operator works the desk, as for approvals.
           1500-Check-Sign-On.
               OPEN INPUT OperMast
                   CALL "Validations" USING File_Status
                       BY CONTENT "OperatorMaster" "OPEN INPUT"
               SET More_Operator_Records TO TRUE
               PERFORM 1600-Check-One-Operator
                   UNTIL No_More_Operators OR SignOn_Accepted
               CLOSE OperMast.

           1600-Check-One-Operator.
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

      * 1700-Check-Credential - the approval grant ('A') through
      * the shared SignOn gate.
           1700-Check-Credential.
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS_Password
               CALL "SignOn" USING WS_SignOn_Status
                   WS_Operator_Id WS_Password BY CONTENT 'A'
               IF WS_SignOn_Status NOT EQUAL ZERO
                   DISPLAY "Sign-on refused - see CustSecurityLog."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1900-Acquire-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'S' 'ReturnedPay ' WS_Operator_Id
               IF WS_Lock_Status NOT EQUAL ZERO
                   DISPLAY "The batch run holds the files - "
                       "try again after it finishes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1950-Release-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'ReturnedPay ' WS_Operator_Id.

           2000-Open-Files.
               PERFORM 1000-Read-Params
               PERFORM 1100-Load-Currency-Rates
               PERFORM 1200-Load-Register
               PERFORM 1300-Load-Queue
               OPEN I-O CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN I-O"
               OPEN I-O CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN I-O"
               OPEN I-O CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN I-O"
               OPEN EXTEND Register
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT Register
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "ReturnedPayments" "OPEN EXTEND"
               OPEN EXTEND CustAdjAudit
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAdjAudit
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "AdjustAudit" "OPEN EXTEND"
               OPEN EXTEND CustMaintAud
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustMaintAud
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustMaintAudit" "OPEN EXTEND".

           2500-Show-Menu.
               DISPLAY " "
               DISPLAY "R. Reverse a returned payment"
               DISPLAY "L. List a customer's returned payments"
               DISPLAY "C. Clear a customer's cash-only flag"
               DISPLAY "X. Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS_Choice
               EVALUATE WS_Choice
                   WHEN 'R'
                       PERFORM 3000-Reverse-By-Key
                   WHEN 'L'
                       PERFORM 4000-List-Customer-Returns
                   WHEN 'C'
                       PERFORM 4500-Clear-Cash-Only
                   WHEN 'X'
                       SET Exit_Requested TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE.

      * 3000-Reverse-By-Key - the desk names the payment by its
      * CustomerHistory key; the row must be a type 'P' payment
      * not already on the register.
           3000-Reverse-By-Key.
               DISPLAY "Customer number: " WITH NO ADVANCING
               ACCEPT WS_Orig_Customer
               DISPLAY "Payment period (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS_Orig_Period
               DISPLAY "Payment sequence (1-9999): "
                   WITH NO ADVANCING
               ACCEPT WS_Orig_Sequence
               SET History_Found TO TRUE
               MOVE WS_Orig_Key TO CH_Key
               READ CustHist
                   INVALID KEY SET History_Not_Found TO TRUE
               END-READ
               PERFORM 3100-Check-Already-Returned
               PERFORM 3150-Check-Table-Room
               EVALUATE TRUE
                   WHEN History_Not_Found
                       DISPLAY "No such posted row on the history."
                   WHEN CH_Trans_Type NOT EQUAL 'P'
                       DISPLAY "That row is not a payment - "
                           "nothing reversed."
                   WHEN Already_Returned
                       DISPLAY "That payment was returned on "
                           RT_Date (WS_RT_Match_Idx)
                           " - nothing reversed."
                   WHEN No_Table_Room
                       DISPLAY "Returned payment or queue table full "
                           "- nothing reversed."
                       ADD 1 TO WS_Table_Full_Count
                   WHEN OTHER
                       PERFORM 3200-Confirm-Reversal
               END-EVALUATE.

           3100-Check-Already-Returned.
               SET Not_Yet_Returned TO TRUE
               PERFORM 3110-Match-One-Returned
                   VARYING WS_RT_Idx FROM 1 BY 1
                   UNTIL WS_RT_Idx > Returned_Count
                       OR Already_Returned.

           3110-Match-One-Returned.
               IF RT_Key (WS_RT_Idx) EQUAL WS_Orig_Key
                   SET Already_Returned TO TRUE
                   MOVE WS_RT_Idx TO WS_RT_Match_Idx
               END-IF.

      * 3150-Check-Table-Room - a reversal adds a register row and,
      * for a customer with no open queue row, a queue row; both
      * must fit before anything is posted.
           3150-Check-Table-Room.
               SET Table_Room TO TRUE
               SET Queue_Row_Not_Found TO TRUE
               PERFORM 5610-Match-One-Queue-Row
                   VARYING WS_QT_Idx FROM 1 BY 1
                   UNTIL WS_QT_Idx > Queue_Count
                       OR Queue_Row_Found
               IF NOT Returned_Count < 1000
                   SET No_Table_Room TO TRUE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Returned_Table" "TABLE FULL"
               END-IF
               IF Queue_Row_Not_Found AND NOT Queue_Count < 500
                   SET No_Table_Room TO TRUE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Queue_Table" "TABLE FULL"
               END-IF.

           3200-Confirm-Reversal.
               MOVE CH_Amount_Trans TO WS_Return_Amount
               MOVE CH_Currency_Code TO WS_Return_Currency
               MOVE WS_Return_Amount TO WS_Amount_Edit
               DISPLAY "Payment " WS_Amount_Edit " "
                   WS_Return_Currency " posted " CH_Period "/"
                   CH_Day_Trans " by " CH_Entered_By
               DISPLAY "Bank's return reason (blank for NSF): "
                   WITH NO ADVANCING
               ACCEPT WS_Return_Reason
               IF WS_Return_Reason EQUAL SPACES
                   MOVE 'NSF' TO WS_Return_Reason
               END-IF
               MOVE WS_Fee_Amount TO WS_Amount_Edit
               DISPLAY "Reverse it and charge the " WS_Amount_Edit
                   " returned-check fee - confirm (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS_Confirm
               IF WS_Confirm EQUAL 'Y' OR WS_Confirm EQUAL 'y'
                   PERFORM 5000-Reverse-Payment
                   DISPLAY "Payment reversed; the customer is back "
                       "on the collection queue."
                   IF WS_Outcome EQUAL 'REVERSED - NOW CASH ONLY'
                       DISPLAY "Repeat returns - the customer is "
                           "now cash-only."
                   END-IF
                   DISPLAY "Run id " Run_Id
                       " - quote it to Backout if reversed."
               ELSE
                   DISPLAY "Reversal abandoned."
               END-IF.

      * 4000-List-Customer-Returns - the register rows for one
      * customer, and whether the customer is cash-only now.
           4000-List-Customer-Returns.
               DISPLAY "Customer number: " WITH NO ADVANCING
               ACCEPT WS_Work_Customer
               MOVE ZERO TO WS_Customer_Returns
               PERFORM 4100-Show-One-Return
                   VARYING WS_RT_Idx FROM 1 BY 1
                   UNTIL WS_RT_Idx > Returned_Count
               DISPLAY WS_Customer_Returns " returned payments on "
                   "the register."
               PERFORM 4600-Read-Master
               IF Master_Found AND CM_Cash_Only_Set
                   DISPLAY "The customer is cash-only."
               END-IF.

           4100-Show-One-Return.
               IF RT_Customer (WS_RT_Idx) EQUAL WS_Work_Customer
                   ADD 1 TO WS_Customer_Returns
                   DISPLAY "  Payment " RT_Key (WS_RT_Idx) (7:6)
                       "/" RT_Key (WS_RT_Idx) (13:4)
                       " returned " RT_Date (WS_RT_Idx)
               END-IF.

      * 4500-Clear-Cash-Only - once the customer has made good
      * the desk lifts the flag, and DirectDebit draws again.
           4500-Clear-Cash-Only.
               DISPLAY "Customer number: " WITH NO ADVANCING
               ACCEPT WS_Work_Customer
               PERFORM 4600-Read-Master
               EVALUATE TRUE
                   WHEN Master_Not_Found
                       DISPLAY "Customer " WS_Work_Customer
                           " not on the master."
                   WHEN NOT CM_Cash_Only_Set
                       DISPLAY "The customer is not cash-only."
                   WHEN OTHER
                       DISPLAY "Clear the cash-only flag for "
                           CM_First_Name " " CM_Last_Name
                           " (Y/N)? " WITH NO ADVANCING
                       ACCEPT WS_Confirm
                       IF WS_Confirm EQUAL 'Y' OR
                           WS_Confirm EQUAL 'y'
                           MOVE CustomerMasterRecord
                               TO WS_Before_Image
                           MOVE 'N' TO CM_Cash_Only
                           PERFORM 5850-Rewrite-Master
                           DISPLAY "Cash-only flag cleared."
                       ELSE
                           DISPLAY "Flag left in place."
                       END-IF
               END-EVALUATE.

           4600-Read-Master.
               SET Master_Found TO TRUE
               MOVE WS_Work_Customer TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ.

      * 5000-Reverse-Payment - the payment in the history record
      * area comes back off: the NSF row, the fee row, the balance,
      * the audit and register rows, the collection queue, and
      * the repeat rule.  Both the desk and the notice run land
      * here.
           5000-Reverse-Payment.
               MOVE 'REVERSED' TO WS_Outcome
               PERFORM 5050-Convert-Return-Amount
               PERFORM 5100-Write-Reversal-Row
               IF WS_Fee_Amount > ZERO
                   PERFORM 5200-Write-Fee-Row
               END-IF
               PERFORM 5300-Move-Balance
               PERFORM 5400-Write-Adjust-Audit
               PERFORM 5500-Write-Register-Row
               PERFORM 5600-Requeue-Customer
               PERFORM 5700-Check-Repeat-Returns
               ADD 1 TO WS_Reversed_Count.

      * 5050-Convert-Return-Amount - the booked value the payment
      * took off the balance, at the rate for the period it posted
      * in; the same figure goes back on.
           5050-Convert-Return-Amount.
               MOVE ZEROES TO WS_Rate_Best_Period
               MOVE 1.0000 TO WS_Conversion_Rate
               PERFORM 5060-Check-One-Rate-Entry
                   VARYING WS_Currency_Idx FROM 1 BY 1
                   UNTIL WS_Currency_Idx > Currency_Table_Entries
               COMPUTE WS_Booked_Amount ROUNDED =
                   WS_Return_Amount * WS_Conversion_Rate.

           5060-Check-One-Rate-Entry.
               IF CT_Currency_Code (WS_Currency_Idx) EQUAL
                   WS_Return_Currency AND
                   CT_Effective_Period (WS_Currency_Idx) NOT GREATER
                       THAN WS_Orig_Period AND
                   CT_Effective_Period (WS_Currency_Idx) NOT LESS
                       THAN WS_Rate_Best_Period
                   MOVE CT_Effective_Period (WS_Currency_Idx)
                       TO WS_Rate_Best_Period
                   MOVE CT_Conversion_Rate (WS_Currency_Idx)
                       TO WS_Conversion_Rate
               END-IF.

      * 5100-Write-Reversal-Row - an NSF debit adjustment for the
      * payment, in its own currency, posted into the current
      * period so the statement shows the payment coming back
      * rather than history being rewritten.
           5100-Write-Reversal-Row.
               MOVE WS_Orig_Customer TO CH_Customer_Number
               MOVE WS_Current_Period TO CH_Period
               MOVE WS_Return_Amount TO CH_Amount_Trans
               MOVE 'A' TO CH_Trans_Type
               MOVE WS_Return_Currency TO CH_Currency_Code
               MOVE WS_Current_Day TO CH_Day_Trans
               MOVE WS_Operator_Id TO CH_Entered_By
               MOVE 'NSF ' TO CH_Reason_Code
               MOVE SPACES TO CH_Tax_Juris
               MOVE ZERO TO CH_Tax_Amount
               MOVE SPACES TO CH_Office_Code
               MOVE WS_Approved_By TO CH_Approved_By
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               PERFORM 5900-Write-History-Row.

      * 5200-Write-Fee-Row - the returned-check fee, an NSFC
      * debit adjustment in the reporting currency.
           5200-Write-Fee-Row.
               MOVE WS_Orig_Customer TO CH_Customer_Number
               MOVE WS_Current_Period TO CH_Period
               MOVE WS_Fee_Amount TO CH_Amount_Trans
               MOVE 'A' TO CH_Trans_Type
               MOVE 'USD' TO CH_Currency_Code
               MOVE WS_Current_Day TO CH_Day_Trans
               MOVE WS_Operator_Id TO CH_Entered_By
               MOVE 'NSFC' TO CH_Reason_Code
               MOVE SPACES TO CH_Tax_Juris
               MOVE ZERO TO CH_Tax_Amount
               MOVE SPACES TO CH_Office_Code
               MOVE WS_Approved_By TO CH_Approved_By
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               PERFORM 5900-Write-History-Row.

      * 5300-Move-Balance - the BOOKED payment value and the fee
      * go back on the balance together.
           5300-Move-Balance.
               MOVE WS_Orig_Customer TO CB_Customer_Number
               READ CustBal
                   INVALID KEY
                       MOVE WS_Orig_Customer TO CB_Customer_Number
                       COMPUTE CB_Balance =
                           WS_Booked_Amount + WS_Fee_Amount
                       MOVE WS_Current_Date TO CB_Last_Activity
                       MOVE 'A' TO WS_Jnl_Action
                       MOVE SPACES TO WS_Jnl_Before
                       PERFORM 5350-Journal-Balance-Row
                       WRITE Balance_Record
                   NOT INVALID KEY
                       MOVE Balance_Record TO WS_Jnl_Before
                       ADD WS_Booked_Amount TO CB_Balance
                       ADD WS_Fee_Amount TO CB_Balance
                       MOVE WS_Current_Date TO CB_Last_Activity
                       MOVE 'C' TO WS_Jnl_Action
                       PERFORM 5350-Journal-Balance-Row
                       REWRITE Balance_Record
               END-READ.

      * 5350-Journal-Balance-Row - journalled ahead of the write so
      * a stop between the two leaves Backout nothing worse than a
      * record already in its before state.
           5350-Journal-Balance-Row.
               MOVE 'ReturnedPay' TO WS_Jnl_Program
               MOVE 'BAL ' TO WS_Jnl_File
               MOVE CB_Customer_Number TO WS_Jnl_Key
               MOVE Balance_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

      * 5400-Write-Adjust-Audit - both adjustments are debits and
      * carry a positive amount, as a late charge does.
           5400-Write-Adjust-Audit.
               MOVE WS_Orig_Customer TO AA_Customer_Number
               MOVE WS_Current_Date TO AA_Date
               MOVE WS_Booked_Amount TO AA_Amount
               MOVE WS_Operator_Id TO AA_Entered_By
               MOVE 'NSF ' TO AA_Reason_Code
               MOVE WS_Approved_By TO AA_Approved_By
               MOVE Run_Id TO AA_Run_Id
               WRITE Adjust_Audit_Record
               IF WS_Fee_Amount > ZERO
                   MOVE WS_Fee_Amount TO AA_Amount
                   MOVE 'NSFC' TO AA_Reason_Code
                   WRITE Adjust_Audit_Record
               END-IF.

           5500-Write-Register-Row.
               MOVE WS_Orig_Customer TO RP_Customer_Number
               MOVE WS_Orig_Key TO RP_Orig_Key
               MOVE WS_Current_Date TO RP_Return_Date
               MOVE WS_Return_Amount TO RP_Amount
               MOVE WS_Return_Currency TO RP_Currency
               MOVE WS_Booked_Amount TO RP_Booked
               MOVE WS_Fee_Amount TO RP_Fee
               MOVE WS_Return_Reason TO RP_Reason
               MOVE WS_Source TO RP_Source
               MOVE WS_Operator_Id TO RP_Operator
               MOVE Run_Id TO RP_Run_Id
               WRITE Register_Record
               PERFORM 1220-Table-Register-Row.

      * 5600-Requeue-Customer - the collectors hear at once: the
      * open queue row is reopened at top priority or, with none,
      * a fresh row is added at the new balance; 3150 has made
      * sure there is room for it.
           5600-Requeue-Customer.
               SET Queue_Row_Not_Found TO TRUE
               PERFORM 5610-Match-One-Queue-Row
                   VARYING WS_QT_Idx FROM 1 BY 1
                   UNTIL WS_QT_Idx > Queue_Count
                       OR Queue_Row_Found
               IF Queue_Row_Found
                   MOVE QT_Image (WS_QT_Match_Idx) TO Queue_Record
               ELSE
                   MOVE SPACES TO Queue_Record
                   MOVE WS_Orig_Customer TO CQ_Customer_Number
                   MOVE SPACES TO CQ_Assigned_To
                   MOVE WS_Current_Date TO CQ_Date_Queued
               END-IF
               MOVE 9 TO CQ_Priority
               MOVE 'Q' TO CQ_Status
               MOVE CB_Balance TO CQ_Balance
               MOVE ZERO TO CQ_Promise_Amount
               MOVE ZERO TO CQ_Promise_Date
               MOVE 'PAYMENT RETURNED' TO CQ_Last_Outcome
               IF Queue_Row_Found
                   MOVE Queue_Record TO QT_Image (WS_QT_Match_Idx)
               ELSE
                   ADD 1 TO Queue_Count
                   MOVE Queue_Record TO QT_Image (Queue_Count)
               END-IF.

           5610-Match-One-Queue-Row.
               MOVE QT_Image (WS_QT_Idx) TO Queue_Record
               IF CQ_Customer_Number EQUAL WS_Orig_Customer AND
                   NOT Queue_Closed
                   SET Queue_Row_Found TO TRUE
                   MOVE WS_QT_Idx TO WS_QT_Match_Idx
               END-IF.

      * 5700-Check-Repeat-Returns - the set number of returns
      * inside the window, this one included, marks the customer
      * cash-only; a repeat count of zero turns the rule off.
           5700-Check-Repeat-Returns.
               MOVE 'A' TO WS_Date_Function
               COMPUTE WS_Day_Count = 0 - WS_Window_Days
               CALL "DateCalc" USING WS_Date_Function,
                   WS_Current_Date, WS_Day_Count, WS_Window_Start
               MOVE ZERO TO WS_Customer_Returns
               PERFORM 5710-Count-One-Return
                   VARYING WS_RT_Idx FROM 1 BY 1
                   UNTIL WS_RT_Idx > Returned_Count
               IF WS_Repeat_Count > ZERO AND
                   WS_Customer_Returns NOT LESS THAN WS_Repeat_Count
                   MOVE WS_Orig_Customer TO WS_Work_Customer
                   PERFORM 4600-Read-Master
                   IF Master_Found AND NOT CM_Cash_Only_Set
                       MOVE CustomerMasterRecord TO WS_Before_Image
                       MOVE 'Y' TO CM_Cash_Only
                       PERFORM 5850-Rewrite-Master
                       ADD 1 TO WS_Flagged_Count
                       MOVE 'REVERSED - NOW CASH ONLY' TO WS_Outcome
                   END-IF
               END-IF.

           5710-Count-One-Return.
               IF RT_Customer (WS_RT_Idx) EQUAL WS_Orig_Customer AND
                   RT_Date (WS_RT_Idx) NOT LESS THAN WS_Window_Start
                   ADD 1 TO WS_Customer_Returns
               END-IF.

      * 5850-Rewrite-Master - the flag change goes to
      * CustMaintAudit with both images, like any other master
      * change, so MasterFeed sends it on.
           5850-Rewrite-Master.
               REWRITE CustomerMasterRecord
                   INVALID KEY
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerMaster" "REWRITE"
               END-REWRITE
               ACCEPT WS_System_Time FROM TIME
               MOVE 'C' TO MA_Action
               MOVE WS_Current_Date TO MA_Date
               COMPUTE MA_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE WS_Operator_Id TO MA_Operator
               MOVE WS_Before_Image TO MA_Before_Image
               MOVE CustomerMasterRecord TO MA_After_Image
               WRITE Maint_Audit_Record.

           5900-Write-History-Row.
               SET History_Not_Written TO TRUE
               PERFORM 5910-Try-One-History-Write
                   VARYING WS_History_Seq FROM 1 BY 1
                   UNTIL History_Written OR WS_History_Seq > 9999
               IF History_Written
                   PERFORM 5950-Journal-History-Add
               END-IF.

           5910-Try-One-History-Write.
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

           5950-Journal-History-Add.
               MOVE 'ReturnedPay' TO WS_Jnl_Program
               MOVE 'HIST' TO WS_Jnl_File
               MOVE 'A' TO WS_Jnl_Action
               MOVE CH_Key TO WS_Jnl_Key
               MOVE SPACES TO WS_Jnl_Before
               MOVE History_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

      * 7000-Work-Notice-File - each returned item the bank sent
      * is matched to its posted payment and reversed; what cannot
      * be matched is listed for the desk to key by CH_Key.  The
      * worked file renames to its dated archive name so a re-run
      * cannot take the same notices twice.
           7000-Work-Notice-File.
               OPEN INPUT Notices
                   CALL "Validations" USING File_Status
                       BY CONTENT "ReturnedItems" "OPEN INPUT"
               OPEN OUTPUT ReturnRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "ReturnedItemReport" "OPEN OUTPUT"
               STRING WS_Current_Month '/' WS_Current_Day '/'
                       WS_Current_Year DELIMITED BY SIZE
                   INTO Ret_Head_Date
               WRITE Return_Buffer FROM ReturnHeading
               WRITE Return_Buffer FROM ReturnColumns
                   AFTER ADVANCING 2 LINES
               SET More_Notice_Records TO TRUE
               PERFORM 7100-Work-One-Notice
                   UNTIL No_More_Notices
               CLOSE Notices
               MOVE 'Notices read:' TO Ret_Count_Label
               MOVE WS_Notice_Count TO Ret_Count_Value
               WRITE Return_Buffer FROM ReturnCountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Payments reversed:' TO Ret_Count_Label
               MOVE WS_Reversed_Count TO Ret_Count_Value
               WRITE Return_Buffer FROM ReturnCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Left for the desk:' TO Ret_Count_Label
               MOVE WS_Unmatched_Count TO Ret_Count_Value
               WRITE Return_Buffer FROM ReturnCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Customers made cash-only:' TO Ret_Count_Label
               MOVE WS_Flagged_Count TO Ret_Count_Value
               WRITE Return_Buffer FROM ReturnCountLine
                   AFTER ADVANCING 1 LINES
               CLOSE ReturnRpt
               MOVE SPACES TO WS_Notice_Archive_Name
               STRING 'ReturnedItems.' DELIMITED BY SIZE
                       WS_Current_Date DELIMITED BY SIZE
                   INTO WS_Notice_Archive_Name
               CALL "CBL_RENAME_FILE" USING "ReturnedItems"
                   WS_Notice_Archive_Name
               DISPLAY "ReturnedPayment: " WS_Notice_Count
                   " notices, " WS_Reversed_Count " reversed, "
                   WS_Unmatched_Count " left for the desk, "
                   WS_Flagged_Count " made cash-only.".

           7100-Work-One-Notice.
               READ Notices
                   AT END SET No_More_Notices TO TRUE
               END-READ
               IF NOT No_More_Notices
                   ADD 1 TO WS_Notice_Count
                   MOVE SPACES TO WS_Outcome
                   MOVE SPACES TO Ret_Key
                   PERFORM 7200-Find-Returned-Payment
                   IF History_Found
                       MOVE CH_Key TO WS_Orig_Key
                       MOVE WS_Orig_Key TO Ret_Key
                       MOVE CH_Amount_Trans TO WS_Return_Amount
                       MOVE CH_Currency_Code TO WS_Return_Currency
                       MOVE RI_Return_Reason TO WS_Return_Reason
                       IF WS_Return_Reason EQUAL SPACES
                           MOVE 'NSF' TO WS_Return_Reason
                       END-IF
                       PERFORM 3150-Check-Table-Room
                       EVALUATE TRUE
                           WHEN CH_Amount_Trans NOT EQUAL RI_Amount
                               MOVE 'AMOUNT DIFFERS - desk to check'
                                   TO WS_Outcome
                               ADD 1 TO WS_Unmatched_Count
                           WHEN No_Table_Room
                               MOVE 'TABLE FULL - desk to check'
                                   TO WS_Outcome
                               ADD 1 TO WS_Unmatched_Count
                               ADD 1 TO WS_Table_Full_Count
                           WHEN OTHER
                               PERFORM 5000-Reverse-Payment
                       END-EVALUATE
                   ELSE
                       MOVE 'NO MATCHING PAYMENT - desk'
                           TO WS_Outcome
                       ADD 1 TO WS_Unmatched_Count
                   END-IF
                   MOVE RI_Customer_Number TO Ret_Customer
                   MOVE RI_Amount TO Ret_Amount
                   MOVE RI_Check_Number TO Ret_Check
                   MOVE WS_Outcome TO Ret_Outcome
                   WRITE Return_Buffer FROM ReturnDetail
                       AFTER ADVANCING 1 LINES
               END-IF.

      * 7200-Find-Returned-Payment - by transaction id when the
      * item carries one, otherwise a payment of the same amount
      * posted on the deposit date; only the named customer's rows
      * are read when the bank gives the customer, the whole
      * history when it gives only the id.  A payment already on
      * the register is passed over.
           7200-Find-Returned-Payment.
               SET History_Not_Found TO TRUE
               SET More_History TO TRUE
               EVALUATE TRUE
                   WHEN RI_Customer_Number NUMERIC
                       MOVE RI_Customer_Number TO CH_Customer_Number
                       MOVE LOW-VALUES TO CH_Period
                       MOVE ZERO TO CH_Sequence
                   WHEN RI_Trans_Id NOT EQUAL SPACES
                       MOVE LOW-VALUES TO CH_Key
                   WHEN OTHER
                       SET No_More_History TO TRUE
               END-EVALUATE
               IF More_History
                   START CustHist KEY IS NOT LESS THAN CH_Key
                       INVALID KEY SET No_More_History TO TRUE
                   END-START
                   PERFORM 7210-Check-One-History-Row
                       UNTIL No_More_History OR History_Found
               END-IF.

           7210-Check-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF RI_Customer_Number NUMERIC AND
                       CH_Customer_Number NOT EQUAL
                           RI_Customer_Number
                       SET No_More_History TO TRUE
                   ELSE
                       IF CH_Trans_Type EQUAL 'P'
                           PERFORM 7220-Match-One-Payment
                       END-IF
                   END-IF
               END-IF.

           7220-Match-One-Payment.
               IF (RI_Trans_Id NOT EQUAL SPACES AND
                       CH_Trans_Id EQUAL RI_Trans_Id) OR
                   (RI_Trans_Id EQUAL SPACES AND
                       CH_Amount_Trans EQUAL RI_Amount AND
                       CH_Period EQUAL RI_Deposit_Date (1:6) AND
                       CH_Day_Trans EQUAL RI_Deposit_Date (7:2))
                   MOVE CH_Key TO WS_Orig_Key
                   PERFORM 3100-Check-Already-Returned
                   IF Not_Yet_Returned
                       SET History_Found TO TRUE
                   END-IF
               END-IF.

           9000-Close-Program.
               CLOSE CustHist
               CLOSE CustBal
               CLOSE CustMstr
               CLOSE Register
               CLOSE CustAdjAudit
               CLOSE CustMaintAud
               PERFORM 9100-Rewrite-Queue
               PERFORM 1950-Release-Run-Lock.

           9100-Rewrite-Queue.
               OPEN OUTPUT CollQueue
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustCollectQueue" "OPEN OUTPUT"
               PERFORM 9110-Write-One-Queue-Row
                   VARYING WS_QT_Idx FROM 1 BY 1
                   UNTIL WS_QT_Idx > Queue_Count
               CLOSE CollQueue.

           9110-Write-One-Queue-Row.
               MOVE QT_Image (WS_QT_Idx) TO Queue_Record
               WRITE Queue_Record.

       End Program ReturnedPayment.
