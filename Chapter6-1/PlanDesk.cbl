       Identification Division.
           Program-ID. PlanDesk.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Payment plan desk - collections agrees an
      *                   installment plan (agreed total, up to 12
      *                   installments, each with its amount and
      *                   due date) for a customer who cannot clear
      *                   a large overdue balance, and records it
      *                   on PaymentPlans.  Level-9 operators only,
      *                   through the approval grant ('A') of the
      *                   shared SignOn gate.  CHECK on the command
      *                   line is the nightly step: 'P' payments on
      *                   CustomerHistory since the plan was agreed
      *                   are matched to the installments in due
      *                   order and each is marked met, late or
      *                   missed; a missed installment breaks the
      *                   plan and puts the customer back on
      *                   CustCollectQueue at top priority.  While
      *                   a plan is current LateCharge and
      *                   DunningRun pass the customer over.
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  A payment on the ReturnedPayments register
      *                   came back unpaid and no longer counts
      *                   toward an installment.
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
      *   2026-10-15  AD  A full plan table on load stops at RC 8
      *                   with PaymentPlans untouched; a full
      *                   collection queue skips the requeue at
      *                   RC 8 rather than rewrite it short.
      *   2026-10-15  AD  The queue is loaded before plans are judged
      *                   and a missed plan only breaks when its
      *                   customer can be requeued; one that cannot is
      *                   left current for the next run, at RC 8.  A
      *                   full payment table stops at RC 8 with
      *                   PaymentPlans untouched.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select PlanFile assign to "PaymentPlans"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

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

                   Select CollQueue assign to "CustCollectQueue"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Register assign to "ReturnedPayments"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Plan_Record - one row per plan: what was agreed, by whom
      * and when, and the installments with how each went.  An
      * installment status is blank while it is not yet due, M met
      * by its due date, L late (past due, or paid after it) and X
      * missed; the paid date is when the payments reached it.
           FD  PlanFile
               Record Contains 360 Characters.
               01  Plan_Record.
                   05  PP_Plan_Number              PIC 9(6).
                   05  PP_Customer_Number          PIC 9(6).
                   05  PP_Agreed_Total             PIC 9(7)V9(2).
                   05  PP_Installment_Count        PIC 9(2).
                   05  PP_Status                   PIC X(1).
                       88  Plan_Current              value 'C'.
                       88  Plan_Completed            value 'K'.
                       88  Plan_Broken               value 'B'.
                       88  Plan_Cancelled            value 'X'.
                   05  PP_Created                  PIC 9(8).
                   05  PP_Created_By               PIC X(8).
                   05  PP_Closed                   PIC 9(8).
                   05  PP_Installment OCCURS 12 TIMES.
                       10  PI_Amount               PIC 9(7)V9(2).
                       10  PI_Due_Date             PIC 9(8).
                       10  PI_Status               PIC X(1).
                           88  Installment_Pending   value ' '.
                           88  Installment_Met       value 'M'.
                           88  Installment_Late      value 'L'.
                           88  Installment_Missed    value 'X'.
                       10  PI_Paid_Date            PIC 9(8).

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
                   05  CM_Billing_Cycle                PIC X(1).

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

      * Currency_Rate_Record - a payment taken in a foreign
      * currency counts against the plan at its period's rate, as
      * LateCharge nets a foreign dispute.
           FD  CurrRates
               Record Contains 14 Characters.
               01  Currency_Rate_Record.
                   05  CR_Currency_Code                PIC X(3).
                   05  CR_Effective_Period             PIC X(6).
                   05  CR_Conversion_Rate              PIC 9(1)V9(4).

      * Register_Record - only the returned payment's key is read
      * here.
           FD  Register
               Record Contains 103 Characters.
               01  Register_Record.
                   05  RP_Customer_Number          PIC 9(6).
                   05  RP_Orig_Key                 PIC X(16).
                   05                              PIC X(81).

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Master_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_Command_Line                 PIC X(80).
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Password                     PIC X(8).
               01  WS_SignOn_Status                PIC 9(2).
               01  WS_Choice                       PIC X(1).
               01  WS_Confirm                      PIC X(1).
               01  WS_Work_Customer                PIC 9(6).
               01  WS_Work_Number                  PIC 9(6).
               01  WS_Work_Total                   PIC 9(7)V9(2).
               01  WS_Work_Count                   PIC 9(2).
               01  WS_Work_Amount                  PIC 9(7)V9(2).
               01  WS_Work_Date.
                   05  WS_Work_Year                PIC 9(4).
                   05  WS_Work_Month               PIC 9(2).
                   05  WS_Work_Day                 PIC 9(2).
               01  WS_Work_Date_N REDEFINES WS_Work_Date
                                                   PIC 9(8).
               01  WS_Prior_Due_Date               PIC 9(8).
               01  WS_Schedule_Total               PIC 9(8)V9(2).
               01  WS_Even_Amount                  PIC 9(7)V9(2).
               01  WS_Date_Function                PIC X(1).
               01  WS_Day_Count                    PIC S9(5).
               01  WS_Grace_Days                   PIC 9(2) value 10.
               01  WS_Grace_Date                   PIC 9(8).
               01  Exit_Sw                         PIC X(1) value 'N'.
                   88  Exit_Requested                value 'Y'.
                   88  Keep_Running                  value 'N'.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               01  Schedule_Sw                     PIC X(1).
                   88  Schedule_Good                 value 'Y'.
                   88  Schedule_Bad                  value 'N'.
               01  Oper_EOF_Sw                     PIC X(1).
                   88  No_More_Operators             value 'Y'.
                   88  More_Operator_Records         value 'N'.
               01  Plan_EOF_Sw                     PIC X(1).
                   88  No_More_Plans                 value 'Y'.
                   88  More_Plan_Records             value 'N'.
               01  Queue_EOF_Sw                    PIC X(1).
                   88  No_More_Queue                 value 'Y'.
                   88  More_Queue_Records            value 'N'.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Rate_EOF_Sw                     PIC X(1).
                   88  No_More_Rates                 value 'Y'.
                   88  More_Rate_Records             value 'N'.
               01  Register_EOF_Sw                 PIC X(1).
                   88  No_More_Register              value 'Y'.
                   88  More_Register_Records         value 'N'.
               01  Returned_Sw                     PIC X(1).
                   88  Payment_Returned              value 'Y'.
                   88  Payment_Not_Returned          value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Balance_Found_Sw                PIC X(1).
                   88  Balance_Found                 value 'Y'.
                   88  Balance_Not_Found             value 'N'.
               01  Plan_Found_Sw                   PIC X(1).
                   88  Plan_Found                    value 'Y'.
                   88  Plan_Not_Found                value 'N'.
               01  Queue_Found_Sw                  PIC X(1).
                   88  Queue_Row_Found               value 'Y'.
                   88  Queue_Row_Not_Found           value 'N'.
               01  Reached_Sw                      PIC X(1).
                   88  Installment_Reached           value 'Y'.
                   88  Installment_Not_Reached       value 'N'.
               01  Plan_Missed_Sw                  PIC X(1).
                   88  Plan_Missed                   value 'Y'.
                   88  Plan_Not_Missed               value 'N'.
               01  Plan_Open_Sw                    PIC X(1).
                   88  Plan_Still_Open               value 'Y'.
                   88  Plan_All_Paid                 value 'N'.
               01  WS_Next_Number                  PIC 9(6).
               01  WS_Amount_Edit                  PIC Z,ZZZ,ZZ9.99.
               01  WS_Balance_Edit                 PIC +Z,ZZZ,ZZ9.99.
               01  WS_Inst_Idx                     PIC 9(2).
               01  WS_Next_Due_Idx                 PIC 9(2).
               01  WS_Cumulative_Due               PIC 9(8)V9(2).
               01  WS_Cumulative_Paid              PIC 9(9)V9(2).
               01  WS_Reached_Date                 PIC 9(8).
               01  WS_Pay_Date_X                   PIC X(8).
               01  WS_Pay_Date_N REDEFINES WS_Pay_Date_X
                                                   PIC 9(8).
               01  WS_Conversion_Rate              PIC 9(1)V9(4).
               01  WS_Rate_Best_Period             PIC X(6).
               01  WS_Met_Count                    PIC 9(5) value zero.
               01  WS_Late_Count                   PIC 9(5) value zero.
               01  WS_Missed_Count                 PIC 9(5) value zero.
               01  WS_Completed_Count              PIC 9(5) value zero.
               01  WS_Queued_Count                 PIC 9(5) value zero.
               01  WS_Held_Count                   PIC 9(5) value zero.
               01  WS_New_Queue_Rows               PIC 9(3) value zero.
               01  Requeue_Room_Sw                 PIC X(1).
                   88  Requeue_Room                  value 'Y'.
                   88  No_Requeue_Room               value 'N'.

      * Plan_Work_Table - the whole plan file in storage, rewritten
      * at exit.
               01  Plan_Count                      PIC 9(3) value zero.
               01  Plan_Work_Table.
                   05  Plan_Work_Entry OCCURS 500 TIMES.
                       10  PWT_Image               PIC X(360).
               01  WS_Plan_Idx                     PIC 9(3).
               01  WS_Plan_Match_Idx               PIC 9(3).

      * Payment_Table - one customer's 'P' payments since the plan
      * was agreed, in posting order, at booked value.
               01  Payment_Count                   PIC 9(3) value zero.
               01  Payment_Table.
                   05  Payment_Entry OCCURS 200 TIMES.
                       10  PAY_Date                PIC 9(8).
                       10  PAY_Amount              PIC 9(9)V9(2).
               01  WS_Pay_Idx                      PIC 9(3).

               01  Queue_Full_Sw                   PIC X(1) value 'N'.
                   88  Queue_Table_Full              value 'Y'.
                   88  Queue_Table_Room              value 'N'.
               01  Queue_Count                     PIC 9(3) value zero.
               01  Queue_Table.
                   05  Queue_Entry OCCURS 500 TIMES.
                       10  QT_Image                PIC X(71).
               01  WS_QT_Idx                       PIC 9(3).
               01  WS_QT_Match_Idx                 PIC 9(3).

               01  Currency_Table_Entries          PIC 9(3) value zero.
               01  Currency_Rate_Table.
                   05  Currency_Table OCCURS 200 TIMES.
                       10  CT_Currency_Code        PIC X(3).
                       10  CT_Effective_Period     PIC X(6).
                       10  CT_Conversion_Rate      PIC 9(1)V9(4).
               01  WS_Currency_Idx                 PIC 9(3).

      * Returned_Table - the keys of payments the bank sent back.
               01  Returned_Count                  PIC 9(4) value zero.
               01  Returned_Table.
                   05  Returned_Entry OCCURS 1000 TIMES.
                       10  RT_Key                  PIC X(16).
               01  WS_RT_Idx                       PIC 9(4).

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               PERFORM 1000-Load-Plans
               IF WS_Command_Line (1:5) EQUAL 'CHECK'
                   CALL "RunTiming" USING BY CONTENT 'S'
                       'PLANCHECK   '
                   IF WS_Command_Line (7:2) NUMERIC
                       MOVE WS_Command_Line (7:2) TO WS_Grace_Days
                   END-IF
                   PERFORM 5000-Check-Installments
                   PERFORM 8000-Rewrite-Plans
                   CALL "RunTiming" USING BY CONTENT 'E'
                       'PLANCHECK   '
                   IF WS_Held_Count > ZERO
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   STOP RUN
               END-IF
               DISPLAY "Payment Plan Desk"
               DISPLAY "Supervisor id: " WITH NO ADVANCING
               ACCEPT WS_Operator_Id
               PERFORM 1500-Check-Sign-On
               IF SignOn_Rejected
                   DISPLAY "Not authorized for payment plans."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1700-Check-Credential
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT"
               PERFORM 2000-Show-Menu UNTIL Exit_Requested
               CLOSE CustMstr
               CLOSE CustBal
               PERFORM 8000-Rewrite-Plans
               STOP RUN.

           1000-Load-Plans.
               MOVE ZERO TO Plan_Count
               MOVE ZERO TO WS_Next_Number
               OPEN INPUT PlanFile
               IF File_Status EQUAL '00'
                   SET More_Plan_Records TO TRUE
                   PERFORM 1100-Read-One-Plan
                       UNTIL No_More_Plans
                   CLOSE PlanFile
               END-IF.

           1100-Read-One-Plan.
               READ PlanFile
                   AT END SET No_More_Plans TO TRUE
               END-READ
               IF NOT No_More_Plans
                   IF Plan_Count < 500
                       ADD 1 TO Plan_Count
                       MOVE Plan_Record TO PWT_Image (Plan_Count)
                       IF PP_Plan_Number > WS_Next_Number
                           MOVE PP_Plan_Number TO WS_Next_Number
                       END-IF
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Plan_Work_Table" "TABLE FULL"
                       DISPLAY "Payment plan table full - PaymentPlans "
                           "left as it stands."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 1500-Check-Sign-On - a plan stops the late charges and the
      * letters, so only a level-9 operator agrees one, as for
      * approvals.
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

           2000-Show-Menu.
               DISPLAY " "
               DISPLAY "A. Agree a payment plan"
               DISPLAY "L. List current plans"
               DISPLAY "V. View a plan's installments"
               DISPLAY "C. Cancel a plan"
               DISPLAY "X. Exit and save"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS_Choice
               EVALUATE WS_Choice
                   WHEN 'A'
                       PERFORM 3000-Agree-One-Plan
                   WHEN 'L'
                       PERFORM 4000-List-Current-Plans
                   WHEN 'V'
                       PERFORM 4200-View-One-Plan
                   WHEN 'C'
                       PERFORM 4500-Cancel-One-Plan
                   WHEN 'X'
                       SET Exit_Requested TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE.

      * 3000-Agree-One-Plan - one current plan per customer, for
      * no more than the balance owed.  The installments are even
      * monthly amounts from a first due date, the last taking the
      * odd cents, or keyed one by one when the agreement is not
      * even; keyed ones must fall due in order and add up to the
      * agreed total.
           3000-Agree-One-Plan.
               DISPLAY "Customer number: " WITH NO ADVANCING
               ACCEPT WS_Work_Customer
               SET Master_Found TO TRUE
               MOVE WS_Work_Customer TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               IF Master_Not_Found
                   DISPLAY "Customer not on the master."
               ELSE
                   PERFORM 3050-Find-Current-Plan
                   IF Plan_Found
                       DISPLAY "Customer already has current plan "
                           PP_Plan_Number "."
                   ELSE
                       PERFORM 3100-Read-Balance
                       IF Balance_Not_Found OR
                           CB_Balance NOT GREATER THAN ZERO
                           DISPLAY "No balance owing - no plan "
                               "needed."
                       ELSE
                           PERFORM 3200-Key-Plan-Terms
                       END-IF
                   END-IF
               END-IF.

           3050-Find-Current-Plan.
               SET Plan_Not_Found TO TRUE
               PERFORM 3060-Match-Current-Plan
                   VARYING WS_Plan_Idx FROM 1 BY 1
                   UNTIL WS_Plan_Idx > Plan_Count OR Plan_Found.

           3060-Match-Current-Plan.
               MOVE PWT_Image (WS_Plan_Idx) TO Plan_Record
               IF PP_Customer_Number EQUAL WS_Work_Customer AND
                   Plan_Current
                   SET Plan_Found TO TRUE
                   MOVE WS_Plan_Idx TO WS_Plan_Match_Idx
               END-IF.

           3100-Read-Balance.
               SET Balance_Found TO TRUE
               MOVE WS_Work_Customer TO CB_Customer_Number
               READ CustBal
                   INVALID KEY SET Balance_Not_Found TO TRUE
               END-READ.

           3200-Key-Plan-Terms.
               MOVE CB_Balance TO WS_Balance_Edit
               DISPLAY CM_First_Name " " CM_Last_Name
                   " - balance " WS_Balance_Edit
               DISPLAY "Agreed total (999999999): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Total
               DISPLAY "Number of installments (01-12): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Count
               IF WS_Work_Total NOT GREATER THAN ZERO OR
                   WS_Work_Total > CB_Balance
                   DISPLAY "Agreed total must be above zero and no "
                       "more than the balance."
               ELSE
                   IF WS_Work_Count < 1 OR WS_Work_Count > 12
                       DISPLAY "Installments must be 01 to 12."
                   ELSE
                       PERFORM 3300-Build-Schedule
                       IF Schedule_Good
                           PERFORM 3600-Confirm-Plan
                       END-IF
                   END-IF
               END-IF.

           3300-Build-Schedule.
               MOVE SPACES TO Plan_Record
               MOVE WS_Work_Customer TO PP_Customer_Number
               MOVE WS_Work_Total TO PP_Agreed_Total
               MOVE WS_Work_Count TO PP_Installment_Count
               PERFORM 3310-Clear-One-Installment
                   VARYING WS_Inst_Idx FROM 1 BY 1
                   UNTIL WS_Inst_Idx > 12
               SET Schedule_Good TO TRUE
               MOVE WS_Current_Date TO WS_Prior_Due_Date
               DISPLAY "Even monthly installments? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS_Confirm
               IF WS_Confirm EQUAL 'Y' OR WS_Confirm EQUAL 'y'
                   PERFORM 3400-Build-Even-Schedule
               ELSE
                   MOVE ZERO TO WS_Schedule_Total
                   PERFORM 3500-Key-One-Installment
                       VARYING WS_Inst_Idx FROM 1 BY 1
                       UNTIL WS_Inst_Idx > WS_Work_Count
                           OR Schedule_Bad
                   IF Schedule_Good AND
                       WS_Schedule_Total NOT EQUAL WS_Work_Total
                       DISPLAY "Installments do not add up to the "
                           "agreed total - plan not recorded."
                       SET Schedule_Bad TO TRUE
                   END-IF
               END-IF.

           3310-Clear-One-Installment.
               MOVE ZERO TO PI_Amount (WS_Inst_Idx)
               MOVE ZERO TO PI_Due_Date (WS_Inst_Idx)
               MOVE SPACES TO PI_Status (WS_Inst_Idx)
               MOVE ZERO TO PI_Paid_Date (WS_Inst_Idx).

      * 3400-Build-Even-Schedule - the due day is held to 01-28 so
      * every month has it.
           3400-Build-Even-Schedule.
               DISPLAY "First due date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Date_N
               IF WS_Work_Date_N NOT GREATER THAN WS_Current_Date OR
                   WS_Work_Month < 1 OR WS_Work_Month > 12 OR
                   WS_Work_Day < 1 OR WS_Work_Day > 28
                   DISPLAY "First due date must be after today, on "
                       "day 01 to 28."
                   SET Schedule_Bad TO TRUE
               ELSE
                   COMPUTE WS_Even_Amount =
                       WS_Work_Total / WS_Work_Count
                   MOVE ZERO TO WS_Schedule_Total
                   PERFORM 3410-Set-One-Even-Installment
                       VARYING WS_Inst_Idx FROM 1 BY 1
                       UNTIL WS_Inst_Idx > WS_Work_Count
               END-IF.

           3410-Set-One-Even-Installment.
               IF WS_Inst_Idx EQUAL WS_Work_Count
                   COMPUTE PI_Amount (WS_Inst_Idx) =
                       WS_Work_Total - WS_Schedule_Total
               ELSE
                   MOVE WS_Even_Amount TO PI_Amount (WS_Inst_Idx)
                   ADD WS_Even_Amount TO WS_Schedule_Total
               END-IF
               MOVE WS_Work_Date_N TO PI_Due_Date (WS_Inst_Idx)
               ADD 1 TO WS_Work_Month
               IF WS_Work_Month > 12
                   MOVE 1 TO WS_Work_Month
                   ADD 1 TO WS_Work_Year
               END-IF.

      * 3500-Key-One-Installment - DateCalc answers zero days for
      * a date that is not a real calendar date.
           3500-Key-One-Installment.
               DISPLAY "Installment " WS_Inst_Idx
                   " amount (999999999): " WITH NO ADVANCING
               ACCEPT WS_Work_Amount
               DISPLAY "Installment " WS_Inst_Idx
                   " due date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS_Work_Date_N
               MOVE 'D' TO WS_Date_Function
               CALL "DateCalc" USING WS_Date_Function,
                   WS_Prior_Due_Date, WS_Day_Count, WS_Work_Date_N
               IF WS_Work_Amount NOT GREATER THAN ZERO
                   DISPLAY "Amount must be above zero - plan not "
                       "recorded."
                   SET Schedule_Bad TO TRUE
               ELSE
                   IF WS_Day_Count NOT GREATER THAN ZERO
                       DISPLAY "Due date must be a real date after "
                           "the one before - plan not recorded."
                       SET Schedule_Bad TO TRUE
                   ELSE
                       MOVE WS_Work_Amount TO PI_Amount (WS_Inst_Idx)
                       MOVE WS_Work_Date_N
                           TO PI_Due_Date (WS_Inst_Idx)
                       MOVE WS_Work_Date_N TO WS_Prior_Due_Date
                       ADD WS_Work_Amount TO WS_Schedule_Total
                   END-IF
               END-IF.

           3600-Confirm-Plan.
               PERFORM 4300-Show-One-Installment
                   VARYING WS_Inst_Idx FROM 1 BY 1
                   UNTIL WS_Inst_Idx > PP_Installment_Count
               DISPLAY "Record this plan? (Y/N): " WITH NO ADVANCING
               ACCEPT WS_Confirm
               IF WS_Confirm EQUAL 'Y' OR WS_Confirm EQUAL 'y'
                   IF Plan_Count < 500
                       ADD 1 TO WS_Next_Number
                       MOVE WS_Next_Number TO PP_Plan_Number
                       MOVE 'C' TO PP_Status
                       MOVE WS_Current_Date TO PP_Created
                       MOVE WS_Operator_Id TO PP_Created_By
                       MOVE ZERO TO PP_Closed
                       ADD 1 TO Plan_Count
                       MOVE Plan_Record TO PWT_Image (Plan_Count)
                       DISPLAY "Plan " PP_Plan_Number
                           " recorded for " CM_Last_Name
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Plan_Work_Table" "TABLE FULL"
                   END-IF
               ELSE
                   DISPLAY "Plan not recorded."
               END-IF.

           4000-List-Current-Plans.
               PERFORM 4100-Show-One-Plan
                   VARYING WS_Plan_Idx FROM 1 BY 1
                   UNTIL WS_Plan_Idx > Plan_Count.

           4100-Show-One-Plan.
               MOVE PWT_Image (WS_Plan_Idx) TO Plan_Record
               IF Plan_Current
                   MOVE PP_Agreed_Total TO WS_Amount_Edit
                   MOVE ZERO TO WS_Next_Due_Idx
                   PERFORM 4110-Find-Next-Due
                       VARYING WS_Inst_Idx FROM PP_Installment_Count
                       BY -1 UNTIL WS_Inst_Idx < 1
                   IF WS_Next_Due_Idx EQUAL ZERO
                       DISPLAY "  " PP_Plan_Number " cust "
                           PP_Customer_Number " " WS_Amount_Edit
                           " in " PP_Installment_Count
                           " - all due dates passed"
                   ELSE
                       DISPLAY "  " PP_Plan_Number " cust "
                           PP_Customer_Number " " WS_Amount_Edit
                           " in " PP_Installment_Count
                           " - next due "
                           PI_Due_Date (WS_Next_Due_Idx)
                   END-IF
               END-IF.

           4110-Find-Next-Due.
               IF Installment_Pending (WS_Inst_Idx)
                   MOVE WS_Inst_Idx TO WS_Next_Due_Idx
               END-IF.

           4200-View-One-Plan.
               DISPLAY "Plan number: " WITH NO ADVANCING
               ACCEPT WS_Work_Number
               PERFORM 4600-Find-Plan-By-Number
               IF Plan_Not_Found
                   DISPLAY "No plan under that number."
               ELSE
                   MOVE PP_Agreed_Total TO WS_Amount_Edit
                   DISPLAY "Plan " PP_Plan_Number " cust "
                       PP_Customer_Number " " WS_Amount_Edit
                       " status " PP_Status " agreed " PP_Created
                       " by " PP_Created_By
                   PERFORM 4300-Show-One-Installment
                       VARYING WS_Inst_Idx FROM 1 BY 1
                       UNTIL WS_Inst_Idx > PP_Installment_Count
               END-IF.

           4300-Show-One-Installment.
               MOVE PI_Amount (WS_Inst_Idx) TO WS_Amount_Edit
               DISPLAY "  " WS_Inst_Idx " " WS_Amount_Edit
                   " due " PI_Due_Date (WS_Inst_Idx)
                   " " PI_Status (WS_Inst_Idx)
                   " " PI_Paid_Date (WS_Inst_Idx).

      * 4500-Cancel-One-Plan - a plan overtaken by events (settled
      * in full, written off) is cancelled rather than left to
      * break; the customer is no longer protected from the runs.
           4500-Cancel-One-Plan.
               DISPLAY "Plan number to cancel: " WITH NO ADVANCING
               ACCEPT WS_Work_Number
               PERFORM 4600-Find-Plan-By-Number
               IF Plan_Not_Found OR NOT Plan_Current
                   DISPLAY "No current plan under that number."
               ELSE
                   MOVE 'X' TO PP_Status
                   MOVE WS_Current_Date TO PP_Closed
                   MOVE Plan_Record TO PWT_Image (WS_Plan_Match_Idx)
                   DISPLAY "Plan cancelled."
               END-IF.

           4600-Find-Plan-By-Number.
               SET Plan_Not_Found TO TRUE
               PERFORM 4610-Match-Plan-Number
                   VARYING WS_Plan_Idx FROM 1 BY 1
                   UNTIL WS_Plan_Idx > Plan_Count OR Plan_Found.

           4610-Match-Plan-Number.
               MOVE PWT_Image (WS_Plan_Idx) TO Plan_Record
               IF PP_Plan_Number EQUAL WS_Work_Number
                   SET Plan_Found TO TRUE
                   MOVE WS_Plan_Idx TO WS_Plan_Match_Idx
               END-IF.

      * 5000-Check-Installments - the nightly step.  Every current
      * plan is held against the payments posted since it was
      * agreed; the queue is loaded first so a plan only breaks
      * when its customer can be requeued, and is only rewritten
      * when a plan broke.
           5000-Check-Installments.
               PERFORM 5100-Load-Currency-Rates
               PERFORM 5150-Load-Returned-Payments
               SET Queue_Table_Room TO TRUE
               PERFORM 6100-Load-Queue
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               PERFORM 5200-Judge-One-Plan
                   VARYING WS_Plan_Idx FROM 1 BY 1
                   UNTIL WS_Plan_Idx > Plan_Count
               CLOSE CustHist
               IF WS_Queued_Count > ZERO
                   PERFORM 6000-Requeue-Broken-Plans
               END-IF
               DISPLAY "PlanDesk: " WS_Met_Count " met, "
                   WS_Late_Count " late, " WS_Missed_Count
                   " missed; " WS_Completed_Count " plans completed, "
                   WS_Queued_Count " broken and re-queued.".
               IF WS_Held_Count > ZERO
                   DISPLAY "PlanDesk: " WS_Held_Count " missed plans "
                       "left current - collection queue table full."
               END-IF.

           5100-Load-Currency-Rates.
               MOVE ZERO TO Currency_Table_Entries
               OPEN INPUT CurrRates
               IF File_Status EQUAL '00'
                   SET More_Rate_Records TO TRUE
                   PERFORM 5110-Read-One-Rate
                       UNTIL No_More_Rates
                   CLOSE CurrRates
               END-IF.

           5110-Read-One-Rate.
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

      * 5150-Load-Returned-Payments - a payment reversed by
      * ReturnedPayment counts toward nothing.
           5150-Load-Returned-Payments.
               MOVE ZERO TO Returned_Count
               OPEN INPUT Register
               IF File_Status EQUAL '00'
                   SET More_Register_Records TO TRUE
                   PERFORM 5160-Read-One-Returned
                       UNTIL No_More_Register
                   CLOSE Register
               END-IF.

           5160-Read-One-Returned.
               READ Register
                   AT END SET No_More_Register TO TRUE
               END-READ
               IF NOT No_More_Register
                   IF Returned_Count < 1000
                       ADD 1 TO Returned_Count
                       MOVE RP_Orig_Key TO RT_Key (Returned_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Returned_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 5200-Judge-One-Plan - installment n is reached on the date
      * the payments, taken in posting order, first add up to the
      * first n installments: by its due date it is met, after it
      * late.  One not reached is late until the grace days run
      * out past its due date, then missed, and the plan breaks.
      * A plan with every installment reached is completed.
           5200-Judge-One-Plan.
               MOVE PWT_Image (WS_Plan_Idx) TO Plan_Record
               IF Plan_Current
                   PERFORM 5300-Load-Plan-Payments
                   MOVE ZERO TO WS_Cumulative_Due
                   SET Plan_Not_Missed TO TRUE
                   SET Plan_All_Paid TO TRUE
                   PERFORM 5400-Judge-One-Installment
                       VARYING WS_Inst_Idx FROM 1 BY 1
                       UNTIL WS_Inst_Idx > PP_Installment_Count
                           OR Plan_Missed
                   IF Plan_Missed
                       PERFORM 5250-Check-Queue-Room
                   END-IF
                   EVALUATE TRUE
                       WHEN Plan_Missed AND No_Requeue_Room
                           ADD 1 TO WS_Held_Count
                       WHEN Plan_Missed
                           MOVE 'B' TO PP_Status
                           MOVE WS_Current_Date TO PP_Closed
                           ADD 1 TO WS_Queued_Count
                           MOVE Plan_Record TO PWT_Image (WS_Plan_Idx)
                       WHEN Plan_All_Paid
                           MOVE 'K' TO PP_Status
                           MOVE WS_Current_Date TO PP_Closed
                           ADD 1 TO WS_Completed_Count
                           MOVE Plan_Record TO PWT_Image (WS_Plan_Idx)
                       WHEN OTHER
                           MOVE Plan_Record TO PWT_Image (WS_Plan_Idx)
                   END-EVALUATE
               END-IF.

      * 5250-Check-Queue-Room - a broken plan needs the customer's
      * open queue row or room for a new one.  Without either the
      * plan is left exactly as it stood, to be judged again once
      * the queue has room, and the run ends at RC 8.
           5250-Check-Queue-Room.
               SET No_Requeue_Room TO TRUE
               IF Queue_Table_Room
                   MOVE PP_Customer_Number TO WS_Work_Customer
                   SET Queue_Row_Not_Found TO TRUE
                   PERFORM 6210-Match-One-Queue-Row
                       VARYING WS_QT_Idx FROM 1 BY 1
                       UNTIL WS_QT_Idx > Queue_Count
                           OR Queue_Row_Found
                   EVALUATE TRUE
                       WHEN Queue_Row_Found
                           SET Requeue_Room TO TRUE
                       WHEN Queue_Count + WS_New_Queue_Rows < 500
                           ADD 1 TO WS_New_Queue_Rows
                           SET Requeue_Room TO TRUE
                   END-EVALUATE
               END-IF.

           5300-Load-Plan-Payments.
               MOVE ZERO TO Payment_Count
               SET More_History TO TRUE
               MOVE PP_Customer_Number TO CH_Customer_Number
               MOVE PP_Created (1:6) TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 5310-Load-One-Payment
                   UNTIL No_More_History.

           5310-Load-One-Payment.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Customer_Number NOT EQUAL
                       PP_Customer_Number
                       SET No_More_History TO TRUE
                   ELSE
                       MOVE CH_Period TO WS_Pay_Date_X (1:6)
                       MOVE CH_Day_Trans TO WS_Pay_Date_X (7:2)
                       SET Payment_Not_Returned TO TRUE
                       IF CH_Trans_Type EQUAL 'P'
                           PERFORM 5315-Check-One-Returned
                               VARYING WS_RT_Idx FROM 1 BY 1
                               UNTIL WS_RT_Idx > Returned_Count
                                   OR Payment_Returned
                       END-IF
                       IF CH_Trans_Type EQUAL 'P' AND
                           Payment_Not_Returned AND
                           WS_Pay_Date_N NOT LESS THAN PP_Created
                           IF Payment_Count < 200
                               ADD 1 TO Payment_Count
                               PERFORM 5320-Convert-One-Payment
                           ELSE
                               CALL "Validations" USING
                                   WS_Table_Full_Status BY CONTENT
                                   "Payment_Table" "TABLE FULL"
                               CLOSE CustHist
                               DISPLAY "Payment table full - "
                                   "PaymentPlans left as it stands."
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           5315-Check-One-Returned.
               IF RT_Key (WS_RT_Idx) EQUAL CH_Key
                   SET Payment_Returned TO TRUE
               END-IF.

           5320-Convert-One-Payment.
               MOVE ZEROES TO WS_Rate_Best_Period
               MOVE 1.0000 TO WS_Conversion_Rate
               PERFORM 5330-Check-One-Rate-Entry
                   VARYING WS_Currency_Idx FROM 1 BY 1
                   UNTIL WS_Currency_Idx > Currency_Table_Entries
               MOVE WS_Pay_Date_N TO PAY_Date (Payment_Count)
               COMPUTE PAY_Amount (Payment_Count) ROUNDED =
                   CH_Amount_Trans * WS_Conversion_Rate.

           5330-Check-One-Rate-Entry.
               IF CT_Currency_Code (WS_Currency_Idx) EQUAL
                   CH_Currency_Code AND
                   CT_Effective_Period (WS_Currency_Idx) NOT GREATER
                       THAN CH_Period AND
                   CT_Effective_Period (WS_Currency_Idx) NOT LESS
                       THAN WS_Rate_Best_Period
                   MOVE CT_Effective_Period (WS_Currency_Idx)
                       TO WS_Rate_Best_Period
                   MOVE CT_Conversion_Rate (WS_Currency_Idx)
                       TO WS_Conversion_Rate
               END-IF.

           5400-Judge-One-Installment.
               ADD PI_Amount (WS_Inst_Idx) TO WS_Cumulative_Due
               IF Installment_Pending (WS_Inst_Idx) OR
                   (Installment_Late (WS_Inst_Idx) AND
                   PI_Paid_Date (WS_Inst_Idx) EQUAL ZERO)
                   PERFORM 5500-Find-Reached-Date
                   IF Installment_Reached
                       MOVE WS_Reached_Date
                           TO PI_Paid_Date (WS_Inst_Idx)
                       IF WS_Reached_Date NOT GREATER THAN
                           PI_Due_Date (WS_Inst_Idx)
                           MOVE 'M' TO PI_Status (WS_Inst_Idx)
                           ADD 1 TO WS_Met_Count
                       ELSE
                           MOVE 'L' TO PI_Status (WS_Inst_Idx)
                           ADD 1 TO WS_Late_Count
                       END-IF
                   ELSE
                       SET Plan_Still_Open TO TRUE
                       IF PI_Due_Date (WS_Inst_Idx) < WS_Current_Date
                           PERFORM 5600-Set-Grace-Date
                           IF WS_Grace_Date < WS_Current_Date
                               MOVE 'X' TO PI_Status (WS_Inst_Idx)
                               ADD 1 TO WS_Missed_Count
                               SET Plan_Missed TO TRUE
                           ELSE
                               IF Installment_Pending (WS_Inst_Idx)
                                   MOVE 'L' TO PI_Status (WS_Inst_Idx)
                                   ADD 1 TO WS_Late_Count
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           5500-Find-Reached-Date.
               SET Installment_Not_Reached TO TRUE
               MOVE ZERO TO WS_Cumulative_Paid
               PERFORM 5510-Add-One-Payment
                   VARYING WS_Pay_Idx FROM 1 BY 1
                   UNTIL WS_Pay_Idx > Payment_Count
                       OR Installment_Reached.

           5510-Add-One-Payment.
               ADD PAY_Amount (WS_Pay_Idx) TO WS_Cumulative_Paid
               IF WS_Cumulative_Paid NOT LESS THAN WS_Cumulative_Due
                   SET Installment_Reached TO TRUE
                   MOVE PAY_Date (WS_Pay_Idx) TO WS_Reached_Date
               END-IF.

           5600-Set-Grace-Date.
               MOVE 'A' TO WS_Date_Function
               MOVE WS_Grace_Days TO WS_Day_Count
               CALL "DateCalc" USING WS_Date_Function,
                   PI_Due_Date (WS_Inst_Idx), WS_Day_Count,
                   WS_Grace_Date.

      * 6000-Requeue-Broken-Plans - the customer goes back to the
      * collectors at top priority: the open queue row is reopened
      * or, with none, a fresh row is added at today's balance.
      * 5250 broke no plan without room for it, and none at all
      * from a queue too large for the table, so the queue is
      * never rewritten short.
           6000-Requeue-Broken-Plans.
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT"
               PERFORM 6200-Requeue-One-Plan
                   VARYING WS_Plan_Idx FROM 1 BY 1
                   UNTIL WS_Plan_Idx > Plan_Count
               CLOSE CustBal
               PERFORM 6500-Rewrite-Queue.

           6100-Load-Queue.
               MOVE ZERO TO Queue_Count
               OPEN INPUT CollQueue
               IF File_Status EQUAL '00'
                   SET More_Queue_Records TO TRUE
                   PERFORM 6110-Read-One-Queue-Row
                       UNTIL No_More_Queue
                   CLOSE CollQueue
               END-IF.

           6110-Read-One-Queue-Row.
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
                       SET Queue_Table_Full TO TRUE
                   END-IF
               END-IF.

           6200-Requeue-One-Plan.
               MOVE PWT_Image (WS_Plan_Idx) TO Plan_Record
               IF Plan_Broken AND PP_Closed EQUAL WS_Current_Date
                   MOVE PP_Customer_Number TO WS_Work_Customer
                   PERFORM 3100-Read-Balance
                   SET Queue_Row_Not_Found TO TRUE
                   PERFORM 6210-Match-One-Queue-Row
                       VARYING WS_QT_Idx FROM 1 BY 1
                       UNTIL WS_QT_Idx > Queue_Count
                           OR Queue_Row_Found
                   IF Queue_Row_Found
                       MOVE QT_Image (WS_QT_Match_Idx) TO Queue_Record
                   ELSE
                       MOVE SPACES TO Queue_Record
                       MOVE WS_Work_Customer TO CQ_Customer_Number
                       MOVE SPACES TO CQ_Assigned_To
                       MOVE WS_Current_Date TO CQ_Date_Queued
                   END-IF
                   MOVE 9 TO CQ_Priority
                   MOVE 'Q' TO CQ_Status
                   IF Balance_Found
                       MOVE CB_Balance TO CQ_Balance
                   END-IF
                   MOVE ZERO TO CQ_Promise_Amount
                   MOVE ZERO TO CQ_Promise_Date
                   MOVE 'PLAN BROKEN' TO CQ_Last_Outcome
                   IF Queue_Row_Found
                       MOVE Queue_Record TO QT_Image (WS_QT_Match_Idx)
                   ELSE
                       ADD 1 TO Queue_Count
                       MOVE Queue_Record TO QT_Image (Queue_Count)
                   END-IF
               END-IF.

           6210-Match-One-Queue-Row.
               MOVE QT_Image (WS_QT_Idx) TO Queue_Record
               IF CQ_Customer_Number EQUAL WS_Work_Customer AND
                   NOT Queue_Closed
                   SET Queue_Row_Found TO TRUE
                   MOVE WS_QT_Idx TO WS_QT_Match_Idx
               END-IF.

           6500-Rewrite-Queue.
               OPEN OUTPUT CollQueue
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustCollectQueue" "OPEN OUTPUT"
               PERFORM 6510-Write-One-Queue-Row
                   VARYING WS_QT_Idx FROM 1 BY 1
                   UNTIL WS_QT_Idx > Queue_Count
               CLOSE CollQueue.

           6510-Write-One-Queue-Row.
               MOVE QT_Image (WS_QT_Idx) TO Queue_Record
               WRITE Queue_Record.

           8000-Rewrite-Plans.
               OPEN OUTPUT PlanFile
                   CALL "Validations" USING File_Status
                       BY CONTENT "PaymentPlans" "OPEN OUTPUT"
               PERFORM 8100-Write-One-Plan
                   VARYING WS_Plan_Idx FROM 1 BY 1
                   UNTIL WS_Plan_Idx > Plan_Count
               CLOSE PlanFile.

           8100-Write-One-Plan.
               MOVE PWT_Image (WS_Plan_Idx) TO Plan_Record
               WRITE Plan_Record.

       End Program PlanDesk.
