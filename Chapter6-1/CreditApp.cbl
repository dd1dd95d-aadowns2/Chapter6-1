       Identification Division.
           Program-ID. CreditApp.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Credit application desk - a new customer
      *                   comes onto the master Pending approval
      *                   (P) from CustMaint or BulkLoad, and the
      *                   report run lists its transactions as
      *                   exceptions until it is approved here.
      *                   The desk records the customer's credit
      *                   application (requested limit and terms,
      *                   bank details, up to three trade
      *                   references) on the CreditApplications
      *                   register; a level-9 credit officer with
      *                   the SignOn approval grant approves it with
      *                   a limit and terms, making the customer
      *                   Active, or declines it (D).  An officer
      *                   never decides an application they keyed.
      *                   Every status change goes to
      *                   CustMaintAudit.  AGING[,days] on the
      *                   command line prints CreditAppAging for
      *                   the credit manager - every pending
      *                   customer waiting longer than the days
      *                   given (default 5), oldest first, with or
      *                   without an application on file.
      *   2026-10-15  AD  A full application table on load stops
      *                   at RC 8 with CreditApplications
      *                   untouched.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select CreditApps assign to "CreditApplications"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustMaintAud assign to "CustMaintAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select TermsMast assign to "TermsMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SortFile assign to "CreditAppSortWork".

                   Select AgingSorted assign to "CreditAppSorted"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select AgingRpt assign to "CreditAppAging"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
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
                       88  CM_Active                     value 'A'.
                       88  CM_Inactive                   value 'I'.
                       88  CM_Credit_Hold                value 'C'.
                       88  CM_Pending_Approval           value 'P'.
                       88  CM_Declined                   value 'D'.
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

      * Credit_App_Record - one row per application: W waiting for
      * the officer, A approved with the limit and terms set, D
      * declined with the reason.  A declined customer may apply
      * again; the new application is a new row.
           FD  CreditApps
               Record Contains 250 Characters.
               01  Credit_App_Record.
                   05  CA_Customer_Number          PIC 9(6).
                   05  CA_Status                   PIC X(1).
                       88  App_Waiting               value 'W'.
                       88  App_Approved              value 'A'.
                       88  App_Declined              value 'D'.
                   05  CA_Received_Date            PIC 9(8).
                   05  CA_Received_By              PIC X(8).
                   05  CA_Requested_Limit          PIC 9(8)V9(2).
                   05  CA_Requested_Terms          PIC X(4).
                   05  CA_Bank_Name                PIC X(20).
                   05  CA_Bank_Routing             PIC X(9).
                   05  CA_Bank_Account             PIC X(17).
                   05  CA_Trade_Reference OCCURS 3 TIMES.
                       10  CA_Ref_Name             PIC X(20).
                       10  CA_Ref_Phone            PIC X(12).
                   05  CA_Approved_Limit           PIC 9(8)V9(2).
                   05  CA_Approved_Terms           PIC X(4).
                   05  CA_Decided_Date             PIC 9(8).
                   05  CA_Decided_By               PIC X(8).
                   05  CA_Decision_Note            PIC X(30).
                   05                              PIC X(11).

           FD  CustMaintAud
               Record Contains 407 Characters.
               01  Maint_Audit_Record.
                   05  MA_Action                       PIC X(1).
                   05  MA_Date                         PIC 9(8).
                   05  MA_Time                         PIC 9(6).
                   05  MA_Operator                     PIC X(8).
                   05  MA_Before_Image                 PIC X(192).
                   05  MA_After_Image                  PIC X(192).

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Master_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

           FD  TermsMast
               Record Contains 14 Characters.
               01  Terms_Record.
                   05  TM_Terms_Code               PIC X(4).
                   05  TM_Net_Days                 PIC 9(3).
                   05  TM_Discount_Pct             PIC 9(2)V9(2).
                   05  TM_Discount_Days            PIC 9(3).

      * Sort-Record - one pending customer over the waiting limit,
      * oldest first.
           SD  SortFile.
               01  Sort-Record.
                   05  Sort_Days_Waiting           PIC 9(5).
                   05  Sort_Customer               PIC 9(6).
                   05  Sort_First_Name             PIC X(10).
                   05  Sort_Last_Name              PIC X(20).
                   05  Sort_Since_Date             PIC 9(8).
                   05  Sort_App_Sw                 PIC X(1).
                   05  Sort_Requested_Limit        PIC 9(8)V9(2).
                   05  Sort_Received_By            PIC X(8).

           FD  AgingSorted
               Record Contains 68 Characters.
               01  Aging_Sorted_Record.
                   05  AG_Days_Waiting             PIC 9(5).
                   05  AG_Customer                 PIC 9(6).
                   05  AG_First_Name               PIC X(10).
                   05  AG_Last_Name                PIC X(20).
                   05  AG_Since_Date               PIC 9(8).
                   05  AG_App_Sw                   PIC X(1).
                       88  AG_App_On_File            value 'Y'.
                   05  AG_Requested_Limit          PIC 9(8)V9(2).
                   05  AG_Received_By              PIC X(8).

           FD  AgingRpt
               Record Contains 132 Characters.
               01  Aging_Buffer                    PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Command_Line                 PIC X(80).
               01  WS_Run_Param                    PIC X(5).
               01  WS_Days_Param                   PIC X(3).
               01  WS_Days_Work                    PIC X(3).
               01  WS_Choice                       PIC X(1).
               01  WS_Confirm                      PIC X(1).
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Password                     PIC X(8).
               01  WS_SignOn_Status                PIC 9(2).
               01  WS_Lock_Status                  PIC 9(2).
               01  WS_Operator_Level               PIC 9(1) value zero.
               01  WS_Work_Number                  PIC 9(6).
               01  WS_Work_Limit                   PIC 9(8)V9(2).
               01  WS_Work_Terms_Code              PIC X(4).
               01  WS_Work_Note                    PIC X(30).
               01  WS_Limit_Edit                   PIC ZZ,ZZZ,ZZ9.99.
               01  WS_Before_Image                 PIC X(192).
               01  WS_Date_Function                PIC X(1) value 'D'.
               01  WS_Day_Count                    PIC S9(5).

      * Applications wait this many days before the aging list
      * shows them, unless the command line says otherwise.
               01  WS_Max_Waiting_Days             PIC 9(3) value 5.

               01  Exit_Sw                         PIC X(1) value 'N'.
                   88  Exit_Requested                value 'Y'.
                   88  Keep_Running                  value 'N'.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               01  Officer_Sw                      PIC X(1) value 'N'.
                   88  Credit_Officer                value 'Y'.
                   88  Not_Credit_Officer            value 'N'.
               01  Oper_EOF_Sw                     PIC X(1).
                   88  No_More_Operators             value 'Y'.
                   88  More_Operator_Records         value 'N'.
               01  App_EOF_Sw                      PIC X(1).
                   88  No_More_Apps                  value 'Y'.
                   88  More_App_Records              value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_EOF_Sw                   PIC X(1).
                   88  No_More_Master                value 'Y'.
                   88  More_Master_Records           value 'N'.
               01  Sorted_EOF_Sw                   PIC X(1).
                   88  No_More_Sorted                value 'Y'.
                   88  More_Sorted_Records           value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Waiting_Sw                      PIC X(1).
                   88  App_Is_Waiting                value 'Y'.
                   88  No_App_Waiting                value 'N'.
               01  Entry_Sw                        PIC X(1).
                   88  Entry_Good                    value 'Y'.
                   88  Entry_Bad                     value 'N'.
               01  Terms_Found_Sw                  PIC X(1).
                   88  Terms_Found                   value 'Y'.
                   88  Terms_Not_Found               value 'N'.
               01  Pending_Found_Sw                PIC X(1).
                   88  Pending_Found                 value 'Y'.
                   88  Pending_Not_Found             value 'N'.

      * App_Table - the whole register in storage; the desk
      * rewrites the file whole at exit.
               01  App_Count                       PIC 9(4) value zero.
               01  App_Table.
                   05  App_Entry OCCURS 2000 TIMES.
                       10  AT_Image                PIC X(250).
               01  WS_App_Idx                      PIC 9(4).
               01  WS_App_Match_Idx                PIC 9(4).
               01  WS_Ref_Idx                      PIC 9(1).

               01  Terms_Count                     PIC 9(3) value zero.
               01  Terms_Code_Table.
                   05  Terms_Code_Entry OCCURS 50 TIMES.
                       10  TMT_Terms_Code          PIC X(4).
               01  WS_Terms_Idx                    PIC 9(3).

      * Pending_Table - the aging list's pending customers, with
      * the date each went pending off CustMaintAudit and its
      * waiting application, if any, off the register.
               01  Pending_Count                   PIC 9(4) value zero.
               01  Pending_Table.
                   05  Pending_Entry OCCURS 2000 TIMES.
                       10  PT_Customer             PIC 9(6).
                       10  PT_First_Name           PIC X(10).
                       10  PT_Last_Name            PIC X(20).
                       10  PT_Pending_Date         PIC 9(8).
                       10  PT_App_Sw               PIC X(1).
                       10  PT_Received_Date        PIC 9(8).
                       10  PT_Requested_Limit      PIC 9(8)V9(2).
                       10  PT_Received_By          PIC X(8).
               01  WS_PT_Idx                       PIC 9(4).
               01  WS_PT_Match_Idx                 PIC 9(4).
               01  WS_Since_Date                   PIC 9(8).
               01  WS_Aging_Count                  PIC 9(5) value zero.
               01  WS_Approved_Count               PIC 9(5) value zero.
               01  WS_Declined_Count               PIC 9(5) value zero.
               01  WS_Recorded_Count               PIC 9(5) value zero.

               01  AgingHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(40)
                       value 'Credit Applications Waiting - as of '.
                   05  Aging_Head_Date         PIC X(10).
               01  AgingSubHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(27)
                       value 'Pending longer than (days):'.
                   05  Aging_Head_Days         PIC ZZ9.
               01  AgingColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(8)    value 'Customer'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(32)   value 'Name'.
                   05              PIC X(10)   value 'Since'.
                   05              PIC X(6)    value '  Days'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(16)   value 'Application'.
                   05              PIC X(14)   value 'Requested'.
                   05              PIC X(8)    value 'Keyed by'.
               01  AgingDetail.
                   05              PIC X(2)    value spaces.
                   05  Aging_Customer          PIC 9(6).
                   05              PIC X(4)    value spaces.
                   05  Aging_First_Name        PIC X(10).
                   05              PIC X(1)    value spaces.
                   05  Aging_Last_Name         PIC X(20).
                   05              PIC X(1)    value spaces.
                   05  Aging_Since             PIC 9(8).
                   05              PIC X(2)    value spaces.
                   05  Aging_Days              PIC ZZ,ZZ9.
                   05              PIC X(2)    value spaces.
                   05  Aging_App_Text          PIC X(16).
                   05  Aging_Limit             PIC ZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Aging_Keyed_By          PIC X(8).
               01  AgingNoneLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(40)
                       value 'No applications waiting past the limit.'.
               01  AgingCountLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(30)
                       value 'Customers waiting past limit:'.
                   05  Aging_Count_Value       PIC ZZ,ZZ9.

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               MOVE SPACES TO WS_Run_Param
               MOVE SPACES TO WS_Days_Param
               UNSTRING WS_Command_Line DELIMITED BY ',' OR SPACE
                   INTO WS_Run_Param WS_Days_Param
               END-UNSTRING
               PERFORM 1000-Load-Applications
               IF WS_Run_Param EQUAL 'AGING'
                   CALL "RunTiming" USING BY CONTENT 'S'
                       'CREDITAGING '
                   PERFORM 6000-Print-Aging-List
                   CALL "RunTiming" USING BY CONTENT 'E'
                       'CREDITAGING '
                   STOP RUN
               END-IF
               DISPLAY "Credit Application Desk"
               DISPLAY "Operator id: " WITH NO ADVANCING
               ACCEPT WS_Operator_Id
               PERFORM 1500-Check-Sign-On
               IF SignOn_Rejected
                   DISPLAY "Not on the OperatorMaster."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1700-Check-Credential
               PERFORM 1800-Load-Terms-Codes
               PERFORM 1900-Acquire-Run-Lock
               OPEN I-O CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN I-O"
               OPEN EXTEND CustMaintAud
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustMaintAud
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustMaintAudit" "OPEN EXTEND"
               PERFORM 2000-Show-Menu UNTIL Exit_Requested
               CLOSE CustMstr
               CLOSE CustMaintAud
               PERFORM 8000-Rewrite-Applications
               PERFORM 1950-Release-Run-Lock
               DISPLAY "CreditApp: " WS_Recorded_Count " recorded, "
                   WS_Approved_Count " approved, " WS_Declined_Count
                   " declined."
               STOP RUN.

           1000-Load-Applications.
               MOVE ZERO TO App_Count
               OPEN INPUT CreditApps
               IF File_Status EQUAL '00'
                   SET More_App_Records TO TRUE
                   PERFORM 1100-Read-One-Application
                       UNTIL No_More_Apps
                   CLOSE CreditApps
               END-IF.

           1100-Read-One-Application.
               READ CreditApps
                   AT END SET No_More_Apps TO TRUE
               END-READ
               IF NOT No_More_Apps
                   IF App_Count < 2000
                       ADD 1 TO App_Count
                       MOVE Credit_App_Record TO AT_Image (App_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "App_Table" "TABLE FULL"
                       DISPLAY "Credit application table full - "
                           "CreditApplications left as it stands."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 1500-Check-Sign-On - any operator on the OperatorMaster may
      * record an application; level 9 marks a credit officer.
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
                   IF OP_Operator_Id EQUAL WS_Operator_Id
                       SET SignOn_Accepted TO TRUE
                       MOVE OP_Auth_Level TO WS_Operator_Level
                       DISPLAY "Welcome " OP_Name
                   END-IF
               END-IF.

      * 1700-Check-Credential - the maintain-masters grant ('M')
      * through the shared SignOn gate to record; a level-9
      * operator is checked for the approval grant ('A') as well,
      * and decides applications only if it is held.
           1700-Check-Credential.
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS_Password
               CALL "SignOn" USING WS_SignOn_Status
                   WS_Operator_Id WS_Password BY CONTENT 'M'
               IF WS_SignOn_Status NOT EQUAL ZERO
                   DISPLAY "Sign-on refused - see CustSecurityLog."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS_Operator_Level EQUAL 9
                   CALL "SignOn" USING WS_SignOn_Status
                       WS_Operator_Id WS_Password BY CONTENT 'A'
                   IF WS_SignOn_Status EQUAL ZERO
                       SET Credit_Officer TO TRUE
                   END-IF
               END-IF.

      * 1800-Load-Terms-Codes - optional: with no TermsMaster file
      * any terms code keys unchecked.
           1800-Load-Terms-Codes.
               MOVE ZERO TO Terms_Count
               OPEN INPUT TermsMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1810-Read-One-Terms-Code
                       UNTIL No_More_Input
                   CLOSE TermsMast
               END-IF.

           1810-Read-One-Terms-Code.
               READ TermsMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Terms_Count < 50
                       ADD 1 TO Terms_Count
                       MOVE TM_Terms_Code
                           TO TMT_Terms_Code (Terms_Count)
                   END-IF
               END-IF.

           1900-Acquire-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'S' 'CreditApp   ' WS_Operator_Id
               IF WS_Lock_Status NOT EQUAL ZERO
                   DISPLAY "The batch run holds the files - "
                       "try again after it finishes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1950-Release-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'CreditApp   ' WS_Operator_Id.

           2000-Show-Menu.
               DISPLAY " "
               DISPLAY "R. Record a credit application"
               DISPLAY "L. List applications waiting"
               IF Credit_Officer
                   DISPLAY "A. Approve an application"
                   DISPLAY "D. Decline an application"
               END-IF
               DISPLAY "X. Exit and save"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS_Choice
               EVALUATE TRUE
                   WHEN WS_Choice EQUAL 'R'
                       PERFORM 3000-Record-Application
                   WHEN WS_Choice EQUAL 'L'
                       PERFORM 4000-Show-One-Waiting
                           VARYING WS_App_Idx FROM 1 BY 1
                           UNTIL WS_App_Idx > App_Count
                   WHEN WS_Choice EQUAL 'A' AND Credit_Officer
                       PERFORM 5000-Approve-Application
                   WHEN WS_Choice EQUAL 'D' AND Credit_Officer
                       PERFORM 5500-Decline-Application
                   WHEN WS_Choice EQUAL 'X'
                       SET Exit_Requested TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE.

           2100-Read-Master.
               DISPLAY "Customer number: " WITH NO ADVANCING
               ACCEPT WS_Work_Number
               SET Master_Found TO TRUE
               MOVE WS_Work_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               IF Master_Not_Found
                   DISPLAY "Customer " WS_Work_Number
                       " not on the master."
               END-IF.

      * 2200-Find-Waiting-App - the customer's application still
      * waiting for the officer, if any.
           2200-Find-Waiting-App.
               SET No_App_Waiting TO TRUE
               PERFORM 2210-Match-One-App
                   VARYING WS_App_Idx FROM 1 BY 1
                   UNTIL WS_App_Idx > App_Count
                       OR App_Is_Waiting.

           2210-Match-One-App.
               MOVE AT_Image (WS_App_Idx) TO Credit_App_Record
               IF CA_Customer_Number EQUAL WS_Work_Number AND
                   App_Waiting
                   SET App_Is_Waiting TO TRUE
                   MOVE WS_App_Idx TO WS_App_Match_Idx
               END-IF.

      * 2300-Check-Terms-Code - blank keys as due at once; with a
      * TermsMaster present any other code must be on it.
           2300-Check-Terms-Code.
               SET Entry_Good TO TRUE
               IF Terms_Count > 0 AND
                   WS_Work_Terms_Code NOT EQUAL SPACES
                   SET Terms_Not_Found TO TRUE
                   PERFORM 2310-Match-One-Terms-Code
                       VARYING WS_Terms_Idx FROM 1 BY 1
                       UNTIL WS_Terms_Idx > Terms_Count
                           OR Terms_Found
                   IF Terms_Not_Found
                       DISPLAY "Terms code not on TermsMaster."
                       SET Entry_Bad TO TRUE
                   END-IF
               END-IF.

           2310-Match-One-Terms-Code.
               IF TMT_Terms_Code (WS_Terms_Idx) EQUAL
                   WS_Work_Terms_Code
                   SET Terms_Found TO TRUE
               END-IF.

      * 3000-Record-Application - only a customer pending approval
      * or declined applies; a declined customer applying again
      * goes back to pending.  One application waits at a time.
           3000-Record-Application.
               PERFORM 2100-Read-Master
               IF Master_Found
                   PERFORM 2200-Find-Waiting-App
                   EVALUATE TRUE
                       WHEN NOT CM_Pending_Approval AND
                           NOT CM_Declined
                           DISPLAY "Customer is not awaiting credit "
                               "approval (status " CM_Status ")."
                       WHEN App_Is_Waiting
                           DISPLAY "An application has waited since "
                               CA_Received_Date " - decide it first."
                       WHEN App_Count NOT < 2000
                           CALL "Validations" USING
                               WS_Table_Full_Status BY CONTENT
                               "App_Table" "TABLE FULL"
                       WHEN OTHER
                           PERFORM 3100-Key-Application
                   END-EVALUATE
               END-IF.

           3100-Key-Application.
               MOVE SPACES TO Credit_App_Record
               DISPLAY CM_First_Name " " CM_Last_Name
               DISPLAY "Requested limit (9999999999): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Limit
               DISPLAY "Requested terms (blank if due at once): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Terms_Code
               PERFORM 2300-Check-Terms-Code
               IF Entry_Good AND WS_Work_Limit NOT GREATER ZERO
                   DISPLAY "Requested limit must be above zero."
                   SET Entry_Bad TO TRUE
               END-IF
               IF Entry_Good
                   DISPLAY "Bank name: " WITH NO ADVANCING
                   ACCEPT CA_Bank_Name
                   DISPLAY "Bank routing number: " WITH NO ADVANCING
                   ACCEPT CA_Bank_Routing
                   DISPLAY "Bank account number: " WITH NO ADVANCING
                   ACCEPT CA_Bank_Account
                   PERFORM 3200-Key-One-Reference
                       VARYING WS_Ref_Idx FROM 1 BY 1
                       UNTIL WS_Ref_Idx > 3
                   IF CA_Bank_Name EQUAL SPACES OR
                       CA_Ref_Name (1) EQUAL SPACES
                       DISPLAY "A bank and at least one trade "
                           "reference are required - not recorded."
                   ELSE
                       PERFORM 3300-Confirm-Application
                   END-IF
               END-IF.

      * 3200-Key-One-Reference - a blank name ends the references.
           3200-Key-One-Reference.
               IF WS_Ref_Idx EQUAL 1 OR
                   CA_Ref_Name (WS_Ref_Idx - 1) NOT EQUAL SPACES
                   DISPLAY "Trade reference " WS_Ref_Idx
                       " name (blank if none): " WITH NO ADVANCING
                   ACCEPT CA_Ref_Name (WS_Ref_Idx)
                   IF CA_Ref_Name (WS_Ref_Idx) NOT EQUAL SPACES
                       DISPLAY "Trade reference " WS_Ref_Idx
                           " phone: " WITH NO ADVANCING
                       ACCEPT CA_Ref_Phone (WS_Ref_Idx)
                   END-IF
               END-IF.

           3300-Confirm-Application.
               DISPLAY "Record this application? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS_Confirm
               IF WS_Confirm EQUAL 'Y' OR WS_Confirm EQUAL 'y'
                   MOVE WS_Work_Number TO CA_Customer_Number
                   MOVE 'W' TO CA_Status
                   MOVE WS_Current_Date TO CA_Received_Date
                   MOVE WS_Operator_Id TO CA_Received_By
                   MOVE WS_Work_Limit TO CA_Requested_Limit
                   MOVE WS_Work_Terms_Code TO CA_Requested_Terms
                   MOVE ZERO TO CA_Approved_Limit
                   MOVE ZERO TO CA_Decided_Date
                   ADD 1 TO App_Count
                   MOVE Credit_App_Record TO AT_Image (App_Count)
                   ADD 1 TO WS_Recorded_Count
                   IF CM_Declined
                       MOVE CustomerMasterRecord TO WS_Before_Image
                       MOVE 'P' TO CM_Status
                       PERFORM 7000-Rewrite-Master
                   END-IF
                   DISPLAY "Application recorded for the credit "
                       "officer."
               ELSE
                   DISPLAY "Application not recorded."
               END-IF.

           4000-Show-One-Waiting.
               MOVE AT_Image (WS_App_Idx) TO Credit_App_Record
               IF App_Waiting
                   MOVE CA_Requested_Limit TO WS_Limit_Edit
                   DISPLAY "  " CA_Customer_Number " received "
                       CA_Received_Date " by " CA_Received_By
                       " limit " WS_Limit_Edit " terms "
                       CA_Requested_Terms
               END-IF.

      * 5000-Approve-Application - the officer sets the limit and
      * terms (blank keeps what was asked for) and the customer
      * goes Active on those terms.
           5000-Approve-Application.
               PERFORM 5100-Find-Decidable-App
               IF App_Is_Waiting
                   DISPLAY "Approved limit (9999999999, zero for "
                       "the requested): " WITH NO ADVANCING
                   ACCEPT WS_Work_Limit
                   IF WS_Work_Limit EQUAL ZERO
                       MOVE CA_Requested_Limit TO WS_Work_Limit
                   END-IF
                   DISPLAY "Approved terms (blank for the "
                       "requested): " WITH NO ADVANCING
                   ACCEPT WS_Work_Terms_Code
                   IF WS_Work_Terms_Code EQUAL SPACES
                       MOVE CA_Requested_Terms TO WS_Work_Terms_Code
                   END-IF
                   PERFORM 2300-Check-Terms-Code
                   IF Entry_Good
                       MOVE WS_Work_Limit TO WS_Limit_Edit
                       DISPLAY "Approve at " WS_Limit_Edit " terms "
                           WS_Work_Terms_Code "? (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT WS_Confirm
                       IF WS_Confirm EQUAL 'Y' OR WS_Confirm EQUAL 'y'
                           MOVE 'A' TO CA_Status
                           MOVE WS_Work_Limit TO CA_Approved_Limit
                           MOVE WS_Work_Terms_Code
                               TO CA_Approved_Terms
                           MOVE 'APPROVED' TO CA_Decision_Note
                           PERFORM 5800-Close-Application
                           MOVE CustomerMasterRecord TO WS_Before_Image
                           MOVE 'A' TO CM_Status
                           MOVE WS_Work_Terms_Code TO CM_Terms_Code
                           PERFORM 7000-Rewrite-Master
                           ADD 1 TO WS_Approved_Count
                           DISPLAY "Approved - customer is Active."
                       ELSE
                           DISPLAY "Not approved."
                       END-IF
                   END-IF
               END-IF.

           5500-Decline-Application.
               PERFORM 5100-Find-Decidable-App
               IF App_Is_Waiting
                   DISPLAY "Reason for declining: " WITH NO ADVANCING
                   ACCEPT WS_Work_Note
                   IF WS_Work_Note EQUAL SPACES
                       DISPLAY "A reason is required - not declined."
                   ELSE
                       DISPLAY "Decline this application? (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT WS_Confirm
                       IF WS_Confirm EQUAL 'Y' OR WS_Confirm EQUAL 'y'
                           MOVE 'D' TO CA_Status
                           MOVE ZERO TO CA_Approved_Limit
                           MOVE WS_Work_Note TO CA_Decision_Note
                           PERFORM 5800-Close-Application
                           MOVE CustomerMasterRecord TO WS_Before_Image
                           MOVE 'D' TO CM_Status
                           PERFORM 7000-Rewrite-Master
                           ADD 1 TO WS_Declined_Count
                           DISPLAY "Declined."
                       ELSE
                           DISPLAY "Not declined."
                       END-IF
                   END-IF
               END-IF.

      * 5100-Find-Decidable-App - a waiting application for a
      * pending customer, keyed by someone other than the officer
      * deciding it.  App_Is_Waiting is left set only when it may
      * be decided.
           5100-Find-Decidable-App.
               PERFORM 2100-Read-Master
               SET No_App_Waiting TO TRUE
               IF Master_Found
                   PERFORM 2200-Find-Waiting-App
                   EVALUATE TRUE
                       WHEN No_App_Waiting
                           DISPLAY "No application waiting for this "
                               "customer."
                       WHEN NOT CM_Pending_Approval
                           DISPLAY "Customer is not pending approval "
                               "(status " CM_Status ")."
                           SET No_App_Waiting TO TRUE
                       WHEN CA_Received_By EQUAL WS_Operator_Id
                           DISPLAY "You keyed this application - "
                               "another officer must decide it."
                           SET No_App_Waiting TO TRUE
                       WHEN OTHER
                           PERFORM 5200-Show-Application
                   END-EVALUATE
               END-IF.

           5200-Show-Application.
               DISPLAY CM_First_Name " " CM_Last_Name
               MOVE CA_Requested_Limit TO WS_Limit_Edit
               DISPLAY "Received " CA_Received_Date " by "
                   CA_Received_By
               DISPLAY "Requested limit " WS_Limit_Edit " terms "
                   CA_Requested_Terms
               DISPLAY "Bank " CA_Bank_Name " routing "
                   CA_Bank_Routing " account " CA_Bank_Account
               PERFORM 5210-Show-One-Reference
                   VARYING WS_Ref_Idx FROM 1 BY 1
                   UNTIL WS_Ref_Idx > 3.

           5210-Show-One-Reference.
               IF CA_Ref_Name (WS_Ref_Idx) NOT EQUAL SPACES
                   DISPLAY "Reference " CA_Ref_Name (WS_Ref_Idx)
                       " " CA_Ref_Phone (WS_Ref_Idx)
               END-IF.

           5800-Close-Application.
               MOVE WS_Current_Date TO CA_Decided_Date
               MOVE WS_Operator_Id TO CA_Decided_By
               MOVE Credit_App_Record TO AT_Image (WS_App_Match_Idx).

      * 6000-Print-Aging-List - every customer pending approval,
      * aged from the application received or, with none on file
      * yet, from the day CustMaintAudit shows it went pending.
           6000-Print-Aging-List.
               MOVE WS_Days_Param TO WS_Days_Work
               IF WS_Days_Param (2:1) EQUAL SPACE
                   MOVE '00' TO WS_Days_Work (1:2)
                   MOVE WS_Days_Param (1:1) TO WS_Days_Work (3:1)
               ELSE
                   IF WS_Days_Param (3:1) EQUAL SPACE
                       MOVE '0' TO WS_Days_Work (1:1)
                       MOVE WS_Days_Param (1:2) TO WS_Days_Work (2:2)
                   END-IF
               END-IF
               MOVE WS_Days_Work TO WS_Days_Param
               IF WS_Days_Param NUMERIC
                   MOVE WS_Days_Param TO WS_Max_Waiting_Days
               END-IF
               PERFORM 6100-Load-Pending-Customers
               PERFORM 6200-Find-Pending-Dates
               PERFORM 6300-Match-Waiting-Apps
                   VARYING WS_App_Idx FROM 1 BY 1
                   UNTIL WS_App_Idx > App_Count
               SORT SortFile
                   ON DESCENDING KEY Sort_Days_Waiting
                   ON ASCENDING KEY Sort_Customer
                   INPUT PROCEDURE IS 6400-Release-Overdue
                   GIVING AgingSorted
               OPEN INPUT AgingSorted
                   CALL "Validations" USING File_Status
                       BY CONTENT "CreditAppSorted" "OPEN INPUT"
               OPEN OUTPUT AgingRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "CreditAppAging" "OPEN OUTPUT"
               STRING WS_Current_Month '/' WS_Current_Day '/'
                       WS_Current_Year DELIMITED BY SIZE
                   INTO Aging_Head_Date
               MOVE WS_Max_Waiting_Days TO Aging_Head_Days
               WRITE Aging_Buffer FROM AgingHeading
               WRITE Aging_Buffer FROM AgingSubHeading
                   AFTER ADVANCING 1 LINES
               WRITE Aging_Buffer FROM AgingColumns
                   AFTER ADVANCING 2 LINES
               SET More_Sorted_Records TO TRUE
               PERFORM 6500-Print-One-Overdue
                   UNTIL No_More_Sorted
               IF WS_Aging_Count EQUAL ZERO
                   WRITE Aging_Buffer FROM AgingNoneLine
                       AFTER ADVANCING 1 LINES
               END-IF
               MOVE WS_Aging_Count TO Aging_Count_Value
               WRITE Aging_Buffer FROM AgingCountLine
                   AFTER ADVANCING 2 LINES
               CLOSE AgingSorted
               CLOSE AgingRpt
               DISPLAY "CreditApp: " WS_Aging_Count " of "
                   Pending_Count " pending customers waiting more "
                   "than " WS_Max_Waiting_Days " days.".

           6100-Load-Pending-Customers.
               MOVE ZERO TO Pending_Count
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               SET More_Master_Records TO TRUE
               MOVE ZERO TO CM_Customer_Number
               START CustMstr KEY IS NOT LESS THAN CM_Customer_Number
                   INVALID KEY SET No_More_Master TO TRUE
               END-START
               PERFORM 6110-Check-One-Master
                   UNTIL No_More_Master
               CLOSE CustMstr.

           6110-Check-One-Master.
               READ CustMstr NEXT RECORD
                   AT END SET No_More_Master TO TRUE
               END-READ
               IF NOT No_More_Master AND CM_Pending_Approval
                   IF Pending_Count < 2000
                       ADD 1 TO Pending_Count
                       MOVE CM_Customer_Number
                           TO PT_Customer (Pending_Count)
                       MOVE CM_First_Name
                           TO PT_First_Name (Pending_Count)
                       MOVE CM_Last_Name
                           TO PT_Last_Name (Pending_Count)
                       MOVE WS_Current_Date
                           TO PT_Pending_Date (Pending_Count)
                       MOVE 'N' TO PT_App_Sw (Pending_Count)
                       MOVE ZERO TO PT_Received_Date (Pending_Count)
                       MOVE ZERO
                           TO PT_Requested_Limit (Pending_Count)
                       MOVE SPACES TO PT_Received_By (Pending_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Pending_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 6200-Find-Pending-Dates - the latest audit row that moved
      * the customer to P (an add, a load, or a declined customer
      * applying again); byte 111 of the image is CM_Status.
           6200-Find-Pending-Dates.
               OPEN INPUT CustMaintAud
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 6210-Check-One-Audit-Row
                       UNTIL No_More_Input
                   CLOSE CustMaintAud
               END-IF.

           6210-Check-One-Audit-Row.
               READ CustMaintAud
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF MA_After_Image (111:1) EQUAL 'P' AND
                       MA_Before_Image (111:1) NOT EQUAL 'P'
                       MOVE MA_After_Image (1:6) TO WS_Work_Number
                       PERFORM 6600-Find-Pending-Entry
                       IF Pending_Found
                           MOVE MA_Date
                               TO PT_Pending_Date (WS_PT_Match_Idx)
                       END-IF
                   END-IF
               END-IF.

           6300-Match-Waiting-Apps.
               MOVE AT_Image (WS_App_Idx) TO Credit_App_Record
               IF App_Waiting
                   MOVE CA_Customer_Number TO WS_Work_Number
                   PERFORM 6600-Find-Pending-Entry
                   IF Pending_Found
                       MOVE 'Y' TO PT_App_Sw (WS_PT_Match_Idx)
                       MOVE CA_Received_Date
                           TO PT_Received_Date (WS_PT_Match_Idx)
                       MOVE CA_Requested_Limit
                           TO PT_Requested_Limit (WS_PT_Match_Idx)
                       MOVE CA_Received_By
                           TO PT_Received_By (WS_PT_Match_Idx)
                   END-IF
               END-IF.

           6400-Release-Overdue.
               PERFORM 6410-Release-One-Pending
                   VARYING WS_PT_Idx FROM 1 BY 1
                   UNTIL WS_PT_Idx > Pending_Count.

           6410-Release-One-Pending.
               IF PT_App_Sw (WS_PT_Idx) EQUAL 'Y'
                   MOVE PT_Received_Date (WS_PT_Idx) TO WS_Since_Date
               ELSE
                   MOVE PT_Pending_Date (WS_PT_Idx) TO WS_Since_Date
               END-IF
               MOVE ZERO TO WS_Day_Count
               CALL "DateCalc" USING WS_Date_Function WS_Since_Date
                   WS_Day_Count WS_Current_Date
               IF WS_Day_Count > WS_Max_Waiting_Days
                   MOVE WS_Day_Count TO Sort_Days_Waiting
                   MOVE PT_Customer (WS_PT_Idx) TO Sort_Customer
                   MOVE PT_First_Name (WS_PT_Idx) TO Sort_First_Name
                   MOVE PT_Last_Name (WS_PT_Idx) TO Sort_Last_Name
                   MOVE WS_Since_Date TO Sort_Since_Date
                   MOVE PT_App_Sw (WS_PT_Idx) TO Sort_App_Sw
                   MOVE PT_Requested_Limit (WS_PT_Idx)
                       TO Sort_Requested_Limit
                   MOVE PT_Received_By (WS_PT_Idx) TO Sort_Received_By
                   RELEASE Sort-Record
               END-IF.

           6500-Print-One-Overdue.
               READ AgingSorted
                   AT END SET No_More_Sorted TO TRUE
               END-READ
               IF NOT No_More_Sorted
                   ADD 1 TO WS_Aging_Count
                   MOVE AG_Customer TO Aging_Customer
                   MOVE AG_First_Name TO Aging_First_Name
                   MOVE AG_Last_Name TO Aging_Last_Name
                   MOVE AG_Since_Date TO Aging_Since
                   MOVE AG_Days_Waiting TO Aging_Days
                   IF AG_App_On_File
                       MOVE 'WITH OFFICER' TO Aging_App_Text
                       MOVE AG_Requested_Limit TO Aging_Limit
                       MOVE AG_Received_By TO Aging_Keyed_By
                   ELSE
                       MOVE 'NONE RECEIVED' TO Aging_App_Text
                       MOVE ZERO TO Aging_Limit
                       MOVE SPACES TO Aging_Keyed_By
                   END-IF
                   WRITE Aging_Buffer FROM AgingDetail
                       AFTER ADVANCING 1 LINES
               END-IF.

           6600-Find-Pending-Entry.
               SET Pending_Not_Found TO TRUE
               PERFORM 6610-Match-One-Pending
                   VARYING WS_PT_Idx FROM 1 BY 1
                   UNTIL WS_PT_Idx > Pending_Count
                       OR Pending_Found.

           6610-Match-One-Pending.
               IF PT_Customer (WS_PT_Idx) EQUAL WS_Work_Number
                   SET Pending_Found TO TRUE
                   MOVE WS_PT_Idx TO WS_PT_Match_Idx
               END-IF.

      * 7000-Rewrite-Master - every status change the desk makes
      * goes to CustMaintAudit with its before and after images.
           7000-Rewrite-Master.
               REWRITE CustomerMasterRecord
                   INVALID KEY
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerMaster" "REWRITE"
               END-REWRITE
               IF File_Status EQUAL ZERO OR File_Status EQUAL 02
                   PERFORM 7100-Write-Maint-Audit
               END-IF.

           7100-Write-Maint-Audit.
               ACCEPT WS_System_Time FROM TIME
               MOVE 'C' TO MA_Action
               MOVE WS_Current_Date TO MA_Date
               COMPUTE MA_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE WS_Operator_Id TO MA_Operator
               MOVE WS_Before_Image TO MA_Before_Image
               MOVE CustomerMasterRecord TO MA_After_Image
               WRITE Maint_Audit_Record.

           8000-Rewrite-Applications.
               OPEN OUTPUT CreditApps
                   CALL "Validations" USING File_Status
                       BY CONTENT "CreditApplications" "OPEN OUTPUT"
               PERFORM 8100-Write-One-Application
                   VARYING WS_App_Idx FROM 1 BY 1
                   UNTIL WS_App_Idx > App_Count
               CLOSE CreditApps.

           8100-Write-One-Application.
               MOVE AT_Image (WS_App_Idx) TO Credit_App_Record
               WRITE Credit_App_Record.

       End Program CreditApp.
