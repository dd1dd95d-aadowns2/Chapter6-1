       Identification Division.
           Program-ID. Privacy.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Privacy run - customer personal data no
      *                   longer kept forever.  The default (aged)
      *                   run selects customers Inactive on the
      *                   master with a zero CustomerBalance whose
      *                   last activity is older than the privacy
      *                   window on RetentionPolicy, and with no
      *                   open dispute (CustDisputes), RMA
      *                   (CustRmaMaster) or collection item
      *                   (CustCollectQueue).  REQUEST on the
      *                   command line takes one named customer's
      *                   erasure request instead, behind a level-9
      *                   supervisor sign-on through SignOn.  The
      *                   name, address, phone and email are
      *                   overwritten with a fixed erased value on
      *                   the master, in the CustMaintAudit before
      *                   and after images and in the
      *                   CustomerData.YYYYMMDD and .YYYYMM
      *                   archives; the customer number and every
      *                   money record stay as they were.  Each
      *                   customer erased is logged to PrivacyLog
      *                   under the run id.
      *   2026-10-15  AD  The archived transaction images widen 95
      *                   to 107 for the transaction id carried at
      *                   the end of the layout; archives from
      *                   before the change pad on read.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout and the CustMaintAudit images
      *                   (master 187 to 190, CustMaintAudit 397
      *                   to 403); an erased customer keeps it.
      *   2026-10-15  AD  Cash-only flag carried on the master
      *                   layout and the CustMaintAudit images
      *                   (master 190 to 191, CustMaintAudit 403
      *                   to 405); an erased customer keeps it.
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout and the CustMaintAudit images
      *                   (master 191 to 192, CustMaintAudit 405
      *                   to 407); an erased customer keeps it.
      *   2026-10-15  AD  A full open item table stops the run
      *                   before CustomerMaster is opened, so no
      *                   customer with an open dispute, RMA or
      *                   queue row can be erased unseen.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Policy assign to "RetentionPolicy"
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

                   Select Disputes assign to "CustDisputes"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RmaMast assign to "CustRmaMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CollQueue assign to "CustCollectQueue"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select MaintAudIn assign to "CustMaintAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select MaintAudOut assign to "CustMaintAudit.work"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ArchIn assign to WS_Archive_In_Name
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ArchOut assign to "CustomerData.work"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PrivLog assign to "PrivacyLog"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Policy_Record - the retention windows in months: archives,
      * logs, and how long a closed customer's personal data is
      * kept after the last activity.
           FD  Policy
               Record Contains 9 Characters.
               01  Policy_Record.
                   05  RP_Archive_Months           PIC 9(3).
                   05  RP_Log_Months               PIC 9(3).
                   05  RP_Privacy_Months           PIC 9(3).

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
                   05  CM_Parent_Number                PIC 9(6).
                   05  CM_Company                      PIC X(2).
                   05  CM_Sales_Rep                    PIC X(4).
                   05  CM_Terms_Code                   PIC X(4).
                   05  CM_Addr_Status                  PIC X(1).
                       88  CM_Addr_Returned              value 'R'.
                   05  CM_Addr_Status_Date             PIC 9(8).
                   05  CM_Email                        PIC X(50).
                   05  CM_Stmt_Delivery                PIC X(1).
                       88  CM_Deliver_Paper              value 'P' ' '.
                       88  CM_Deliver_Email              value 'E'.
                       88  CM_Deliver_Both               value 'B'.
                   05  CM_Billing_Currency             PIC X(3).
                   05  CM_Cash_Only                    PIC X(1).
                   05  CM_Billing_Cycle                PIC X(1).

           FD  CustBal.
               01  Balance_Record.
                   05  CB_Customer_Number          PIC 9(6).
                   05  CB_Balance                  PIC S9(8)V9(2).
                   05  CB_Last_Activity            PIC 9(8).

           FD  Disputes
               Record Contains 60 Characters.
               01  Dispute_Record.
                   05  DP_Customer_Number          PIC 9(6).
                   05  DP_Period                   PIC X(6).
                   05  DP_Sequence                 PIC 9(4).
                   05  DP_Status                   PIC X(1).
                       88  Dispute_Open              value 'O'.
                   05  DP_Rest                     PIC X(43).

           FD  RmaMast
               Record Contains 50 Characters.
               01  Rma_Record.
                   05  RM_Number                   PIC 9(6).
                   05  RM_Customer                 PIC 9(6).
                   05  RM_Expected                 PIC 9(7)V9(2).
                   05  RM_Reason                   PIC X(4).
                   05  RM_Expiry                   PIC 9(8).
                   05  RM_Status                   PIC X(1).
                       88  Rma_Open                  value 'O'.
                   05  RM_Rest                     PIC X(16).

           FD  CollQueue
               Record Contains 71 Characters.
               01  Queue_Record.
                   05  CQ_Customer_Number          PIC 9(6).
                   05  CQ_Assigned_To              PIC X(8).
                   05  CQ_Priority                 PIC 9(1).
                   05  CQ_Status                   PIC X(1).
                       88  Queue_Closed              value 'C'.
                   05  CQ_Rest                     PIC X(55).

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Master_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

           FD  MaintAudIn
               Record Contains 407 Characters.
               01  Maint_Audit_In_Record.
                   05  MAI_Header                  PIC X(23).
                   05  MAI_Before_Image            PIC X(192).
                   05  MAI_After_Image             PIC X(192).

           FD  MaintAudOut
               Record Contains 407 Characters.
               01  Maint_Audit_Out_Record          PIC X(407).

      * Archive_In_Record - the transaction input image the report
      * run archives as CustomerData.YYYYMMDD and Retention folds
      * into CustomerData.YYYYMM; only the name is personal.
           FD  ArchIn
               Record Contains 107 Characters.
               01  Archive_In_Record.
                   05  AI_Customer_Number          PIC X(6).
                   05  AI_First_Name               PIC X(10).
                   05  AI_Last_Name                PIC X(20).
                   05  AI_Rest                     PIC X(71).

           FD  ArchOut
               Record Contains 107 Characters.
               01  Archive_Out_Record              PIC X(107).

      * Privacy_Log_Record - one row per customer erased: the run,
      * what triggered it (A aged, R request), who, and how many
      * audit and archive rows were overwritten.
           FD  PrivLog
               Record Contains 60 Characters.
               01  Privacy_Log_Record.
                   05  PV_Run_Id                   PIC X(14).
                   05  PV_Date                     PIC 9(8).
                   05  PV_Customer_Number          PIC X(6).
                   05  PV_Trigger                  PIC X(1).
                   05  PV_Operator                 PIC X(8).
                   05  PV_Audit_Rows               PIC 9(5).
                   05  PV_Archive_Rows             PIC 9(7).
                   05  PV_Reserved                 PIC X(11).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  WS_Command_Line                 PIC X(80).
               01  Run_Mode_Sw                     PIC X(7)
                       value spaces.
                   88  Aged_Mode                     value spaces
                                                           'AGED'.
                   88  Request_Mode                  value 'REQUEST'.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Lock_Status                  PIC 9(2).
               01  WS_SignOn_Status                PIC 9(2).
               01  WS_Operator_Id                  PIC X(8)
                       value 'SYSTEM'.
               01  WS_Password                     PIC X(8).
               01  WS_Confirm                      PIC X(1).
               01  WS_Request_Customer             PIC 9(6).
               01  WS_Trigger                      PIC X(1) value 'A'.
               01  WS_Erased_Text                  PIC X(8)
                       value '*ERASED*'.
               01  WS_Privacy_Months               PIC 9(3) value 84.
               01  WS_Privacy_Cutoff               PIC 9(8).
               01  WS_Work_Year                    PIC 9(4).
               01  WS_Work_Month                   PIC 9(3).
               01  WS_Month_Steps                  PIC 9(3).
               01  WS_Archive_In_Name              PIC X(40).
               01  WS_Scan_Start_Year              PIC 9(4).
               01  WS_Scan_Year                    PIC 9(4).
               01  WS_Scan_Month                   PIC 9(2).
               01  WS_Scan_Day                     PIC 9(2).
               01  WS_Lookup_Key                   PIC X(6).
               01  WS_File_Changes                 PIC 9(7).
               01  WS_Selected_Count               PIC 9(5) value zero.
               01  WS_Held_Count                   PIC 9(5) value zero.
               01  WS_Deferred_Count               PIC 9(5) value zero.
               01  WS_Audit_Row_Count              PIC 9(7) value zero.
               01  WS_Archive_Row_Count            PIC 9(7) value zero.
               01  WS_Archive_File_Count           PIC 9(5) value zero.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               01  EOF_Sw                          PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Balance_Found_Sw                PIC X(1).
                   88  Balance_Found                 value 'Y'.
                   88  Balance_Not_Found             value 'N'.
               01  Open_Item_Sw                    PIC X(1).
                   88  Open_Item_Found               value 'Y'.
                   88  Open_Item_Not_Found           value 'N'.
               01  Erased_Sw                       PIC X(1).
                   88  Erased_Customer_Found         value 'Y'.
                   88  Erased_Customer_Not_Found     value 'N'.

      * Master_Image - the CustomerMaster layout over the before
      * and after images carried on CustMaintAudit.
               01  Master_Image.
                   05  MI_Customer_Number          PIC X(6).
                   05  MI_First_Name               PIC X(10).
                   05  MI_Last_Name                PIC X(20).
                   05  MI_Address                  PIC X(30).
                   05  MI_City                     PIC X(20).
                   05  MI_State                    PIC X(2).
                   05  MI_Zip                      PIC X(10).
                   05  MI_Phone                    PIC X(12).
                   05  MI_Rest                     PIC X(26).
                   05  MI_Email                    PIC X(50).
                   05  MI_Stmt_Delivery            PIC X(1).
                   05  MI_Billing_Currency         PIC X(3).
                   05  MI_Cash_Only                PIC X(1).
                   05  MI_Billing_Cycle            PIC X(1).

      * Open_Item_Table - customers with anything still open on the
      * dispute, RMA or collection files; never erased while open.
               01  Open_Item_Count                 PIC 9(4) value zero.
               01  Open_Item_Table.
                   05  Open_Item_Entry OCCURS 2000 TIMES.
                       10  OI_Customer_Number      PIC X(6).
               01  WS_OI_Idx                       PIC 9(4).

      * Erased_Table - the customers erased this run, with the rows
      * overwritten for each, for the PrivacyLog.
               01  Erased_Count                    PIC 9(4) value zero.
               01  Erased_Table.
                   05  Erased_Entry OCCURS 1000 TIMES.
                       10  ET_Customer_Number      PIC X(6).
                       10  ET_Audit_Rows           PIC 9(5).
                       10  ET_Archive_Rows         PIC 9(7).
               01  WS_ET_Idx                       PIC 9(4).
               01  WS_ET_Match_Idx                 PIC 9(4).

       Procedure Division.

           0000-Mainline.
               PERFORM 1000-Initialize
               IF Request_Mode
                   PERFORM 3000-Take-Erasure-Request
               ELSE
                   PERFORM 2000-Select-Aged-Customers
               END-IF
               CLOSE CustMstr
               CLOSE CustBal
               IF Erased_Count > ZERO
                   PERFORM 5000-Scrub-Maint-Audit
                   PERFORM 6000-Scrub-Archives
                   PERFORM 7000-Write-Privacy-Log
               END-IF
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'Privacy     ' WS_Operator_Id
               DISPLAY "Privacy: " Erased_Count " customers erased, "
                   WS_Audit_Row_Count " audit rows, "
                   WS_Archive_Row_Count " archive rows in "
                   WS_Archive_File_Count " archives."
               IF WS_Held_Count > ZERO
                   DISPLAY "Privacy: " WS_Held_Count
                       " held for an open dispute, RMA or "
                       "collection item."
               END-IF
               IF WS_Deferred_Count > ZERO
                   DISPLAY "Privacy: " WS_Deferred_Count
                       " more due - left for the next run."
               END-IF
               STOP RUN.

           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date TO Run_Id (1:8)
               MOVE WS_Sys_Hours TO Run_Id (9:2)
               MOVE WS_Sys_Minutes TO Run_Id (11:2)
               MOVE WS_Sys_Seconds TO Run_Id (13:2)
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               MOVE WS_Command_Line (1:7) TO Run_Mode_Sw
               IF NOT Aged_Mode AND NOT Request_Mode
                   DISPLAY "Privacy: mode must be AGED (or blank) "
                       "or REQUEST."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF Request_Mode
                   MOVE 'R' TO WS_Trigger
                   PERFORM 1600-Check-Supervisor
               END-IF
               PERFORM 1100-Read-Policy
               PERFORM 1200-Compute-Cutoff
               PERFORM 1300-Load-Open-Items
               PERFORM 1900-Acquire-Run-Lock
               OPEN I-O CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN I-O"
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT".

      * 1100-Read-Policy - a policy written before the privacy
      * window existed carries only the first two windows; the
      * seven-year default stands until one is set.
           1100-Read-Policy.
               OPEN INPUT Policy
                   CALL "Validations" USING File_Status
                       BY CONTENT "RetentionPolicy" "OPEN INPUT"
               READ Policy
                   AT END CONTINUE
                   NOT AT END
                       IF RP_Privacy_Months NUMERIC AND
                           RP_Privacy_Months > ZERO
                           MOVE RP_Privacy_Months
                               TO WS_Privacy_Months
                       END-IF
               END-READ
               CLOSE Policy.

      * 1200-Compute-Cutoff - the first of the month the window
      * reaches back to, the same month walk Retention makes.
           1200-Compute-Cutoff.
               MOVE WS_Current_Year TO WS_Work_Year
               MOVE WS_Current_Month TO WS_Work_Month
               PERFORM 1210-Step-Back-One-Month
                   VARYING WS_Month_Steps FROM 1 BY 1
                   UNTIL WS_Month_Steps > WS_Privacy_Months
               COMPUTE WS_Privacy_Cutoff = WS_Work_Year * 10000
                   + WS_Work_Month * 100 + 1.

           1210-Step-Back-One-Month.
               IF WS_Work_Month EQUAL 1
                   MOVE 12 TO WS_Work_Month
                   SUBTRACT 1 FROM WS_Work_Year
               ELSE
                   SUBTRACT 1 FROM WS_Work_Month
               END-IF.

      * 1300-Load-Open-Items - a site that never used one of the
      * desks simply has no file for it.
           1300-Load-Open-Items.
               OPEN INPUT Disputes
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1310-Read-One-Dispute
                       UNTIL No_More_Input
                   CLOSE Disputes
               END-IF
               OPEN INPUT RmaMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1320-Read-One-Rma
                       UNTIL No_More_Input
                   CLOSE RmaMast
               END-IF
               OPEN INPUT CollQueue
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1330-Read-One-Queue-Row
                       UNTIL No_More_Input
                   CLOSE CollQueue
               END-IF.

           1310-Read-One-Dispute.
               READ Disputes
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Dispute_Open
                       MOVE DP_Customer_Number TO WS_Lookup_Key
                       PERFORM 1400-Add-Open-Item
                   END-IF
               END-IF.

           1320-Read-One-Rma.
               READ RmaMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Rma_Open
                       MOVE RM_Customer TO WS_Lookup_Key
                       PERFORM 1400-Add-Open-Item
                   END-IF
               END-IF.

           1330-Read-One-Queue-Row.
               READ CollQueue
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF NOT Queue_Closed
                       MOVE CQ_Customer_Number TO WS_Lookup_Key
                       PERFORM 1400-Add-Open-Item
                   END-IF
               END-IF.

           1400-Add-Open-Item.
               PERFORM 1500-Find-Open-Item
               IF Open_Item_Not_Found
                   IF Open_Item_Count < 2000
                       ADD 1 TO Open_Item_Count
                       MOVE WS_Lookup_Key
                           TO OI_Customer_Number (Open_Item_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Open_Item_Table" "TABLE FULL"
                       DISPLAY "Open item table full - no customer "
                           "erased."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           1500-Find-Open-Item.
               SET Open_Item_Not_Found TO TRUE
               PERFORM 1510-Match-One-Open-Item
                   VARYING WS_OI_Idx FROM 1 BY 1
                   UNTIL WS_OI_Idx > Open_Item_Count
                       OR Open_Item_Found.

           1510-Match-One-Open-Item.
               IF OI_Customer_Number (WS_OI_Idx) EQUAL WS_Lookup_Key
                   SET Open_Item_Found TO TRUE
               END-IF.

      * 1600-Check-Supervisor - an erasure request needs
      * authorization level 9 on OperatorMaster and the
      * maintain-masters grant ('M') through the shared SignOn
      * gate.
           1600-Check-Supervisor.
               DISPLAY "Supervisor id: " WITH NO ADVANCING
               ACCEPT WS_Operator_Id
               OPEN INPUT OperMast
                   CALL "Validations" USING File_Status
                       BY CONTENT "OperatorMaster" "OPEN INPUT"
               SET More_Input_Records TO TRUE
               PERFORM 1610-Check-One-Operator
                   UNTIL No_More_Input OR SignOn_Accepted
               CLOSE OperMast
               IF SignOn_Rejected
                   DISPLAY "Not authorized for erasure requests."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS_Password
               CALL "SignOn" USING WS_SignOn_Status
                   WS_Operator_Id WS_Password BY CONTENT 'M'
               IF WS_SignOn_Status NOT EQUAL ZERO
                   DISPLAY "Sign-on refused - see CustSecurityLog."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1610-Check-One-Operator.
               READ OperMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF OP_Operator_Id EQUAL WS_Operator_Id AND
                       OP_Auth_Level EQUAL 9
                       SET SignOn_Accepted TO TRUE
                       DISPLAY "Welcome " OP_Name
                   END-IF
               END-IF.

      * 1900-Acquire-Run-Lock - a shared stamp on CustRunLock so
      * the master is never rewritten under the nightly run.
           1900-Acquire-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'S' 'Privacy     ' WS_Operator_Id
               IF WS_Lock_Status NOT EQUAL ZERO
                   DISPLAY "The batch run holds the files - "
                       "try again after it finishes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * 2000-Select-Aged-Customers - one pass of the master; a
      * customer already erased is passed over, so the run can be
      * repeated safely.
           2000-Select-Aged-Customers.
               SET More_Input_Records TO TRUE
               MOVE ZERO TO CM_Customer_Number
               START CustMstr KEY IS NOT LESS THAN CM_Customer_Number
                   INVALID KEY SET No_More_Input TO TRUE
               END-START
               PERFORM 2100-Judge-One-Customer
                   UNTIL No_More_Input.

           2100-Judge-One-Customer.
               READ CustMstr NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF CM_Inactive AND
                       CM_First_Name NOT EQUAL WS_Erased_Text
                       PERFORM 2200-Read-Balance
                       IF Balance_Found AND CB_Balance EQUAL ZERO
                           AND CB_Last_Activity < WS_Privacy_Cutoff
                           PERFORM 2300-Erase-If-Clear
                       END-IF
                   END-IF
               END-IF.

           2200-Read-Balance.
               SET Balance_Found TO TRUE
               MOVE CM_Customer_Number TO CB_Customer_Number
               READ CustBal
                   INVALID KEY SET Balance_Not_Found TO TRUE
               END-READ.

           2300-Erase-If-Clear.
               MOVE CM_Customer_Number TO WS_Lookup_Key
               PERFORM 1500-Find-Open-Item
               EVALUATE TRUE
                   WHEN Open_Item_Found
                       ADD 1 TO WS_Held_Count
                   WHEN Erased_Count NOT < 1000
                       ADD 1 TO WS_Deferred_Count
                   WHEN OTHER
                       ADD 1 TO WS_Selected_Count
                       PERFORM 4000-Erase-Master-Record
               END-EVALUATE.

      * 3000-Take-Erasure-Request - the customer asked to be
      * forgotten; the money must be settled and nothing left open
      * on the desks first, but the customer need not be inactive.
           3000-Take-Erasure-Request.
               DISPLAY "Customer number to erase: " WITH NO ADVANCING
               ACCEPT WS_Request_Customer
               SET Master_Found TO TRUE
               MOVE WS_Request_Customer TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               IF Master_Not_Found
                   DISPLAY "Customer " WS_Request_Customer
                       " not on the master."
               ELSE
                   PERFORM 3100-Check-Request
               END-IF.

           3100-Check-Request.
               PERFORM 2200-Read-Balance
               MOVE CM_Customer_Number TO WS_Lookup_Key
               PERFORM 1500-Find-Open-Item
               EVALUATE TRUE
                   WHEN CM_First_Name EQUAL WS_Erased_Text
                       DISPLAY "Customer already erased."
                   WHEN Balance_Found AND CB_Balance NOT EQUAL ZERO
                       DISPLAY "Balance is not zero - settle the "
                           "account before erasing."
                   WHEN Open_Item_Found
                       DISPLAY "Open dispute, RMA or collection item "
                           "- close it before erasing."
                   WHEN OTHER
                       DISPLAY "Customer: " CM_Customer_Number " "
                           CM_First_Name " " CM_Last_Name
                       DISPLAY "  " CM_Address " " CM_City " "
                           CM_State " " CM_Zip
                       DISPLAY "Erase this customer's personal data "
                           "(Y/N)? " WITH NO ADVANCING
                       ACCEPT WS_Confirm
                       IF WS_Confirm EQUAL 'Y' OR WS_Confirm EQUAL 'y'
                           PERFORM 4000-Erase-Master-Record
                       ELSE
                           DISPLAY "Not erased."
                       END-IF
               END-EVALUATE.

      * 4000-Erase-Master-Record - the customer number, status and
      * every code stay; statements go to paper, there being no
      * email address left to send to.
           4000-Erase-Master-Record.
               MOVE WS_Erased_Text TO CM_First_Name
               MOVE WS_Erased_Text TO CM_Last_Name
               MOVE WS_Erased_Text TO CM_Address
               MOVE WS_Erased_Text TO CM_City
               MOVE SPACES TO CM_State
               MOVE SPACES TO CM_Zip
               MOVE SPACES TO CM_Phone
               MOVE SPACES TO CM_Email
               MOVE 'P' TO CM_Stmt_Delivery
               REWRITE CustomerMasterRecord
                   INVALID KEY
                       DISPLAY "Privacy: master rewrite failed for "
                           CM_Customer_Number
                   NOT INVALID KEY
                       ADD 1 TO Erased_Count
                       MOVE CM_Customer_Number
                           TO ET_Customer_Number (Erased_Count)
                       MOVE ZERO TO ET_Audit_Rows (Erased_Count)
                       MOVE ZERO TO ET_Archive_Rows (Erased_Count)
               END-REWRITE.

           4100-Find-Erased-Customer.
               SET Erased_Customer_Not_Found TO TRUE
               PERFORM 4110-Match-One-Erased
                   VARYING WS_ET_Idx FROM 1 BY 1
                   UNTIL WS_ET_Idx > Erased_Count
                       OR Erased_Customer_Found.

           4110-Match-One-Erased.
               IF ET_Customer_Number (WS_ET_Idx) EQUAL WS_Lookup_Key
                   SET Erased_Customer_Found TO TRUE
                   MOVE WS_ET_Idx TO WS_ET_Match_Idx
               END-IF.

      * 5000-Scrub-Maint-Audit - the audit is copied whole through
      * a work file and replaces the original only when a row was
      * overwritten; who changed what and when is left intact.
           5000-Scrub-Maint-Audit.
               OPEN INPUT MaintAudIn
               IF File_Status EQUAL '00'
                   OPEN OUTPUT MaintAudOut
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustMaintAudit.work"
                               "OPEN OUTPUT"
                   MOVE ZERO TO WS_File_Changes
                   SET More_Input_Records TO TRUE
                   PERFORM 5100-Scrub-One-Audit-Row
                       UNTIL No_More_Input
                   CLOSE MaintAudIn
                   CLOSE MaintAudOut
                   IF WS_File_Changes > ZERO
                       CALL "CBL_DELETE_FILE" USING "CustMaintAudit"
                       CALL "CBL_RENAME_FILE" USING
                           "CustMaintAudit.work" "CustMaintAudit"
                   ELSE
                       CALL "CBL_DELETE_FILE" USING
                           "CustMaintAudit.work"
                   END-IF
               END-IF.

      * 5100-Scrub-One-Audit-Row - an add carries no before image
      * and a delete no after image, so the customer is taken from
      * whichever is present.
           5100-Scrub-One-Audit-Row.
               READ MaintAudIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF MAI_After_Image NOT EQUAL SPACES
                       MOVE MAI_After_Image (1:6) TO WS_Lookup_Key
                   ELSE
                       MOVE MAI_Before_Image (1:6) TO WS_Lookup_Key
                   END-IF
                   PERFORM 4100-Find-Erased-Customer
                   IF Erased_Customer_Found
                       IF MAI_Before_Image NOT EQUAL SPACES
                           MOVE MAI_Before_Image TO Master_Image
                           PERFORM 5200-Erase-Master-Image
                           MOVE Master_Image TO MAI_Before_Image
                       END-IF
                       IF MAI_After_Image NOT EQUAL SPACES
                           MOVE MAI_After_Image TO Master_Image
                           PERFORM 5200-Erase-Master-Image
                           MOVE Master_Image TO MAI_After_Image
                       END-IF
                       ADD 1 TO ET_Audit_Rows (WS_ET_Match_Idx)
                       ADD 1 TO WS_Audit_Row_Count
                       ADD 1 TO WS_File_Changes
                   END-IF
                   MOVE Maint_Audit_In_Record TO Maint_Audit_Out_Record
                   WRITE Maint_Audit_Out_Record
               END-IF.

           5200-Erase-Master-Image.
               MOVE WS_Erased_Text TO MI_First_Name
               MOVE WS_Erased_Text TO MI_Last_Name
               MOVE WS_Erased_Text TO MI_Address
               MOVE WS_Erased_Text TO MI_City
               MOVE SPACES TO MI_State
               MOVE SPACES TO MI_Zip
               MOVE SPACES TO MI_Phone
               MOVE SPACES TO MI_Email.

      * 6000-Scrub-Archives - probes every period and dated
      * CustomerData archive name over the ten years behind the
      * current one, the way Retention finds them to consolidate.
           6000-Scrub-Archives.
               MOVE WS_Current_Year TO WS_Scan_Start_Year
               SUBTRACT 10 FROM WS_Scan_Start_Year
               PERFORM 6100-Scan-One-Year
                   VARYING WS_Scan_Year FROM WS_Scan_Start_Year BY 1
                   UNTIL WS_Scan_Year > WS_Current_Year.

           6100-Scan-One-Year.
               PERFORM 6200-Scan-One-Month
                   VARYING WS_Scan_Month FROM 1 BY 1
                   UNTIL WS_Scan_Month > 12.

           6200-Scan-One-Month.
               MOVE SPACES TO WS_Archive_In_Name
               STRING 'CustomerData.' DELIMITED BY SIZE
                       WS_Scan_Year DELIMITED BY SIZE
                       WS_Scan_Month DELIMITED BY SIZE
                   INTO WS_Archive_In_Name
               PERFORM 6400-Scrub-One-Archive
               PERFORM 6300-Scan-One-Day
                   VARYING WS_Scan_Day FROM 1 BY 1
                   UNTIL WS_Scan_Day > 31.

           6300-Scan-One-Day.
               MOVE SPACES TO WS_Archive_In_Name
               STRING 'CustomerData.' DELIMITED BY SIZE
                       WS_Scan_Year DELIMITED BY SIZE
                       WS_Scan_Month DELIMITED BY SIZE
                       WS_Scan_Day DELIMITED BY SIZE
                   INTO WS_Archive_In_Name
               PERFORM 6400-Scrub-One-Archive.

           6400-Scrub-One-Archive.
               OPEN INPUT ArchIn
               IF File_Status EQUAL '00'
                   OPEN OUTPUT ArchOut
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerData.work" "OPEN OUTPUT"
                   MOVE ZERO TO WS_File_Changes
                   SET More_Input_Records TO TRUE
                   PERFORM 6500-Scrub-One-Archive-Row
                       UNTIL No_More_Input
                   CLOSE ArchIn
                   CLOSE ArchOut
                   IF WS_File_Changes > ZERO
                       CALL "CBL_DELETE_FILE" USING WS_Archive_In_Name
                       CALL "CBL_RENAME_FILE" USING
                           "CustomerData.work" WS_Archive_In_Name
                       ADD 1 TO WS_Archive_File_Count
                   ELSE
                       CALL "CBL_DELETE_FILE" USING "CustomerData.work"
                   END-IF
               END-IF.

           6500-Scrub-One-Archive-Row.
               READ ArchIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE AI_Customer_Number TO WS_Lookup_Key
                   PERFORM 4100-Find-Erased-Customer
                   IF Erased_Customer_Found
                       MOVE WS_Erased_Text TO AI_First_Name
                       MOVE WS_Erased_Text TO AI_Last_Name
                       ADD 1 TO ET_Archive_Rows (WS_ET_Match_Idx)
                       ADD 1 TO WS_Archive_Row_Count
                       ADD 1 TO WS_File_Changes
                   END-IF
                   MOVE Archive_In_Record TO Archive_Out_Record
                   WRITE Archive_Out_Record
               END-IF.

           7000-Write-Privacy-Log.
               OPEN EXTEND PrivLog
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT PrivLog
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "PrivacyLog" "OPEN EXTEND"
               PERFORM 7100-Write-One-Log-Row
                   VARYING WS_ET_Idx FROM 1 BY 1
                   UNTIL WS_ET_Idx > Erased_Count
               CLOSE PrivLog.

           7100-Write-One-Log-Row.
               MOVE SPACES TO Privacy_Log_Record
               MOVE Run_Id TO PV_Run_Id
               MOVE WS_Current_Date TO PV_Date
               MOVE ET_Customer_Number (WS_ET_Idx)
                   TO PV_Customer_Number
               MOVE WS_Trigger TO PV_Trigger
               MOVE WS_Operator_Id TO PV_Operator
               MOVE ET_Audit_Rows (WS_ET_Idx) TO PV_Audit_Rows
               MOVE ET_Archive_Rows (WS_ET_Idx) TO PV_Archive_Rows
               WRITE Privacy_Log_Record.

       End Program Privacy.
