      *                   RunLock manager while it updates the
      *                   masters, the collision guard every other
      *                   updater already carries.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   history layouts for the monthly
      *                   commission run (master 119 to 123,
      *                   history 69 to 73).
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81).
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127) and due date
      *                   on the history layout (history 81 to
      *                   89).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136,
      *                   audit images with it, CustMaintAudit 277
      *                   to 295).
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187, audit images with
      *                   it, CustMaintAudit 295 to 397).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190, audit images
      *                   with it, CustMaintAudit 397 to 403).
      *   2026-10-15  AD  Cash-only flag carried on the master
      *                   layout (master 190 to 191, audit images
      *                   with it, CustMaintAudit 403 to 405).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192, audit images
      *                   with it, CustMaintAudit 405 to 407).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
      *   2026-10-15  AD  A customer approved at CreditApp is held
      *                   and released against the limit the credit
      *                   officer approved (CreditApplications), not
      *                   the CreditReviewParams limit.
      *   2026-10-15  AD  Approved limits load once from
      *                   CreditApplications into a table at the
      *                   start instead of a file pass per
      *                   customer; a full table stops the run
      *                   at RC 8 before the lock.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustSummWork assign to "CustSummWork"
                       File Status is File_Status
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CreditApps assign to "CreditApplications"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustMaintAud assign to "CustMaintAudit"
                       File Status is File_Status
                       Organization is Line Sequential.
                       88  CM_Credit_Hold                value 'C'.
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

           FD  CustSummWork
               Record Contains 104 Characters.
                   05  CRP_Returns_Count           PIC 9(5).
                   05  CRP_Returns_Amount          PIC 9(8)V9(2).

      * Credit_App_Record - the CreditApp register; an approved
      * application carries the limit the credit officer set.
           FD  CreditApps
               Record Contains 250 Characters.
               01  Credit_App_Record.
                   05  CA_Customer_Number          PIC 9(6).
                   05  CA_Status                   PIC X(1).
                       88  App_Approved              value 'A'.
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

           FD  ReviewRpt
               Record Contains 132 Characters.
           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   88  Summ_File_Present             value 'Y'.
                   88  Summ_File_Absent              value 'N'.
               01  WS_Customer_Balance             PIC S9(8)V9(2).
               01  WS_Customer_Limit               PIC 9(8)V9(2).
               01  App_EOF_Sw                      PIC X(1).
                   88  No_More_Apps                  value 'Y'.
                   88  More_App_Records              value 'N'.
               01  Limit_Found_Sw                  PIC X(1).
                   88  Limit_Found                   value 'Y'.
                   88  Limit_Not_Found               value 'N'.

      * Limit_Table - each approved customer's limit off the
      * CreditApplications register; a later approval replaces
      * an earlier one.
               01  Limit_Count                     PIC 9(4) value zero.
               01  Limit_Table.
                   05  Limit_Entry OCCURS 2000 TIMES.
                       10  LT_Customer_Number      PIC 9(6).
                       10  LT_Approved_Limit       PIC 9(8)V9(2).
               01  WS_LT_Idx                       PIC 9(4).
               01  WS_LT_Match_Idx                 PIC 9(4).
               01  WS_Limit_Customer               PIC 9(6).
               01  WS_Last_Payment_Period          PIC X(6).
               01  WS_Returns_Count                PIC 9(6).
               01  WS_Returns_Amount               PIC 9(8)V9(2).
               01  WS_Review_Count                 PIC 9(6) value zero.
               01  WS_Hold_Count                   PIC 9(5) value zero.
               01  WS_Release_Count                PIC 9(5) value zero.
               01  WS_Before_Image                 PIC X(192).
               01  WS_Review_Reason                PIC X(40).
               01  Decision_Sw                     PIC X(1).
                   88  Decide_Hold                   value 'H'.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               PERFORM 1000-Read-Params
               PERFORM 1500-Compute-Cutoff
               PERFORM 1600-Load-Approved-Limits
               PERFORM 1900-Acquire-Run-Lock
               PERFORM 2000-Open-Files
               PERFORM 3000-Review-One-Customer
                   SUBTRACT 1 FROM WS_Work_Month
               END-IF.

      * 1600-Load-Approved-Limits - optional: with no register
      * every customer runs on the CreditReviewParams limit.  A
      * register too large for the table stops the run before the
      * lock, rather than review some customers on the wrong
      * limit.
           1600-Load-Approved-Limits.
               MOVE ZERO TO Limit_Count
               OPEN INPUT CreditApps
               IF File_Status EQUAL '00'
                   SET More_App_Records TO TRUE
                   PERFORM 1610-Read-One-App-Row
                       UNTIL No_More_Apps
                   CLOSE CreditApps
               END-IF.

           1610-Read-One-App-Row.
               READ CreditApps
                   AT END SET No_More_Apps TO TRUE
               END-READ
               IF NOT No_More_Apps AND App_Approved
                   MOVE CA_Customer_Number TO WS_Limit_Customer
                   PERFORM 3450-Find-Limit-Entry
                   IF Limit_Found
                       MOVE CA_Approved_Limit
                           TO LT_Approved_Limit (WS_LT_Match_Idx)
                   ELSE
                       PERFORM 1620-Add-Limit-Entry
                   END-IF
               END-IF.

           1620-Add-Limit-Entry.
               IF Limit_Count < 2000
                   ADD 1 TO Limit_Count
                   MOVE CA_Customer_Number
                       TO LT_Customer_Number (Limit_Count)
                   MOVE CA_Approved_Limit
                       TO LT_Approved_Limit (Limit_Count)
               ELSE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Limit_Table" "TABLE FULL"
                   DISPLAY "Approved limit table full - "
                       "nothing reviewed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1900-Acquire-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'S' 'CreditReview' 'CREDREV '
                       MOVE CB_Balance TO WS_Customer_Balance
               END-READ
               PERFORM 3200-Find-Last-Payment
               PERFORM 3300-Find-Returns-Figures
               PERFORM 3400-Find-Approved-Limit.

      * 3200-Find-Last-Payment - one keyed START positions on the
      * customer's first history row; the newest period carrying a
                   END-IF
               END-IF.

      * 3400-Find-Approved-Limit - the limit the credit officer
      * set when CreditApp approved the customer, from the table
      * loaded at the start; a customer approved before
      * applications were taken runs on the CreditReviewParams
      * limit.
           3400-Find-Approved-Limit.
               MOVE WS_Balance_Limit TO WS_Customer_Limit
               MOVE CM_Customer_Number TO WS_Limit_Customer
               PERFORM 3450-Find-Limit-Entry
               IF Limit_Found
                   MOVE LT_Approved_Limit (WS_LT_Match_Idx)
                       TO WS_Customer_Limit
               END-IF.

           3450-Find-Limit-Entry.
               SET Limit_Not_Found TO TRUE
               PERFORM 3460-Match-One-Limit
                   VARYING WS_LT_Idx FROM 1 BY 1
                   UNTIL WS_LT_Idx > Limit_Count
                       OR Limit_Found.

           3460-Match-One-Limit.
               IF LT_Customer_Number (WS_LT_Idx) EQUAL
                   WS_Limit_Customer
                   SET Limit_Found TO TRUE
                   MOVE WS_LT_Idx TO WS_LT_Match_Idx
               END-IF.

      * 4000-Apply-Review-Rules - hold an Active customer whose
      * balance tops the limit with no payment inside the window,
      * or whose returns top either threshold; release a held
               SET Decide_Leave TO TRUE
               MOVE SPACES TO WS_Review_Reason
               IF CM_Active
                   IF WS_Customer_Balance > WS_Customer_Limit AND
                       WS_Last_Payment_Period < WS_Cutoff_Period
                       SET Decide_Hold TO TRUE
                       MOVE 'Balance over limit, no recent payment'
                       MOVE 'Nothing owed' TO WS_Review_Reason
                   ELSE
                       IF WS_Customer_Balance NOT GREATER
                           WS_Customer_Limit AND
                           WS_Last_Payment_Period NOT LESS
                               WS_Cutoff_Period
                           SET Decide_Release TO TRUE
