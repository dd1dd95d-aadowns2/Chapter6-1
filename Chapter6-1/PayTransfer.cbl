      *                   RunLock manager while it updates the
      *                   masters, the collision guard every other
      *                   updater already carries.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   history layouts for the monthly
      *                   commission run (master 119 to 123,
      *                   history 69 to 73); the rows this program
      *                   posts carry a blank rep.
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81); rows written
      *                   here carry no invoice number.
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127) and due date
      *                   on the history layout (history 81 to
      *                   89).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Stamps a Run_Id at start-up and journals
      *                   each balance it moves or adds and each
      *                   history row it writes through
      *                   PostJournal (before and after images
      *                   under the run id) so Backout can reverse
      *                   a transfer; the run id shows at the
      *                   console when the transfer posts.
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121), filled from the row's own office,
      *                   period, customer and sequence as each row
      *                   is written.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
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

           FD  OperMast
               Record Contains 29 Characters.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
              COPY "JournalRequest.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date TO Run_Id (1:8)
               MOVE WS_Sys_Hours TO Run_Id (9:2)
               MOVE WS_Sys_Minutes TO Run_Id (11:2)
               MOVE WS_Sys_Seconds TO Run_Id (13:2)
               MOVE WS_Current_Year TO WS_Current_Period (1:4)
               MOVE WS_Current_Month TO WS_Current_Period (5:2)
               DISPLAY "Payment Transfer Utility"
                           PERFORM 7000-Write-Transfer-Audit
                           DISPLAY "Transfer complete - both "
                               "statements now explain themselves."
                           DISPLAY "Run id " Run_Id
                               " - quote it to Backout if reversed."
                       ELSE
                           DISPLAY "Transfer abandoned."
                       END-IF
               MOVE SPACES TO CH_Office_Code
               MOVE WS_Supervisor_Id TO CH_Approved_By
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               PERFORM 5900-Write-History-Row.

      * 5500-Write-Target-Payment - the target's linked row: the
               MOVE SPACES TO CH_Office_Code
               MOVE WS_Supervisor_Id TO CH_Approved_By
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               PERFORM 5900-Write-History-Row.

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
               MOVE 'PayTransfer' TO WS_Jnl_Program
               MOVE 'HIST' TO WS_Jnl_File
               MOVE 'A' TO WS_Jnl_Action
               MOVE CH_Key TO WS_Jnl_Key
               MOVE SPACES TO WS_Jnl_Before
               MOVE History_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

      * 6000-Move-Both-Balances - the BOOKED amount moves: the
      * balance file carries booked money, so the raw currency
      * units convert once and the same figure rides both sides.
                       MOVE WS_From_Customer TO CB_Customer_Number
                       MOVE WS_Booked_Amount TO CB_Balance
                       MOVE WS_Current_Date TO CB_Last_Activity
                       MOVE 'A' TO WS_Jnl_Action
                       MOVE SPACES TO WS_Jnl_Before
                       PERFORM 6050-Journal-Balance-Row
                       WRITE Balance_Record
                   NOT INVALID KEY
                       MOVE Balance_Record TO WS_Jnl_Before
                       ADD WS_Booked_Amount TO CB_Balance
                       MOVE WS_Current_Date TO CB_Last_Activity
                       MOVE 'C' TO WS_Jnl_Action
                       PERFORM 6050-Journal-Balance-Row
                       REWRITE Balance_Record
               END-READ
               MOVE WS_To_Customer TO CB_Customer_Number
                       MOVE WS_To_Customer TO CB_Customer_Number
                       COMPUTE CB_Balance = 0 - WS_Booked_Amount
                       MOVE WS_Current_Date TO CB_Last_Activity
                       MOVE 'A' TO WS_Jnl_Action
                       MOVE SPACES TO WS_Jnl_Before
                       PERFORM 6050-Journal-Balance-Row
                       WRITE Balance_Record
                   NOT INVALID KEY
                       MOVE Balance_Record TO WS_Jnl_Before
                       SUBTRACT WS_Booked_Amount FROM CB_Balance
                       MOVE WS_Current_Date TO CB_Last_Activity
                       MOVE 'C' TO WS_Jnl_Action
                       PERFORM 6050-Journal-Balance-Row
                       REWRITE Balance_Record
               END-READ.

      * 6050-Journal-Balance-Row - journalled ahead of the write so
      * a stop between the two leaves Backout nothing worse than a
      * record already in its before state.
           6050-Journal-Balance-Row.
               MOVE 'PayTransfer' TO WS_Jnl_Program
               MOVE 'BAL ' TO WS_Jnl_File
               MOVE CB_Customer_Number TO WS_Jnl_Key
               MOVE Balance_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

           7000-Write-Transfer-Audit.
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date TO TA_Date
