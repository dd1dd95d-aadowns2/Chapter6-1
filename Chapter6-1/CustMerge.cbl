      *                   transaction amount capacity (amounts
      *                   9(4)V9(2) to 9(7)V9(2) through the
      *                   chain).
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
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101 to
      *                   121); a moved row takes its key bytes from the
      *                   survivor's number and its new sequence.
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

           FD  CustHist.
               01  History_Record.
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
               01  WS_Balance_Moved                PIC S9(8)V9(2)
                       value zero.
               01  WS_New_Seq                      PIC 9(5).
               01  WS_Held_History                 PIC X(121).
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).

           2200-Try-One-History-Write.
               MOVE WS_New_Seq TO CH_Sequence
               MOVE CH_Office_Code TO CH_OK_Office
               MOVE CH_Period TO CH_PK_Period
               MOVE CH_Customer_Number TO CH_PK_Customer
               MOVE CH_Sequence TO CH_PK_Sequence
               SET History_Written TO TRUE
               WRITE History_Record
                   INVALID KEY
