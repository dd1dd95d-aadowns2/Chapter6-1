      *                   RunLock manager while it updates the
      *                   masters, the collision guard every other
      *                   updater already carries.
      *   2026-10-15  AD  Sales rep carried on the history layout
      *                   for the monthly commission run (history
      *                   69 to 73); the rows this program posts
      *                   carry a blank rep.
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81); rows written
      *                   here carry no invoice number.
      *   2026-10-15  AD  Due date carried on the history layout
      *                   (history 81 to 89).
      *   2026-10-15  AD  Each balance it zeroes and each history
      *                   row it adds is journalled through
      *                   PostJournal (before and after images
      *                   under the run id) so Backout can reverse
      *                   a run that stops part way.
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
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

                   Select CustAdjAudit assign to "AdjustAudit"
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

           FD  CustAdjAudit
               Record Contains 57 Characters.
                   05  File_Status                 PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
              COPY "JournalRequest.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
      * so the statements and the inquiry read it correctly
      * without a special case.
           4000-Write-Off-One-Balance.
               MOVE Balance_Record TO WS_Jnl_Before
               MOVE CB_Balance TO WS_Woff_Amount
               PERFORM 4100-Find-Customer-Office
               MOVE ZERO TO CB_Balance
               MOVE WS_Current_Date TO CB_Last_Activity
               PERFORM 4050-Journal-Balance-Change
               REWRITE Balance_Record
                   INVALID KEY
                       CALL "Validations" USING File_Status
               WRITE Woff_Buffer FROM WoffDetail
                   AFTER ADVANCING 1 LINES.

           4050-Journal-Balance-Change.
               MOVE 'WriteOff' TO WS_Jnl_Program
               MOVE 'BAL ' TO WS_Jnl_File
               MOVE 'C' TO WS_Jnl_Action
               MOVE CB_Customer_Number TO WS_Jnl_Key
               MOVE Balance_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

      * 4100-Find-Customer-Office - the office on the customer's
      * newest history row, so the expense books where the
      * business was done.
               MOVE WS_Cust_Office TO CH_Office_Code
               MOVE SPACES TO CH_Approved_By
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               SET History_Not_Written TO TRUE
               PERFORM 5010-Try-One-History-Write
                   VARYING WS_History_Seq FROM 1 BY 1
                   UNTIL History_Written OR WS_History_Seq > 9999
               IF History_Written
                   PERFORM 5050-Journal-History-Add
               END-IF.

           5010-Try-One-History-Write.
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

           5050-Journal-History-Add.
               MOVE 'WriteOff' TO WS_Jnl_Program
               MOVE 'HIST' TO WS_Jnl_File
               MOVE 'A' TO WS_Jnl_Action
               MOVE CH_Key TO WS_Jnl_Key
               MOVE SPACES TO WS_Jnl_Before
               MOVE History_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

           5100-Write-Audit-Row.
               MOVE CB_Customer_Number TO AA_Customer_Number
               MOVE WS_Current_Date TO AA_Date
