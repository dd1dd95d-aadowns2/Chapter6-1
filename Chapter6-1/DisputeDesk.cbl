      *                   period rate; the unused work file is
      *                   gone - the file rewrites in place from
      *                   the table.
      *   2026-10-15  AD  Sales rep carried on the sorted
      *                   transaction and history layouts for the
      *                   monthly commission run (sorted image 103
      *                   to 107, history 69 to 73).
      *   2026-10-15  AD  Invoice number carried on the sorted
      *                   transaction and history layouts (sorted
      *                   image 107 to 115, history 73 to 81).
      *   2026-10-15  AD  Due date carried on the history layout
      *                   (history 81 to 89).
      *   2026-10-15  AD  Menu options N and V add and view the
      *                   shared account notes on CustNotes
      *                   through AcctNotes.
      *   2026-10-15  AD  Transaction id carried on the sorted
      *                   transaction layout (CustPendAdj 115 to
      *                   127, history 89 to 101); an upheld
      *                   dispute's credit takes a permanent id
      *                   from the TransId issuer (source DC) and
      *                   its creation is logged to CustTransLog
      *                   for the TransTrace inquiry.
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select Disputes assign to "CustDisputes"
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

      * Dispute_Record - one row per disputed history row: the
      * CH_Key it points at, open/upheld/withdrawn, the reason,
                   05  DP_Filler                   PIC X(3).

           FD  CustPendAdj
               Record Contains 127 Characters.
               01  Pending_Adj_Record.
                   05  PJ_Customer_Number          PIC 9(6).
                   05  PJ_First_Name               PIC X(10).
                   05  PJ_Product_Code             PIC X(4).
                   05  PJ_Company                  PIC X(2).
                   05  PJ_Rma_Number               PIC X(6).
                   05  PJ_Sales_Rep                PIC X(4).
                   05  PJ_Invoice_Number           PIC 9(8).
                   05  PJ_Trans_Id                 PIC X(12).

           FD  OperMast
               Record Contains 29 Characters.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "TransTrace.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Choice                       PIC X(1).
               01  WS_Work_Customer                PIC 9(6).
               01  WS_Notes_Function               PIC X(1).
               01  WS_Notes_Desk                   PIC X(8)
                                                   value 'DISPUTE'.
               01  WS_Work_Period                  PIC X(6).
               01  WS_Work_Sequence                PIC 9(4).
               01  WS_Work_Reason                  PIC X(4).
               PERFORM 8000-Rewrite-Dispute-File
               CLOSE CustHist
               CLOSE DisputeAud
               MOVE 'C' TO WS_Trc_Function
               CALL "TransLog" USING WS_Trace_Request
               STOP RUN.

           1000-Check-Sign-On.
               DISPLAY "F. Flag a posted row as disputed"
               DISPLAY "R. Resolve a dispute"
               DISPLAY "L. List open disputes"
               DISPLAY "N. Add an account note"
               DISPLAY "V. View account notes"
               DISPLAY "X. Exit and save"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS_Choice
                       PERFORM 4000-Resolve-Dispute
                   WHEN 'L'
                       PERFORM 5000-List-Open-Disputes
                   WHEN 'N'
                       MOVE 'A' TO WS_Notes_Function
                       PERFORM 6000-Account-Notes
                   WHEN 'V'
                       MOVE 'V' TO WS_Notes_Function
                       PERFORM 6000-Account-Notes
                   WHEN 'X'
                       SET Exit_Requested TO TRUE
                   WHEN OTHER
               MOVE ZERO TO PJ_Tax_Amount
               MOVE SPACES TO PJ_Approved_By
               MOVE SPACES TO PJ_Rma_Number
               CALL "TransId" USING BY CONTENT 'DC'
                   BY REFERENCE PJ_Trans_Id
               WRITE Pending_Adj_Record
               CLOSE CustPendAdj
               MOVE 'L' TO WS_Trc_Function
               MOVE PJ_Trans_Id TO WS_Trc_Trans_Id
               MOVE 'DisputeDesk' TO WS_Trc_Program
               MOVE 'CREATED' TO WS_Trc_Disposition
               MOVE 'CustPendAdj' TO WS_Trc_File
               MOVE PJ_Customer_Number TO WS_Trc_Key
               CALL "TransLog" USING WS_Trace_Request.

           5000-List-Open-Disputes.
               PERFORM 5100-Show-One-Dispute
                       " by " DP_Operator
               END-IF.

      * 6000-Account-Notes - the shared notes file, so the call
      * about the contested charge is there for the next desk.
           6000-Account-Notes.
               DISPLAY "Customer number: " WITH NO ADVANCING
               ACCEPT WS_Work_Customer
               CALL "AcctNotes" USING WS_Notes_Function
                   WS_Work_Customer WS_Operator_Id WS_Notes_Desk.

           7000-Write-Dispute-Audit.
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date TO DA_Date
