       Identification Division.
           Program-ID. TransTrace.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Transaction trace inquiry - given a
      *                   transaction id on the command line, lists
      *                   every step CustTransLog holds for it
      *                   (date, time, program, run id,
      *                   disposition, the file it landed on and
      *                   its key there), then looks for the
      *                   record on the queues it can still be
      *                   sitting on today (CustomerData,
      *                   CustReject, CustPendAdj, CustApprAdj,
      *                   CustSuspense, CustCarryFwd,
      *                   CustResubmit) and reads the posted row
      *                   back off CustomerHistory, so "where did
      *                   my payment go" is one inquiry.  Listing
      *                   to the console and TransTraceReport.
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select TraceLog assign to "CustTransLog"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select QueueIn assign to WS_Queue_Name
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select TraceRpt assign to "TransTraceReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  TraceLog
               Record Contains 100 Characters.
               01  Trace_Log_Record.
                   05  TL_Trans_Id                 PIC X(12).
                   05  TL_Date                     PIC 9(8).
                   05  TL_Time                     PIC 9(6).
                   05  TL_Run_Id                   PIC X(14).
                   05  TL_Program                  PIC X(12).
                   05  TL_Disposition              PIC X(12).
                   05  TL_File                     PIC X(16).
                   05  TL_Key                      PIC X(20).

      * Queue_Record - any of the queues a transaction can sit on;
      * the id's byte position differs between the raw and the
      * sorted images and is carried per queue in Queue_Table.
           FD  QueueIn
               Record Contains 149 Characters.
               01  Queue_Record                    PIC X(149).

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

           FD  TraceRpt
               Record Contains 132 Characters.
               01  Trace_Buffer                    PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Command_Line                 PIC X(80).
               01  WS_Trace_Id                     PIC X(12).
               01  WS_Queue_Name                   PIC X(40).
               01  WS_Queue_Idx                    PIC 9(2).
               01  WS_Id_Pos                       PIC 9(3).
               01  WS_Step_Count                   PIC 9(5) value zero.
               01  WS_Queue_Hits                   PIC 9(5) value zero.
               01  WS_Posted_Key                   PIC X(16)
                       value spaces.
               01  EOF_Sw                          PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.

      * Queue_List - the files a transaction can be parked on
      * between runs, each with the byte its id starts at: 96 on
      * the raw keyed image, 116 on the sorted image (CustReject
      * carries the sorted image at the front of its record).
               01  Queue_Count                     PIC 9(2) value 7.
               01  Queue_List.
                   05              PIC X(16) value 'CustomerData'.
                   05              PIC 9(3)  value 096.
                   05              PIC X(16) value 'CustReject'.
                   05              PIC 9(3)  value 116.
                   05              PIC X(16) value 'CustPendAdj'.
                   05              PIC 9(3)  value 116.
                   05              PIC X(16) value 'CustApprAdj'.
                   05              PIC 9(3)  value 116.
                   05              PIC X(16) value 'CustSuspense'.
                   05              PIC 9(3)  value 116.
                   05              PIC X(16) value 'CustCarryFwd'.
                   05              PIC 9(3)  value 116.
                   05              PIC X(16) value 'CustResubmit'.
                   05              PIC 9(3)  value 116.
               01  Queue_Table REDEFINES Queue_List.
                   05  Queue_Entry OCCURS 7 TIMES.
                       10  QT_File_Name            PIC X(16).
                       10  QT_Id_Pos               PIC 9(3).

               01  TraceHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(21)
                           value 'Transaction Trace -  '.
                   05  Trace_Head_Id           PIC X(12).
               01  TraceColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(45)   value
                       'Date     Time   Program      Run Id'.
                   05              PIC X(50)   value
                       'Disposition  File             Key'.
               01  TraceDetail.
                   05              PIC X(2)    value spaces.
                   05  Trace_Date              PIC 9(8).
                   05              PIC X(1)    value spaces.
                   05  Trace_Time              PIC 9(6).
                   05              PIC X(1)    value spaces.
                   05  Trace_Program           PIC X(12).
                   05              PIC X(1)    value spaces.
                   05  Trace_Run_Id            PIC X(14).
                   05              PIC X(1)    value spaces.
                   05  Trace_Disposition       PIC X(12).
                   05              PIC X(1)    value spaces.
                   05  Trace_File              PIC X(16).
                   05              PIC X(1)    value spaces.
                   05  Trace_Key               PIC X(20).
               01  TraceQueueLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(22)   value
                       'Still waiting on:     '.
                   05  Trace_Queue_Name        PIC X(16).
               01  TraceHistLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(22)   value
                       'Posted to history:    '.
                   05  Trace_Hist_Key          PIC X(16).
                   05              PIC X(2)    value spaces.
                   05  Trace_Hist_Type         PIC X(1).
                   05              PIC X(2)    value spaces.
                   05  Trace_Hist_Amount       PIC ZZZZZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Trace_Hist_Currency     PIC X(3).
               01  TraceMessage.
                   05              PIC X(2)    value spaces.
                   05  Trace_Message_Text      PIC X(60).
               01  TraceTotal.
                   05              PIC X(2)    value spaces.
                   05              PIC X(16)   value
                       'Steps logged:   '.
                   05  Trace_Total_Count       PIC ZZ,ZZ9.

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               MOVE WS_Command_Line (1:12) TO WS_Trace_Id
               IF WS_Trace_Id EQUAL SPACES
                   DISPLAY "TransTrace: give the transaction id on "
                       "the command line."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT TraceRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "TransTraceReport" "OPEN OUTPUT"
               MOVE WS_Trace_Id TO Trace_Head_Id
               MOVE TraceHeading TO Trace_Buffer
               PERFORM 8000-Write-Line
               MOVE TraceColumns TO Trace_Buffer
               PERFORM 8000-Write-Line
               PERFORM 1000-List-Trace-Steps
               PERFORM 2000-Search-Queues
                   VARYING WS_Queue_Idx FROM 1 BY 1
                   UNTIL WS_Queue_Idx > Queue_Count
               PERFORM 3000-Show-Posted-Row
               IF WS_Step_Count EQUAL ZERO AND WS_Queue_Hits EQUAL ZERO
                   MOVE 'No trace of this transaction id.'
                       TO Trace_Message_Text
                   MOVE TraceMessage TO Trace_Buffer
                   PERFORM 8000-Write-Line
               END-IF
               MOVE WS_Step_Count TO Trace_Total_Count
               MOVE TraceTotal TO Trace_Buffer
               PERFORM 8000-Write-Line
               CLOSE TraceRpt
               STOP RUN.

      * 1000-List-Trace-Steps - every row on the log for the id,
      * in the order it was written; the last POSTED row's key is
      * held for the history read.  No log yet means no steps.
           1000-List-Trace-Steps.
               OPEN INPUT TraceLog
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1100-Read-One-Step
                       UNTIL No_More_Input
                   CLOSE TraceLog
               END-IF.

           1100-Read-One-Step.
               READ TraceLog
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF TL_Trans_Id EQUAL WS_Trace_Id
                       ADD 1 TO WS_Step_Count
                       MOVE TL_Date TO Trace_Date
                       MOVE TL_Time TO Trace_Time
                       MOVE TL_Program TO Trace_Program
                       MOVE TL_Run_Id TO Trace_Run_Id
                       MOVE TL_Disposition TO Trace_Disposition
                       MOVE TL_File TO Trace_File
                       MOVE TL_Key TO Trace_Key
                       MOVE TraceDetail TO Trace_Buffer
                       PERFORM 8000-Write-Line
                       IF TL_Disposition EQUAL 'POSTED'
                           MOVE TL_Key (1:16) TO WS_Posted_Key
                       END-IF
                   END-IF
               END-IF.

      * 2000-Search-Queues - a queue not on disk simply holds
      * nothing; a hit means the transaction is still waiting
      * there for the next run or desk.
           2000-Search-Queues.
               MOVE QT_File_Name (WS_Queue_Idx) TO WS_Queue_Name
               MOVE QT_Id_Pos (WS_Queue_Idx) TO WS_Id_Pos
               OPEN INPUT QueueIn
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2100-Check-One-Queued
                       UNTIL No_More_Input
                   CLOSE QueueIn
               END-IF.

           2100-Check-One-Queued.
               READ QueueIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Queue_Record (WS_Id_Pos:12) EQUAL WS_Trace_Id
                       ADD 1 TO WS_Queue_Hits
                       MOVE QT_File_Name (WS_Queue_Idx)
                           TO Trace_Queue_Name
                       MOVE TraceQueueLine TO Trace_Buffer
                       PERFORM 8000-Write-Line
                   END-IF
               END-IF.

      * 3000-Show-Posted-Row - the history row the posting logged,
      * read back by its key; a row since offloaded or moved says
      * so rather than showing someone else's transaction.
           3000-Show-Posted-Row.
               IF WS_Posted_Key NOT EQUAL SPACES
                   OPEN INPUT CustHist
                   IF File_Status EQUAL '00'
                       MOVE WS_Posted_Key TO CH_Key
                       READ CustHist
                           INVALID KEY MOVE SPACES TO CH_Trans_Id
                       END-READ
                       CLOSE CustHist
                   ELSE
                       MOVE SPACES TO CH_Trans_Id
                   END-IF
                   IF CH_Trans_Id EQUAL WS_Trace_Id
                       MOVE CH_Key TO Trace_Hist_Key
                       MOVE CH_Trans_Type TO Trace_Hist_Type
                       MOVE CH_Amount_Trans TO Trace_Hist_Amount
                       MOVE CH_Currency_Code TO Trace_Hist_Currency
                       MOVE TraceHistLine TO Trace_Buffer
                   ELSE
                       MOVE 'Posted row no longer on CustomerHistory'
                           TO Trace_Message_Text
                       MOVE TraceMessage TO Trace_Buffer
                   END-IF
                   PERFORM 8000-Write-Line
               END-IF.

           8000-Write-Line.
               DISPLAY Trace_Buffer
               WRITE Trace_Buffer
                   AFTER ADVANCING 1 LINES.

       End Program TransTrace.
