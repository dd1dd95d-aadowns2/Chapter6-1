       Identification Division.
           Program-ID. EDIAckImport.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  EDI acknowledgment import - closes the loop
      *                   on EDIExtract: the partners' functional
      *                   acknowledgments (EDIAck: interchange
      *                   control number, partner id, A accepted,
      *                   E accepted with errors, R rejected, and
      *                   the date) are matched against the
      *                   EDIInterchangeLog rows still marked sent.
      *                   A match stamps the row accepted or
      *                   rejected with the acknowledgment date; a
      *                   rejection writes a CustOpsAlert record the
      *                   way a rejected GL extract does.  Rows left
      *                   sent list on EDIAckReport and, once past
      *                   the EDIAckParams limit, on the OpsSummary
      *                   morning report.
      *   2026-10-15  AD  Operations alerts carry a severity and a
      *                   category so AlertDispatch can route them
      *                   to the on-call contact (CustOpsAlert 92
      *                   to 97).

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select EDILog assign to "EDIInterchangeLog"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select EDILogWork assign to "EDIInterchangeWork"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select EDIAck assign to "EDIAck"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustAlert assign to "CustOpsAlert"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select AckRpt assign to "EDIAckReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  EDILog
               Record Contains 63 Characters.
               01  EDI_Interchange_Record.
                   05  EI_Control                  PIC 9(9).
                   05  EI_Partner_Id               PIC X(15).
                   05  EI_Customer_Number          PIC 9(6).
                   05  EI_Date                     PIC 9(8).
                   05  EI_Doc_Count                PIC 9(5).
                   05  EI_Amount                   PIC 9(9)V9(2).
                   05  EI_Status                   PIC X(1).
                   05  EI_Ack_Date                 PIC 9(8).

           FD  EDILogWork
               Record Contains 63 Characters.
               01  EDI_Interchange_Work_Record     PIC X(63).

      * EDI_Ack_Record - one row per interchange a partner
      * acknowledged: our control number, the partner, its verdict
      * and the date it was acknowledged.
           FD  EDIAck
               Record Contains 33 Characters.
               01  EDI_Ack_Record.
                   05  EA_Control                  PIC 9(9).
                   05  EA_Partner_Id               PIC X(15).
                   05  EA_Status                   PIC X(1).
                   05  EA_Date                     PIC 9(8).

           FD  CustAlert
               Record Contains 97 Characters.
               01  Alert_Record.
                   05  OA_Date                     PIC 9(8).
                   05  OA_Time                     PIC 9(6).
                   05  OA_Text                     PIC X(30).
                   05  OA_Count_Expected           PIC 9(6).
                   05  OA_Records_Read             PIC 9(6).
                   05  OA_Total_Expected           PIC 9(9)V9(2).
                   05  OA_Total_Actual             PIC 9(9)V9(2).
                   05  OA_Run_Id                   PIC X(14).
                   05  OA_Severity                 PIC X(1).
                   05  OA_Category                 PIC X(4).

           FD  AckRpt
               Record Contains 132 Characters.
               01  Ack_Buffer                      PIC X(132).

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
               01  Log_EOF_Sw                      PIC X(1).
                   88  No_More_Log                   value 'Y'.
                   88  More_Log_Records              value 'N'.
               01  Ack_EOF_Sw                      PIC X(1).
                   88  No_More_Acks                  value 'Y'.
                   88  More_Ack_Records              value 'N'.
               01  WS_Accepted_Count               PIC 9(5) value zero.
               01  WS_Rejected_Count               PIC 9(5) value zero.
               01  WS_Outstanding_Count            PIC 9(5) value zero.
               01  WS_Unmatched_Count              PIC 9(5) value zero.

      * Ack_Table - the partners' acknowledgments, matched by
      * control number and partner against each sent row in turn.
               01  Ack_Count                       PIC 9(3) value zero.
               01  Ack_Table.
                   05  Ack_Entry OCCURS 200 TIMES.
                       10  ACK_Control             PIC 9(9).
                       10  ACK_Partner_Id          PIC X(15).
                       10  ACK_Status              PIC X(1).
                       10  ACK_Date                PIC 9(8).
                       10  ACK_Used                PIC X(1).
               01  WS_Ack_Idx                      PIC 9(3).
               01  WS_Ack_Match_Idx                PIC 9(3).
               01  Ack_Found_Sw                    PIC X(1).
                   88  Ack_Found                     value 'Y'.
                   88  Ack_Not_Found                 value 'N'.
               01  AckHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(33)
                       value 'EDI Interchange Acknowledgments'.
               01  AckDetail.
                   05              PIC X(2)    value spaces.
                   05  Ack_Line_Control        PIC 9(9).
                   05              PIC X(2)    value spaces.
                   05  Ack_Line_Partner        PIC X(15).
                   05              PIC X(8)    value '  Sent: '.
                   05  Ack_Line_Sent           PIC 9999/99/99.
                   05              PIC X(8)    value '  Docs: '.
                   05  Ack_Line_Docs           PIC ZZ,ZZ9.
                   05              PIC X(2)    value spaces.
                   05  Ack_Line_Verdict        PIC X(30).
               01  AckCountLine.
                   05              PIC X(2)    value spaces.
                   05  Ack_Count_Label         PIC X(30).
                   05  Ack_Count_Value         PIC ZZ,ZZ9.

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               PERFORM 1000-Load-Ack-File
               OPEN OUTPUT AckRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "EDIAckReport" "OPEN OUTPUT"
               WRITE Ack_Buffer FROM AckHeading
               PERFORM 2000-Update-Interchange-Log
               PERFORM 5000-List-Unmatched-Acks
               PERFORM 8000-Write-Report-Totals
               CLOSE AckRpt
               DISPLAY "EDIAckImport: " WS_Accepted_Count
                   " accepted, " WS_Rejected_Count " rejected, "
                   WS_Outstanding_Count " outstanding."
               STOP RUN.

           1000-Load-Ack-File.
               MOVE ZERO TO Ack_Count
               OPEN INPUT EDIAck
               IF File_Status EQUAL '00'
                   SET More_Ack_Records TO TRUE
                   PERFORM 1100-Read-One-Ack
                       UNTIL No_More_Acks
                   CLOSE EDIAck
               END-IF.

           1100-Read-One-Ack.
               READ EDIAck
                   AT END SET No_More_Acks TO TRUE
               END-READ
               IF NOT No_More_Acks
                   IF Ack_Count < 200
                       ADD 1 TO Ack_Count
                       MOVE EA_Control TO ACK_Control (Ack_Count)
                       MOVE EA_Partner_Id
                           TO ACK_Partner_Id (Ack_Count)
                       MOVE EA_Status TO ACK_Status (Ack_Count)
                       MOVE EA_Date TO ACK_Date (Ack_Count)
                       MOVE 'N' TO ACK_Used (Ack_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Ack_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 2000-Update-Interchange-Log - every log row passes through
      * the work file with its status refreshed, then the work file
      * takes over the log name, as GLAckRecon does for the GL
      * sent log.
           2000-Update-Interchange-Log.
               OPEN INPUT EDILog
               IF File_Status NOT EQUAL '00'
                   DISPLAY "EDIAckImport: no EDIInterchangeLog on file."
               ELSE
                   OPEN OUTPUT EDILogWork
                       CALL "Validations" USING File_Status
                           BY CONTENT "EDIInterchangeWork" "OPEN OUTPUT"
                   SET More_Log_Records TO TRUE
                   PERFORM 2100-Judge-One-Log-Row
                       UNTIL No_More_Log
                   CLOSE EDILog
                   CLOSE EDILogWork
                   CALL "CBL_DELETE_FILE" USING "EDIInterchangeLog"
                   CALL "CBL_RENAME_FILE" USING "EDIInterchangeWork"
                       "EDIInterchangeLog"
               END-IF.

           2100-Judge-One-Log-Row.
               READ EDILog
                   AT END SET No_More_Log TO TRUE
               END-READ
               IF NOT No_More_Log
                   IF EI_Status EQUAL 'S'
                       PERFORM 3000-Match-One-Log-Row
                   END-IF
                   MOVE EDI_Interchange_Record
                       TO EDI_Interchange_Work_Record
                   WRITE EDI_Interchange_Work_Record
               END-IF.

      * 3000-Match-One-Log-Row - accepted with errors still means
      * the partner took the documents, so it counts as accepted.
           3000-Match-One-Log-Row.
               SET Ack_Not_Found TO TRUE
               PERFORM 3100-Check-One-Ack-Entry
                   VARYING WS_Ack_Idx FROM 1 BY 1
                   UNTIL WS_Ack_Idx > Ack_Count OR Ack_Found
               MOVE EI_Control TO Ack_Line_Control
               MOVE EI_Partner_Id TO Ack_Line_Partner
               MOVE EI_Date TO Ack_Line_Sent
               MOVE EI_Doc_Count TO Ack_Line_Docs
               IF Ack_Found
                   MOVE 'Y' TO ACK_Used (WS_Ack_Match_Idx)
                   MOVE ACK_Date (WS_Ack_Match_Idx) TO EI_Ack_Date
                   IF ACK_Status (WS_Ack_Match_Idx) EQUAL 'A' OR
                       ACK_Status (WS_Ack_Match_Idx) EQUAL 'E'
                       ADD 1 TO WS_Accepted_Count
                       MOVE 'A' TO EI_Status
                       MOVE 'ACCEPTED' TO Ack_Line_Verdict
                   ELSE
                       ADD 1 TO WS_Rejected_Count
                       MOVE 'R' TO EI_Status
                       MOVE 'REJECTED - see alert'
                           TO Ack_Line_Verdict
                       MOVE 'EDI INTERCHANGE REJECTED' TO OA_Text
                       PERFORM 4000-Write-Ops-Alert
                   END-IF
               ELSE
                   ADD 1 TO WS_Outstanding_Count
                   MOVE 'NOT ACKNOWLEDGED' TO Ack_Line_Verdict
               END-IF
               WRITE Ack_Buffer FROM AckDetail
                   AFTER ADVANCING 1 LINES.

           3100-Check-One-Ack-Entry.
               IF ACK_Control (WS_Ack_Idx) EQUAL EI_Control AND
                   ACK_Partner_Id (WS_Ack_Idx) EQUAL EI_Partner_Id
                   SET Ack_Found TO TRUE
                   MOVE WS_Ack_Idx TO WS_Ack_Match_Idx
               END-IF.

      * 4000-Write-Ops-Alert - the run id carries the interchange
      * control number, the counts its documents.
           4000-Write-Ops-Alert.
               OPEN EXTEND CustAlert
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAlert
               END-IF
               COMPUTE OA_Date = WS_Current_Year * 10000
                   + WS_Current_Month * 100 + WS_Current_Day
               ACCEPT WS_System_Time FROM TIME
               COMPUTE OA_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE EI_Doc_Count TO OA_Count_Expected
               MOVE ZERO TO OA_Records_Read
               MOVE EI_Amount TO OA_Total_Expected
               MOVE ZERO TO OA_Total_Actual
               MOVE SPACES TO OA_Run_Id
               MOVE EI_Control TO OA_Run_Id (1:9)
               MOVE '2' TO OA_Severity
               MOVE 'EDI' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

      * 5000-List-Unmatched-Acks - an acknowledgment for no sent
      * interchange (already stamped, or not ours) is listed but
      * changes nothing.
           5000-List-Unmatched-Acks.
               PERFORM 5100-Check-One-Unmatched-Ack
                   VARYING WS_Ack_Idx FROM 1 BY 1
                   UNTIL WS_Ack_Idx > Ack_Count.

           5100-Check-One-Unmatched-Ack.
               IF ACK_Used (WS_Ack_Idx) EQUAL 'N'
                   ADD 1 TO WS_Unmatched_Count
                   MOVE ACK_Control (WS_Ack_Idx) TO Ack_Line_Control
                   MOVE ACK_Partner_Id (WS_Ack_Idx) TO Ack_Line_Partner
                   MOVE ZERO TO Ack_Line_Sent
                   MOVE ZERO TO Ack_Line_Docs
                   MOVE 'NO MATCHING INTERCHANGE' TO Ack_Line_Verdict
                   WRITE Ack_Buffer FROM AckDetail
                       AFTER ADVANCING 1 LINES
               END-IF.

           8000-Write-Report-Totals.
               MOVE 'Interchanges accepted:' TO Ack_Count_Label
               MOVE WS_Accepted_Count TO Ack_Count_Value
               WRITE Ack_Buffer FROM AckCountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Interchanges rejected:' TO Ack_Count_Label
               MOVE WS_Rejected_Count TO Ack_Count_Value
               WRITE Ack_Buffer FROM AckCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Still unacknowledged:' TO Ack_Count_Label
               MOVE WS_Outstanding_Count TO Ack_Count_Value
               WRITE Ack_Buffer FROM AckCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Acknowledgments unmatched:' TO Ack_Count_Label
               MOVE WS_Unmatched_Count TO Ack_Count_Value
               WRITE Ack_Buffer FROM AckCountLine
                   AFTER ADVANCING 1 LINES.

       End Program EDIAckImport.
