      *                   it stops surfacing; rows still
      *                   unacknowledged list on GLAckReport and on
      *                   the OpsSummary morning report.
      *   2026-10-15  AD  GL sent log layout widened for the
      *                   company and receivables movement (44 to
      *                   59), the work copy with it.
      *   2026-10-15  AD  Operations alerts carry a severity and a
      *                   category so AlertDispatch can route them
      *                   to the on-call contact (CustOpsAlert 92
      *                   to 97).

       Environment Division.
           Configuration Section.
       Data Division.
           File Section.
           FD  GLSent
               Record Contains 59 Characters.
               01  GL_Sent_Record.
                   05  GS_Run_Id                   PIC X(14).
                   05  GS_Date                     PIC 9(8).
                   05  GS_Line_Total               PIC 9(6).
                   05  GS_Hash_Total               PIC 9(13)V9(2).
                   05  GS_Ack_Sw                   PIC X(1).
                   05  GS_Company                  PIC X(2).
                   05  GS_AR_Net                   PIC S9(11)V9(2).

           FD  GLSentWork
               Record Contains 59 Characters.
               01  GL_Sent_Work_Record             PIC X(59).

      * GL_Ack_Record - one row per journal the ledger system
      * processed: the run id off our extract, what it actually
                   05  GA_Status                   PIC X(1).

           FD  CustAlert
               Record Contains 97 Characters.
               01  Alert_Record.
                   05  OA_Date                     PIC 9(8).
                   05  OA_Time                     PIC 9(6).
                   05  OA_Total_Expected           PIC 9(9)V9(2).
                   05  OA_Total_Actual             PIC 9(9)V9(2).
                   05  OA_Run_Id                   PIC X(14).
                   05  OA_Severity                 PIC X(1).
                   05  OA_Category                 PIC X(4).

           FD  AckRpt
               Record Contains 132 Characters.
                       MOVE 'BOOKED DIFFERENT - see alert'
                           TO Ack_Line_Verdict
                       MOVE 'GL ACK MISMATCH' TO OA_Text
                       MOVE '1' TO OA_Severity
                       PERFORM 4000-Write-Ops-Alert
                   END-IF
               ELSE
                   MOVE 'NOT ACKNOWLEDGED' TO Ack_Line_Verdict
                   IF GS_Date < WS_Current_Date
                       MOVE 'GL EXTRACT UNACKNOWLEDGED' TO OA_Text
                       MOVE '2' TO OA_Severity
                       PERFORM 4000-Write-Ops-Alert
                   END-IF
               END-IF
               MOVE ZERO TO OA_Total_Expected
               MOVE ZERO TO OA_Total_Actual
               MOVE GS_Run_Id TO OA_Run_Id
               MOVE 'GL' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

