      *                   reload (a duplicate key dropped at
      *                   reload time) counts as a mismatch
      *                   instead of reporting complete.
      *   2026-10-15  AD  Sales rep carried on the master layout
      *                   for the monthly commission run (master
      *                   119 to 123).
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master
      *                   layout (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master and backup 191 to 192).
      *   2026-10-15  AD  HISTORY mode added: walks CustomerHistory
      *                   along the customer key and the new period and
      *                   office/period alternate keys, proving every
      *                   walk climbs and meets the same row count and
      *                   that each row's alternate key bytes agree with
      *                   its own fields - the check to run after the
      *                   FileMigrate HISTKEYS reload or a restore.

       Environment Division.
           Configuration Section.
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select MstrCtl assign to "CustMstrControl"
                       File Status is File_Status
                       Organization is Line Sequential.
           FD  CustMstr.
               01  CustomerMasterRecord.
                   05  CM_Customer_Number              PIC 9(6).
                   05  CM_Detail                       PIC X(186).

           FD  CustHist.
               01  History_Record.
                   05  CH_Key.
                       10  CH_Customer_Number      PIC 9(6).
                       10  CH_Period               PIC X(6).
                       10  CH_Sequence             PIC 9(4).
                   05  CH_Detail.
                       10  CH_Detail_Lead          PIC X(37).
                       10  CH_Office_Code          PIC X(4).
                       10  CH_Detail_Tail          PIC X(44).
                   05  CH_Office_Key.
                       10  CH_OK_Office            PIC X(4).
                       10  CH_Period_Key.
                           15  CH_PK_Period        PIC X(6).
                           15  CH_PK_Customer      PIC 9(6).
                           15  CH_PK_Sequence      PIC 9(4).

           FD  MstrCtl
               Record Contains 6 Characters.
                   05  MC_Record_Count             PIC 9(6).

           FD  MstrBkup
               Record Contains 192 Characters.
               01  Backup_Record.
                   05  BK_Customer_Number          PIC 9(6).
                   05  BK_Detail                   PIC X(186).

           FD  VerifyRpt
               Record Contains 132 Characters.
               01  WS_Mode                         PIC X(7).
                   88  Verify_Mode                   value 'VERIFY'.
                   88  Rebuild_Mode                  value 'REBUILD'.
                   88  History_Mode                  value 'HISTORY'.
               01  EOF_Sw                          PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Backup_EOF_Sw                   PIC X(1).
                   88  No_More_Backup                value 'Y'.
                   88  More_Backup_Rows              value 'N'.
               01  Walk_Key_Sw                     PIC X(1).
                   88  Walk_By_Customer              value 'C'.
                   88  Walk_By_Period                value 'P'.
                   88  Walk_By_Office                value 'O'.
               01  WS_Walk_Count                   PIC 9(8).
               01  WS_Walk_Key                     PIC X(20).
               01  WS_Prev_Walk_Key                PIC X(20).
               01  WS_Hist_Customer_Count          PIC 9(8) value zero.
               01  WS_Hist_Period_Count            PIC 9(8) value zero.
               01  WS_Hist_Office_Count            PIC 9(8) value zero.
               01  VerifyHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(32)
                   05              PIC X(2)    value spaces.
                   05  Verify_Text             PIC X(60).
                   05  Verify_Count            PIC ZZZ,ZZ9.
               01  VerifyHistLine.
                   05              PIC X(2)    value spaces.
                   05  Verify_Hist_Text        PIC X(60).
                   05  Verify_Hist_Count       PIC ZZ,ZZZ,ZZ9.

       Procedure Division.

               EVALUATE TRUE
                   WHEN Rebuild_Mode
                       PERFORM 5000-Rebuild-Master
                   WHEN History_Mode
                       PERFORM 3000-Verify-History
                   WHEN OTHER
                       PERFORM 2000-Verify-Master
               END-EVALUATE
                   MOVE CM_Customer_Number TO WS_Prev_Key
               END-IF.

      * 3000-Verify-History - CustomerHistory walked three times,
      * along the customer key, the period key and the
      * office/period key: every walk must climb and meet the same
      * number of rows, and every row's alternate key bytes must
      * agree with its own customer, period, sequence and office
      * - the proof the period-driven readers depend on after a
      * reload.
           3000-Verify-History.
               MOVE ZERO TO WS_Anomaly_Count
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SET Walk_By_Customer TO TRUE
               PERFORM 3100-Walk-History
               MOVE WS_Walk_Count TO WS_Hist_Customer_Count
               SET Walk_By_Period TO TRUE
               PERFORM 3100-Walk-History
               MOVE WS_Walk_Count TO WS_Hist_Period_Count
               SET Walk_By_Office TO TRUE
               PERFORM 3100-Walk-History
               MOVE WS_Walk_Count TO WS_Hist_Office_Count
               CLOSE CustHist
               MOVE 'History rows by customer key:' TO Verify_Hist_Text
               MOVE WS_Hist_Customer_Count TO Verify_Hist_Count
               WRITE Verify_Buffer FROM VerifyHistLine
                   AFTER ADVANCING 2 LINES
               MOVE 'History rows by period key:' TO Verify_Hist_Text
               MOVE WS_Hist_Period_Count TO Verify_Hist_Count
               WRITE Verify_Buffer FROM VerifyHistLine
                   AFTER ADVANCING 1 LINES
               MOVE 'History rows by office/period key:'
                   TO Verify_Hist_Text
               MOVE WS_Hist_Office_Count TO Verify_Hist_Count
               WRITE Verify_Buffer FROM VerifyHistLine
                   AFTER ADVANCING 1 LINES
               IF WS_Hist_Period_Count NOT EQUAL
                   WS_Hist_Customer_Count OR
                   WS_Hist_Office_Count NOT EQUAL
                       WS_Hist_Customer_Count
                   ADD 1 TO WS_Anomaly_Count
                   MOVE 'COUNT MISMATCH - the key walks disagree.'
                       TO Verify_Text
                   MOVE ZERO TO Verify_Count
                   WRITE Verify_Buffer FROM VerifyLine
                       AFTER ADVANCING 1 LINES
               END-IF
               MOVE 'Anomalies found:' TO Verify_Text
               MOVE WS_Anomaly_Count TO Verify_Count
               WRITE Verify_Buffer FROM VerifyLine
                   AFTER ADVANCING 1 LINES
               IF WS_Anomaly_Count EQUAL ZERO
                   DISPLAY "MasterVerify: HISTORY clean, "
                       WS_Hist_Customer_Count " rows."
               ELSE
                   DISPLAY "MasterVerify: " WS_Anomaly_Count
                       " anomalies - see MasterVerifyReport."
                   MOVE 8 TO RETURN-CODE
               END-IF.

           3100-Walk-History.
               MOVE ZERO TO WS_Walk_Count
               SET First_Row TO TRUE
               SET More_Input_Records TO TRUE
               EVALUATE TRUE
                   WHEN Walk_By_Customer
                       MOVE ZERO TO CH_Customer_Number
                       MOVE LOW-VALUES TO CH_Period
                       MOVE ZERO TO CH_Sequence
                       START CustHist KEY IS NOT LESS THAN CH_Key
                           INVALID KEY SET No_More_Input TO TRUE
                       END-START
                   WHEN Walk_By_Period
                       MOVE LOW-VALUES TO CH_Period_Key
                       START CustHist KEY IS NOT LESS THAN
                           CH_Period_Key
                           INVALID KEY SET No_More_Input TO TRUE
                       END-START
                   WHEN OTHER
                       MOVE LOW-VALUES TO CH_Office_Key
                       START CustHist KEY IS NOT LESS THAN
                           CH_Office_Key
                           INVALID KEY SET No_More_Input TO TRUE
                       END-START
               END-EVALUATE
               PERFORM 3200-Check-One-History-Row
                   UNTIL No_More_Input.

           3200-Check-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Walk_Count
                   EVALUATE TRUE
                       WHEN Walk_By_Customer
                           PERFORM 3300-Check-Alt-Key-Bytes
                           MOVE CH_Key TO WS_Walk_Key
                       WHEN Walk_By_Period
                           MOVE CH_Period_Key TO WS_Walk_Key
                       WHEN OTHER
                           MOVE CH_Office_Key TO WS_Walk_Key
                   END-EVALUATE
                   IF First_Row
                       SET Not_First_Row TO TRUE
                   ELSE
                       IF WS_Walk_Key NOT GREATER WS_Prev_Walk_Key
                           ADD 1 TO WS_Anomaly_Count
                           MOVE 'KEY SEQUENCE BREAK at customer:'
                               TO Verify_Text
                           MOVE CH_Customer_Number TO Verify_Count
                           WRITE Verify_Buffer FROM VerifyLine
                               AFTER ADVANCING 1 LINES
                       END-IF
                   END-IF
                   MOVE WS_Walk_Key TO WS_Prev_Walk_Key
               END-IF.

           3300-Check-Alt-Key-Bytes.
               IF CH_OK_Office NOT EQUAL CH_Office_Code OR
                   CH_PK_Period NOT EQUAL CH_Period OR
                   CH_PK_Customer NOT EQUAL CH_Customer_Number OR
                   CH_PK_Sequence NOT EQUAL CH_Sequence
                   ADD 1 TO WS_Anomaly_Count
                   MOVE 'ALTERNATE KEY OUT OF STEP at customer:'
                       TO Verify_Text
                   MOVE CH_Customer_Number TO Verify_Count
                   WRITE Verify_Buffer FROM VerifyLine
                       AFTER ADVANCING 1 LINES
               END-IF.

      * 5000-Rebuild-Master - export, reload, prove: the flat
      * backup is written first and is never deleted, so the worst
      * a failed rebuild can leave is a bad indexed file plus a
