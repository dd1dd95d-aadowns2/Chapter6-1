       Identification Division.
           Program-ID. Backout.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Run backout - given the run id on the
      *                   command line, reverses everything one of
      *                   the direct-posting runs (RefundRun,
      *                   WriteOff, Revalue, PayTransfer) journalled
      *                   to PostJournal: each balance it changed
      *                   goes back to its before image, each
      *                   balance it added is deleted and each
      *                   history row it added is removed, newest
      *                   first so a record touched twice ends at
      *                   its first before image.  A record altered
      *                   since the run is still restored but is
      *                   flagged on the BackoutReport.  Needs a
      *                   level-9 OperatorMaster sign-on with the
      *                   approve-adjustments grant ('A') through
      *                   SignOn and the exclusive run lock, so an
      *                   abended run's stale stamp must be cleared
      *                   from ReportDriver first.  Every reversal is
      *                   written to BackoutAudit under the backed
      *                   out run id for AuditInquiry, the file
      *                   totals prove on CustBalanceProof with a
      *                   BACKOUT verdict, and a marker row on
      *                   PostJournal stops the same run being
      *                   backed out twice.
      *   2026-10-15  AD  Journal images widened 100 to 120 for
      *                   the history layout (history 89 to 101).
      *   2026-10-15  AD  Journal images widened 120 to 140 for the
      *                   history layout, which carries the period and
      *                   office/period alternate keys (history 101 to
      *                   121).
      *   2026-10-15  AD  A run journalling more rows than the
      *                   table holds is refused at RC 8 before
      *                   anything is reversed or marked.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select JournalLog assign to "PostJournal"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CB_Customer_Number.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BkoAudit assign to "BackoutAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BalProof assign to "CustBalanceProof"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BkoRpt assign to "BackoutReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Journal_Record - one before/after image per record a
      * posting run changed or added (see PostJournal); file BKOT
      * is the marker Backout leaves once a run is reversed.
           FD  JournalLog
               Record Contains 345 Characters.
               01  Journal_Record.
                   05  JR_Run_Id                   PIC X(14).
                   05  JR_Program                  PIC X(12).
                   05  JR_Date                     PIC 9(8).
                   05  JR_Time                     PIC 9(6).
                   05  JR_File                     PIC X(4).
                   05  JR_Action                   PIC X(1).
                   05  JR_Key                      PIC X(20).
                   05  JR_Before                   PIC X(140).
                   05  JR_After                    PIC X(140).

           FD  CustBal.
               01  Balance_Record.
                   05  CB_Customer_Number          PIC 9(6).
                   05  CB_Balance                  PIC S9(8)V9(2).
                   05  CB_Last_Activity            PIC 9(8).

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

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Master_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

      * Backout_Audit_Record - one row per journal entry reversed,
      * stamped with the run id that was backed out so the
      * AuditInquiry run-id filter finds the run and its reversal
      * together.
           FD  BkoAudit
               Record Contains 100 Characters.
               01  Backout_Audit_Record.
                   05  BO_Date                     PIC 9(8).
                   05  BO_Time                     PIC 9(6).
                   05  BO_Operator                 PIC X(8).
                   05  BO_Run_Id                   PIC X(14).
                   05  BO_Program                  PIC X(12).
                   05  BO_File                     PIC X(4).
                   05  BO_Action                   PIC X(1).
                   05  BO_Customer                 PIC X(6).
                   05  BO_Key                      PIC X(20).
                   05  BO_Outcome                  PIC X(20).
                   05  BO_Reserved                 PIC X(1).

           FD  BalProof
               Record Contains 69 Characters.
               01  Balance_Proof_Record.
                   05  BP_Date                     PIC 9(8).
                   05  BP_Run_Id                   PIC X(14).
                   05  BP_Before                   PIC S9(11)V9(2).
                   05  BP_Delta                    PIC S9(11)V9(2).
                   05  BP_After                    PIC S9(11)V9(2).
                   05  BP_Verdict                  PIC X(8).

           FD  BkoRpt
               Record Contains 132 Characters.
               01  Backout_Buffer                  PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  WS_Command_Line                 PIC X(80).
               01  WS_Target_Run_Id                PIC X(14).
               01  WS_Target_Program               PIC X(12)
                       value spaces.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Lock_Status                  PIC 9(2).
               01  WS_SignOn_Status                PIC 9(2).
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Password                     PIC X(8).
               01  WS_Confirm                      PIC X(1).
               01  WS_Marker_Date                  PIC 9(8) value zero.
               01  WS_Outcome                      PIC X(20).
               01  WS_Proof_Verdict                PIC X(8).
               01  WS_Proof_Before                 PIC S9(11)V9(2).
               01  WS_Proof_Delta                  PIC S9(11)V9(2)
                       value zero.
               01  WS_Proof_After                  PIC S9(11)V9(2).
               01  WS_Restored_Count               PIC 9(5) value zero.
               01  WS_Removed_Bal_Count            PIC 9(5) value zero.
               01  WS_Removed_Hist_Count           PIC 9(5) value zero.
               01  WS_Changed_Count                PIC 9(5) value zero.
               01  WS_Missing_Count                PIC 9(5) value zero.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               01  EOF_Sw                          PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Record_Found_Sw                 PIC X(1).
                   88  Record_Found                  value 'Y'.
                   88  Record_Not_Found              value 'N'.
               01  Proof_Sw                        PIC X(1) value 'Y'.
                   88  Backout_Proof_Clean           value 'Y'.
                   88  Backout_Proof_Failed          value 'N'.

      * Balance_Image - the CustomerBalance layout over the before
      * and after images carried on the journal.
               01  Balance_Image.
                   05  BI_Customer_Number          PIC 9(6).
                   05  BI_Balance                  PIC S9(8)V9(2).
                   05  BI_Last_Activity            PIC 9(8).

      * Journal_Table - the run's journal rows in the order they
      * were written; reversal walks it from the bottom up.
               01  Journal_Count                   PIC 9(5) value zero.
               01  Journal_Table.
                   05  Journal_Entry OCCURS 20000 TIMES.
                       10  JT_Image                PIC X(345).
               01  WS_JT_Idx                       PIC 9(5).
               01  WS_Journal_Overflow             PIC 9(7) value zero.

               01  BackoutHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(12)
                       value 'Run Backout'.
               01  BackoutRunLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(20)
                       value 'Run id backed out:  '.
                   05  Bko_Run_Id              PIC X(14).
                   05              PIC X(2)    value spaces.
                   05  Bko_Program             PIC X(12).
                   05              PIC X(5)    value ' by  '.
                   05  Bko_Operator            PIC X(8).
               01  BackoutColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(39)   value
                       'File Act Key                  Customer'.
                   05              PIC X(20)   value
                       'Outcome'.
               01  BackoutDetail.
                   05              PIC X(2)    value spaces.
                   05  Bko_File                PIC X(4).
                   05              PIC X(1)    value spaces.
                   05  Bko_Action              PIC X(1).
                   05              PIC X(3)    value spaces.
                   05  Bko_Key                 PIC X(20).
                   05              PIC X(1)    value spaces.
                   05  Bko_Customer            PIC X(6).
                   05              PIC X(3)    value spaces.
                   05  Bko_Outcome             PIC X(20).
               01  BackoutCountLine.
                   05              PIC X(2)    value spaces.
                   05  Bko_Count_Label         PIC X(30).
                   05  Bko_Count_Value         PIC ZZZ,ZZ9.
               01  BackoutProofLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(14)
                       value 'Balance proof '.
                   05  Bko_Proof_Before        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Bko_Proof_Delta         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Bko_Proof_After         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Bko_Proof_Verdict       PIC X(8).

       Procedure Division.

           0000-Mainline.
               PERFORM 1000-Initialize
               PERFORM 1100-Check-Supervisor
               PERFORM 1200-Load-Journal
               DISPLAY "Run " WS_Target_Run_Id " (" WS_Target_Program
                   ") journalled " Journal_Count " records."
               DISPLAY "Back the run out (Y/N)? " WITH NO ADVANCING
               ACCEPT WS_Confirm
               IF WS_Confirm NOT EQUAL 'Y' AND
                   WS_Confirm NOT EQUAL 'y'
                   DISPLAY "Backout abandoned - nothing changed."
                   STOP RUN
               END-IF
               PERFORM 1900-Acquire-Run-Lock
               PERFORM 2000-Open-Files
               PERFORM 4000-Total-Balance-File
               MOVE WS_Proof_After TO WS_Proof_Before
               PERFORM 3000-Reverse-One-Entry
                   VARYING WS_JT_Idx FROM Journal_Count BY -1
                   UNTIL WS_JT_Idx < 1
               PERFORM 4000-Total-Balance-File
               IF WS_Proof_Before + WS_Proof_Delta NOT EQUAL
                   WS_Proof_After
                   SET Backout_Proof_Failed TO TRUE
               END-IF
               PERFORM 5000-Write-Proof-Row
               PERFORM 6000-Write-Journal-Marker
               PERFORM 8000-Write-Report-Totals
               PERFORM 9000-Close-Program
               DISPLAY "Backout: " WS_Restored_Count
                   " balances restored, " WS_Removed_Bal_Count
                   " balances and " WS_Removed_Hist_Count
                   " history rows removed."
               IF WS_Changed_Count > ZERO
                   DISPLAY "Backout: " WS_Changed_Count
                       " records had changed since the run - "
                       "see BackoutReport."
               END-IF
               IF Backout_Proof_Failed
                   DISPLAY "Backout: balance proof FAILED - "
                       "see BackoutReport."
                   MOVE 4 TO RETURN-CODE
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
               MOVE WS_Command_Line (1:14) TO WS_Target_Run_Id
               IF WS_Target_Run_Id EQUAL SPACES
                   DISPLAY "Backout: the run id to back out is "
                       "required on the command line."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * 1100-Check-Supervisor - reversing posted money needs
      * authorization level 9 on OperatorMaster and the
      * approve-adjustments grant ('A') through the shared SignOn
      * gate.
           1100-Check-Supervisor.
               DISPLAY "Supervisor id: " WITH NO ADVANCING
               ACCEPT WS_Operator_Id
               OPEN INPUT OperMast
                   CALL "Validations" USING File_Status
                       BY CONTENT "OperatorMaster" "OPEN INPUT"
               SET More_Input_Records TO TRUE
               PERFORM 1110-Check-One-Operator
                   UNTIL No_More_Input OR SignOn_Accepted
               CLOSE OperMast
               IF SignOn_Rejected
                   DISPLAY "Not authorized for backouts."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS_Password
               CALL "SignOn" USING WS_SignOn_Status
                   WS_Operator_Id WS_Password BY CONTENT 'A'
               IF WS_SignOn_Status NOT EQUAL ZERO
                   DISPLAY "Sign-on refused - see CustSecurityLog."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1110-Check-One-Operator.
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

      * 1200-Load-Journal - every row the run journalled; a marker
      * row for the run means it was already backed out, and a run
      * with no rows posted nothing that needs reversing.  A run
      * with more rows than the table holds is refused before the
      * lock, so nothing is reversed and no marker is written.
           1200-Load-Journal.
               OPEN INPUT JournalLog
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Journal-Row
                       UNTIL No_More_Input
                   CLOSE JournalLog
               END-IF
               IF WS_Marker_Date NOT EQUAL ZERO
                   DISPLAY "Run " WS_Target_Run_Id
                       " was already backed out on " WS_Marker_Date
                       " - nothing changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS_Journal_Overflow > ZERO
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Journal_Table" "TABLE FULL"
                   DISPLAY "Run " WS_Target_Run_Id " journalled "
                       WS_Journal_Overflow " rows past the "
                       Journal_Count " the table holds - nothing "
                       "changed."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF Journal_Count EQUAL ZERO
                   DISPLAY "No journal rows for run "
                       WS_Target_Run_Id " - nothing to back out."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1210-Read-One-Journal-Row.
               READ JournalLog
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF JR_Run_Id EQUAL WS_Target_Run_Id
                       IF JR_File EQUAL 'BKOT'
                           MOVE JR_Date TO WS_Marker_Date
                       ELSE
                           PERFORM 1220-Hold-One-Journal-Row
                       END-IF
                   END-IF
               END-IF.

           1220-Hold-One-Journal-Row.
               IF Journal_Count < 20000
                   ADD 1 TO Journal_Count
                   MOVE Journal_Record TO JT_Image (Journal_Count)
                   MOVE JR_Program TO WS_Target_Program
               ELSE
                   ADD 1 TO WS_Journal_Overflow
               END-IF.

      * 1900-Acquire-Run-Lock - exclusive, so nothing else posts
      * while the run is taken back out; a stale stamp left by the
      * abended run has to be cleared from ReportDriver first.
           1900-Acquire-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'X' 'Backout     ' WS_Operator_Id
               IF WS_Lock_Status NOT EQUAL ZERO
                   DISPLAY "Another run or desk holds the files - "
                       "clear or wait for it, then try again."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           2000-Open-Files.
               OPEN I-O CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN I-O"
               OPEN I-O CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN I-O"
               OPEN EXTEND BkoAudit
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT BkoAudit
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "BackoutAudit" "OPEN EXTEND"
               OPEN OUTPUT BkoRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "BackoutReport" "OPEN OUTPUT"
               WRITE Backout_Buffer FROM BackoutHeading
               MOVE WS_Target_Run_Id TO Bko_Run_Id
               MOVE WS_Target_Program TO Bko_Program
               MOVE WS_Operator_Id TO Bko_Operator
               WRITE Backout_Buffer FROM BackoutRunLine
                   AFTER ADVANCING 2 LINES
               WRITE Backout_Buffer FROM BackoutColumns
                   AFTER ADVANCING 2 LINES.

      * 3000-Reverse-One-Entry - newest first.  A journal row for a
      * write that never happened (the run stopped between the two)
      * finds the record already in its before state.
           3000-Reverse-One-Entry.
               MOVE JT_Image (WS_JT_Idx) TO Journal_Record
               EVALUATE TRUE
                   WHEN JR_File EQUAL 'BAL ' AND JR_Action EQUAL 'C'
                       PERFORM 3100-Restore-Balance
                   WHEN JR_File EQUAL 'BAL ' AND JR_Action EQUAL 'A'
                       PERFORM 3200-Remove-Balance
                   WHEN JR_File EQUAL 'HIST' AND JR_Action EQUAL 'A'
                       PERFORM 3300-Remove-History-Row
                   WHEN OTHER
                       MOVE 'NOT REVERSED' TO WS_Outcome
               END-EVALUATE
               PERFORM 3900-Write-Entry-Lines.

           3100-Restore-Balance.
               MOVE JR_Key (1:6) TO CB_Customer_Number
               SET Record_Found TO TRUE
               READ CustBal
                   INVALID KEY SET Record_Not_Found TO TRUE
               END-READ
               MOVE JR_Before TO Balance_Image
               IF Record_Found
                   IF Balance_Record NOT EQUAL JR_After (1:24) AND
                       Balance_Record NOT EQUAL JR_Before (1:24)
                       MOVE 'RESTORED - CHANGED' TO WS_Outcome
                       ADD 1 TO WS_Changed_Count
                   ELSE
                       MOVE 'RESTORED' TO WS_Outcome
                   END-IF
                   COMPUTE WS_Proof_Delta = WS_Proof_Delta
                       + BI_Balance - CB_Balance
                   MOVE Balance_Image TO Balance_Record
                   REWRITE Balance_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerBalance" "REWRITE"
                   END-REWRITE
               ELSE
                   MOVE 'RESTORED - RE-ADDED' TO WS_Outcome
                   ADD 1 TO WS_Changed_Count
                   ADD BI_Balance TO WS_Proof_Delta
                   MOVE Balance_Image TO Balance_Record
                   WRITE Balance_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerBalance" "WRITE"
                   END-WRITE
               END-IF
               ADD 1 TO WS_Restored_Count.

           3200-Remove-Balance.
               MOVE JR_Key (1:6) TO CB_Customer_Number
               SET Record_Found TO TRUE
               READ CustBal
                   INVALID KEY SET Record_Not_Found TO TRUE
               END-READ
               IF Record_Found
                   IF Balance_Record NOT EQUAL JR_After (1:24)
                       MOVE 'REMOVED - CHANGED' TO WS_Outcome
                       ADD 1 TO WS_Changed_Count
                   ELSE
                       MOVE 'REMOVED' TO WS_Outcome
                   END-IF
                   SUBTRACT CB_Balance FROM WS_Proof_Delta
                   DELETE CustBal
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerBalance" "DELETE"
                   END-DELETE
                   ADD 1 TO WS_Removed_Bal_Count
               ELSE
                   MOVE 'NOT ON FILE' TO WS_Outcome
                   ADD 1 TO WS_Missing_Count
               END-IF.

           3300-Remove-History-Row.
               MOVE JR_Key (1:16) TO CH_Key
               SET Record_Found TO TRUE
               READ CustHist
                   INVALID KEY SET Record_Not_Found TO TRUE
               END-READ
               IF Record_Found
                   IF History_Record NOT EQUAL JR_After (1:121)
                       MOVE 'REMOVED - CHANGED' TO WS_Outcome
                       ADD 1 TO WS_Changed_Count
                   ELSE
                       MOVE 'REMOVED' TO WS_Outcome
                   END-IF
                   DELETE CustHist
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerHistory" "DELETE"
                   END-DELETE
                   ADD 1 TO WS_Removed_Hist_Count
               ELSE
                   MOVE 'NOT ON FILE' TO WS_Outcome
                   ADD 1 TO WS_Missing_Count
               END-IF.

           3900-Write-Entry-Lines.
               MOVE JR_File TO Bko_File
               MOVE JR_Action TO Bko_Action
               MOVE JR_Key TO Bko_Key
               MOVE JR_Key (1:6) TO Bko_Customer
               MOVE WS_Outcome TO Bko_Outcome
               WRITE Backout_Buffer FROM BackoutDetail
                   AFTER ADVANCING 1 LINES
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date TO BO_Date
               COMPUTE BO_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE WS_Operator_Id TO BO_Operator
               MOVE WS_Target_Run_Id TO BO_Run_Id
               MOVE JR_Program TO BO_Program
               MOVE JR_File TO BO_File
               MOVE JR_Action TO BO_Action
               MOVE JR_Key (1:6) TO BO_Customer
               MOVE JR_Key TO BO_Key
               MOVE WS_Outcome TO BO_Outcome
               MOVE SPACES TO BO_Reserved
               WRITE Backout_Audit_Record.

      * 4000-Total-Balance-File - one sequential pass summing every
      * CB_Balance into WS_Proof_After, the same proof the nightly
      * update makes of itself.
           4000-Total-Balance-File.
               MOVE ZERO TO WS_Proof_After
               SET More_Input_Records TO TRUE
               MOVE ZERO TO CB_Customer_Number
               START CustBal KEY IS NOT LESS THAN CB_Customer_Number
                   INVALID KEY SET No_More_Input TO TRUE
               END-START
               PERFORM 4010-Total-One-Balance-Row
                   UNTIL No_More_Input.

           4010-Total-One-Balance-Row.
               READ CustBal NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD CB_Balance TO WS_Proof_After
               END-IF.

      * 5000-Write-Proof-Row - filed under the backed-out run id so
      * the proof history shows the run and its reversal together.
           5000-Write-Proof-Row.
               OPEN EXTEND BalProof
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT BalProof
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustBalanceProof" "OPEN EXTEND"
               MOVE WS_Current_Date TO BP_Date
               MOVE WS_Target_Run_Id TO BP_Run_Id
               MOVE WS_Proof_Before TO BP_Before
               MOVE WS_Proof_Delta TO BP_Delta
               MOVE WS_Proof_After TO BP_After
               IF Backout_Proof_Clean
                   MOVE 'BACKOUT' TO WS_Proof_Verdict
               ELSE
                   MOVE 'FAILED' TO WS_Proof_Verdict
               END-IF
               MOVE WS_Proof_Verdict TO BP_Verdict
               WRITE Balance_Proof_Record
               CLOSE BalProof.

      * 6000-Write-Journal-Marker - the BKOT row under the backed
      * out run id, carrying who reversed it and this run's id.
           6000-Write-Journal-Marker.
               OPEN EXTEND JournalLog
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT JournalLog
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "PostJournal" "OPEN EXTEND"
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Target_Run_Id TO JR_Run_Id
               MOVE 'Backout' TO JR_Program
               MOVE WS_Current_Date TO JR_Date
               COMPUTE JR_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE 'BKOT' TO JR_File
               MOVE 'B' TO JR_Action
               MOVE WS_Operator_Id TO JR_Key
               MOVE Run_Id TO JR_Before
               MOVE SPACES TO JR_After
               WRITE Journal_Record
               CLOSE JournalLog.

           8000-Write-Report-Totals.
               MOVE 'Balances restored:' TO Bko_Count_Label
               MOVE WS_Restored_Count TO Bko_Count_Value
               WRITE Backout_Buffer FROM BackoutCountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Balances removed:' TO Bko_Count_Label
               MOVE WS_Removed_Bal_Count TO Bko_Count_Value
               WRITE Backout_Buffer FROM BackoutCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'History rows removed:' TO Bko_Count_Label
               MOVE WS_Removed_Hist_Count TO Bko_Count_Value
               WRITE Backout_Buffer FROM BackoutCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Changed since the run:' TO Bko_Count_Label
               MOVE WS_Changed_Count TO Bko_Count_Value
               WRITE Backout_Buffer FROM BackoutCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Not on file:' TO Bko_Count_Label
               MOVE WS_Missing_Count TO Bko_Count_Value
               WRITE Backout_Buffer FROM BackoutCountLine
                   AFTER ADVANCING 1 LINES
               MOVE WS_Proof_Before TO Bko_Proof_Before
               MOVE WS_Proof_Delta TO Bko_Proof_Delta
               MOVE WS_Proof_After TO Bko_Proof_After
               MOVE WS_Proof_Verdict TO Bko_Proof_Verdict
               WRITE Backout_Buffer FROM BackoutProofLine
                   AFTER ADVANCING 2 LINES.

           9000-Close-Program.
               CLOSE CustBal
               CLOSE CustHist
               CLOSE BkoAudit
               CLOSE BkoRpt
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'Backout     ' WS_Operator_Id.

       End Program Backout.
