      *                   members now move through one generic
      *                   variable-named file, so the set grows
      *                   without new FDs.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   history layouts for the monthly
      *                   commission run (master 119 to 123,
      *                   history 69 to 73, the backup lengths
      *                   with them).
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81, the backup
      *                   length with it).
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127) and due date
      *                   on the history layout (history 81 to
      *                   89).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to
      *                   136); the flat image widens to 160.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187); the flat image
      *                   widens to 200.
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190); the flat
      *                   image stays 200.
      *   2026-10-15  AD  Cash-only flag carried on the master
      *                   layout (master 190 to 191); the flat
      *                   image stays 200.
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192); the flat
      *                   image stays 200.
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101 to
      *                   121, the backup length with it); RESTORE
      *                   rebuilds the key bytes from each row's own
      *                   fields, so a set exported before the keys
      *                   existed still loads, and proves the reloaded
      *                   history along both alternate keys against the
      *                   manifest as well.

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
           FD  CustMstr.
               01  CustomerMasterRecord.
                   05  CM_Customer_Number          PIC 9(6).
                   05  CM_Detail                   PIC X(186).

           FD  CustHist.
               01  History_Record.
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

           FD  CustBal.
               01  Balance_Record.
               01  Live_Seq_Record                 PIC X(132).

           FD  BkFlat
               Record Contains 200 Characters.
               01  Flat_Record                     PIC X(200).

      * Manifest_Record - one row per file in the set: the record
      * count and a hash of the leading key digits, the figures
               01  WS_Key_Digits                   PIC 9(6).
               01  WS_Record_Length                PIC 9(3).
               01  WS_Mismatch_Count               PIC 9(3) value zero.
               01  WS_Hold_Record                  PIC X(200).
               01  Alt_Key_Walk_Sw                 PIC X(1).
                   88  Walk_By_Period                value 'P'.
                   88  Walk_By_Office                value 'O'.
               01  WS_Alt_Key_Label                PIC X(20).

      * Manifest_Table - the manifest rows held for the restore
      * proof.
           1000-Build-Set-Table.
               MOVE ZERO TO Set_File_Count
               MOVE 'CustomerMaster' TO SFT_Name (1)
               MOVE 192 TO SFT_Length (1)
               MOVE 'CustomerHistory' TO SFT_Name (2)
               MOVE 121 TO SFT_Length (2)
               MOVE 'CustomerBalance' TO SFT_Name (3)
               MOVE 24 TO SFT_Length (3)
               MOVE 'CustMstrControl' TO SFT_Name (4)
           5200-Restore-One-File.
               PERFORM 8000-Set-File-Names
               PERFORM 5300-Reload-From-Flat
               PERFORM 5400-Prove-One-File
               IF WS_File_Idx EQUAL 2
                   PERFORM 5500-Prove-History-Alt-Keys
               END-IF.

           5300-Reload-From-Flat.
               CALL "CBL_DELETE_FILE" USING WS_Live_Name
                   SET Manifest_Found TO TRUE
               END-IF.

      * 5500-Prove-History-Alt-Keys - the reloaded history walked
      * again along the period key and the office/period key; each
      * walk must meet every row the manifest counted, or the
      * period-driven readers would miss rows the set holds.
           5500-Prove-History-Alt-Keys.
               MOVE 'History period key' TO WS_Alt_Key_Label
               SET Walk_By_Period TO TRUE
               PERFORM 5510-Prove-One-Alt-Key
               MOVE 'History office key' TO WS_Alt_Key_Label
               SET Walk_By_Office TO TRUE
               PERFORM 5510-Prove-One-Alt-Key.

           5510-Prove-One-Alt-Key.
               MOVE ZERO TO WS_Record_Count
               MOVE ZERO TO WS_Hash_Total
               OPEN INPUT CustHist
               SET More_Input_Records TO TRUE
               MOVE LOW-VALUES TO CH_Office_Key
               IF Walk_By_Period
                   START CustHist KEY IS NOT LESS THAN CH_Period_Key
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
               ELSE
                   START CustHist KEY IS NOT LESS THAN CH_Office_Key
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
               END-IF
               PERFORM 5410-Prove-One-Record
                   UNTIL No_More_Input
               CLOSE CustHist
               SET Manifest_Not_Found TO TRUE
               PERFORM 5420-Match-One-Manifest-Row
                   VARYING WS_Manifest_Idx FROM 1 BY 1
                   UNTIL WS_Manifest_Idx > Manifest_Count
                       OR Manifest_Found
               MOVE WS_Alt_Key_Label TO Bk_Line_File
               MOVE WS_Record_Count TO Bk_Line_Count
               MOVE WS_Hash_Total TO Bk_Line_Hash
               IF Manifest_Found
                   MOVE 'PROVED' TO Bk_Line_Verdict
               ELSE
                   ADD 1 TO WS_Mismatch_Count
                   MOVE 'PROOF FAILED' TO Bk_Line_Verdict
               END-IF
               WRITE Bk_Buffer FROM BkLine
                   AFTER ADVANCING 1 LINES.

      * 8000-Set-File-Names - each member's live name, record
      * length and flat-copy name off the set table 1000 built.
           8000-Set-File-Names.
           8700-Write-Live-Record.
               EVALUATE WS_File_Idx
                   WHEN 1
                       MOVE WS_Hold_Record (1:192)
                           TO CustomerMasterRecord
                       WRITE CustomerMasterRecord
                           INVALID KEY
                                   BY CONTENT WS_Live_Name "WRITE"
                       END-WRITE
                   WHEN 2
                       MOVE WS_Hold_Record (1:121) TO History_Record
                       MOVE CH_Office_Code TO CH_OK_Office
                       MOVE CH_Period TO CH_PK_Period
                       MOVE CH_Customer_Number TO CH_PK_Customer
                       MOVE CH_Sequence TO CH_PK_Sequence
                       WRITE History_Record
                           INVALID KEY
                               CALL "Validations" USING File_Status
