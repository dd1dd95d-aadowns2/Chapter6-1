       Identification Division.
           Program-ID. MasterFeed.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Nightly customer master change feed for
      *                   the CRM and shipping systems - collects
      *                   every CustomerMaster add, change, status
      *                   change and delete from CustMaintAudit
      *                   (CustMaint, BulkLoad, CreditReview), every
      *                   merge from CustMergeAudit and every
      *                   privacy erasure from PrivacyLog written
      *                   since the last feed, in the order they
      *                   happened, and writes one '|'-delimited
      *                   change record each to
      *                   CustMasterFeed.nnnnnnnnn with the action
      *                   code, the full after image and, for a
      *                   merge, the survivor number.  Header and
      *                   trailer carry the feed sequence, the
      *                   change count and the checkpoint - the
      *                   rows of each trail already sent - kept
      *                   on MasterFeedControl so each change goes
      *                   out exactly once.
      *   2026-10-15  AD  Cash-only flag carried on the master
      *                   layout and the CustMaintAudit images
      *                   (master 190 to 191, CustMaintAudit 403
      *                   to 405); each feed record carries it
      *                   after the billing currency.
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout and the CustMaintAudit images
      *                   (master 191 to 192, CustMaintAudit 405
      *                   to 407); each feed record carries it
      *                   after the cash-only flag.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select FeedCtl assign to "MasterFeedControl"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select MaintAud assign to "CustMaintAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select MergeAud assign to "CustMergeAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PrivLog assign to "PrivacyLog"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select SortFile assign to "MasterFeedWork".

                   Select FeedSorted assign to "MasterFeedSorted"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select FeedOut assign to WS_Feed_File_Name
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Feed_Control_Record - the last feed sequence issued and, for
      * each trail, how many of its rows that feed had reached.
           FD  FeedCtl
               Record Contains 50 Characters.
               01  Feed_Control_Record.
                   05  FC_Last_Sequence            PIC 9(9).
                   05  FC_Maint_Rows               PIC 9(9).
                   05  FC_Merge_Rows               PIC 9(9).
                   05  FC_Privacy_Rows             PIC 9(9).
                   05  FC_Run_Date                 PIC 9(8).
                   05  FC_Run_Time                 PIC 9(6).

           FD  MaintAud
               Record Contains 407 Characters.
               01  Maint_Audit_Record.
                   05  MA_Action                   PIC X(1).
                   05  MA_Date                     PIC 9(8).
                   05  MA_Time                     PIC 9(6).
                   05  MA_Operator                 PIC X(8).
                   05  MA_Before_Image             PIC X(192).
                   05  MA_After_Image              PIC X(192).

           FD  MergeAud
               Record Contains 60 Characters.
               01  Merge_Audit_Record.
                   05  MG_Date                     PIC 9(8).
                   05  MG_Time                     PIC 9(6).
                   05  MG_Operator                 PIC X(8).
                   05  MG_Survivor_Number          PIC 9(6).
                   05  MG_Duplicate_Number         PIC 9(6).
                   05  MG_History_Moved            PIC 9(5).
                   05  MG_Balance_Moved            PIC S9(8)V9(2).
                   05  MG_Reserved                 PIC X(10).

           FD  PrivLog
               Record Contains 60 Characters.
               01  Privacy_Log_Record.
                   05  PV_Run_Id                   PIC X(14).
                   05  PV_Date                     PIC 9(8).
                   05  PV_Customer_Number          PIC X(6).
                   05  PV_Trigger                  PIC X(1).
                   05  PV_Operator                 PIC X(8).
                   05  PV_Audit_Rows               PIC 9(5).
                   05  PV_Archive_Rows             PIC 9(7).
                   05  PV_Reserved                 PIC X(11).

           FD  CustMstr.
               01  CustomerMasterRecord.
                   05  CM_Customer_Number              PIC 9(6).
                   05  CM_First_Name                   PIC X(10).
                   05  CM_Last_Name                    PIC X(20).
                   05  CM_Address                      PIC X(30).
                   05  CM_City                         PIC X(20).
                   05  CM_State                        PIC X(2).
                   05  CM_Zip                          PIC X(10).
                   05  CM_Phone                        PIC X(12).
                   05  CM_Status                       PIC X(1).
                       88  CM_Active                     value 'A'.
                       88  CM_Inactive                   value 'I'.
                       88  CM_Credit_Hold                value 'C'.
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

      * Sort-Record - one change from any trail; the trail rank and
      * its row number keep changes stamped in the same second in
      * the order they were written.
           SD  SortFile.
               01  Sort-Record.
                   05  Sort_Date                   PIC 9(8).
                   05  Sort_Time                   PIC 9(6).
                   05  Sort_Trail                  PIC 9(1).
                   05  Sort_Row                    PIC 9(9).
                   05  Sort_Action                 PIC X(1).
                   05  Sort_Customer               PIC X(6).
                   05  Sort_Survivor               PIC X(6).
                   05  Sort_Operator               PIC X(8).
                   05  Sort_Image                  PIC X(192).

           FD  FeedSorted
               Record Contains 237 Characters.
               01  Feed_Sorted_Record.
                   05  FS_Date                     PIC 9(8).
                   05  FS_Time                     PIC 9(6).
                   05  FS_Trail                    PIC 9(1).
                   05  FS_Row                      PIC 9(9).
                   05  FS_Action                   PIC X(1).
                   05  FS_Customer                 PIC X(6).
                   05  FS_Survivor                 PIC X(6).
                   05  FS_Operator                 PIC X(8).
                   05  FS_Image                    PIC X(192).

           FD  FeedOut
               Record Contains 400 Characters.
               01  Feed_Buffer                     PIC X(400).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Run_Time                     PIC 9(6).
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Sorted_EOF_Sw                   PIC X(1).
                   88  No_More_Sorted                value 'Y'.
                   88  More_Sorted_Records           value 'N'.
               01  Checkpoint_Sw                   PIC X(1) value 'Y'.
                   88  Checkpoint_Good               value 'Y'.
                   88  Checkpoint_Broken             value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.

      * The checkpoint the last feed left and the one this feed
      * reaches; a trail holding fewer rows than the checkpoint
      * says was sent has been cut back, and nothing is fed until
      * the control row is put right.
               01  WS_Last_Sequence                PIC 9(9) value zero.
               01  WS_Feed_Sequence                PIC 9(9).
               01  WS_Prev_Maint_Rows              PIC 9(9) value zero.
               01  WS_Prev_Merge_Rows              PIC 9(9) value zero.
               01  WS_Prev_Privacy_Rows            PIC 9(9) value zero.
               01  WS_Maint_Rows                   PIC 9(9) value zero.
               01  WS_Merge_Rows                   PIC 9(9) value zero.
               01  WS_Privacy_Rows                 PIC 9(9) value zero.
               01  WS_Change_Count                 PIC 9(7) value zero.
               01  WS_Feed_File_Name               PIC X(40).

      * Feed_Image - the master image a change carries, split into
      * fields for the delimited record.
               01  Feed_Image.
                   05  FI_Customer_Number          PIC X(6).
                   05  FI_First_Name               PIC X(10).
                   05  FI_Last_Name                PIC X(20).
                   05  FI_Address                  PIC X(30).
                   05  FI_City                     PIC X(20).
                   05  FI_State                    PIC X(2).
                   05  FI_Zip                      PIC X(10).
                   05  FI_Phone                    PIC X(12).
                   05  FI_Status                   PIC X(1).
                   05  FI_Parent_Number            PIC X(6).
                   05  FI_Company                  PIC X(2).
                   05  FI_Sales_Rep                PIC X(4).
                   05  FI_Terms_Code               PIC X(4).
                   05  FI_Addr_Status              PIC X(1).
                   05  FI_Addr_Status_Date         PIC X(8).
                   05  FI_Email                    PIC X(50).
                   05  FI_Stmt_Delivery            PIC X(1).
                   05  FI_Billing_Currency         PIC X(3).
                   05  FI_Cash_Only                PIC X(1).
                   05  FI_Billing_Cycle            PIC X(1).
               01  WS_Before_Status                PIC X(1).
               01  WS_After_Status                 PIC X(1).

       Procedure Division.

           0000-Mainline.
               CALL "RunTiming" USING BY CONTENT 'S' 'MASTERFEED  '
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               COMPUTE WS_Run_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               PERFORM 1000-Load-Control
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               SORT SortFile
                   ON ASCENDING KEY Sort_Date Sort_Time Sort_Trail
                       Sort_Row
                   INPUT PROCEDURE IS 2000-Release-All-Changes
                   GIVING FeedSorted
               CLOSE CustMstr
               IF Checkpoint_Broken
                   DISPLAY "MasterFeed: an audit trail holds fewer "
                       "rows than MasterFeedControl says were sent"
                       " - no feed written."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 5000-Write-Feed
                   PERFORM 8000-Rewrite-Control
                   DISPLAY "MasterFeed: feed " WS_Feed_Sequence
                       " - " WS_Change_Count " changes."
               END-IF
               CALL "RunTiming" USING BY CONTENT 'E' 'MASTERFEED  '
               STOP RUN.

      * 1000-Load-Control - with no control row yet the first feed
      * is sequence 1 and carries every row on the trails.
           1000-Load-Control.
               OPEN INPUT FeedCtl
               IF File_Status EQUAL '00'
                   READ FeedCtl
                       AT END CONTINUE
                       NOT AT END
                           MOVE FC_Last_Sequence TO WS_Last_Sequence
                           MOVE FC_Maint_Rows TO WS_Prev_Maint_Rows
                           MOVE FC_Merge_Rows TO WS_Prev_Merge_Rows
                           MOVE FC_Privacy_Rows
                               TO WS_Prev_Privacy_Rows
                   END-READ
                   CLOSE FeedCtl
               END-IF
               COMPUTE WS_Feed_Sequence = WS_Last_Sequence + 1.

           2000-Release-All-Changes.
               PERFORM 2100-Release-Maint-Audit
               PERFORM 2200-Release-Merge-Audit
               PERFORM 2300-Release-Privacy-Log.

           2100-Release-Maint-Audit.
               OPEN INPUT MaintAud
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2110-Release-One-Maint
                       UNTIL No_More_Input
                   CLOSE MaintAud
               END-IF
               IF WS_Maint_Rows < WS_Prev_Maint_Rows
                   SET Checkpoint_Broken TO TRUE
               END-IF.

      * 2110-Release-One-Maint - an add or change carries the after
      * image; a delete has none, so it carries the image as it
      * stood when deleted.  A change that moved CM_Status (byte
      * 111 of the image) goes out as a status change.
           2110-Release-One-Maint.
               READ MaintAud
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Maint_Rows
                   IF WS_Maint_Rows > WS_Prev_Maint_Rows
                       MOVE MA_Date TO Sort_Date
                       MOVE MA_Time TO Sort_Time
                       MOVE 1 TO Sort_Trail
                       MOVE WS_Maint_Rows TO Sort_Row
                       MOVE MA_Action TO Sort_Action
                       MOVE SPACES TO Sort_Survivor
                       MOVE MA_Operator TO Sort_Operator
                       IF MA_After_Image EQUAL SPACES
                           MOVE MA_Before_Image TO Sort_Image
                       ELSE
                           MOVE MA_After_Image TO Sort_Image
                       END-IF
                       MOVE Sort_Image (1:6) TO Sort_Customer
                       IF MA_Action EQUAL 'C'
                           MOVE MA_Before_Image (111:1)
                               TO WS_Before_Status
                           MOVE MA_After_Image (111:1)
                               TO WS_After_Status
                           IF WS_Before_Status NOT EQUAL
                               WS_After_Status
                               MOVE 'S' TO Sort_Action
                           END-IF
                       END-IF
                       RELEASE Sort-Record
                   END-IF
               END-IF.

           2200-Release-Merge-Audit.
               OPEN INPUT MergeAud
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2210-Release-One-Merge
                       UNTIL No_More_Input
                   CLOSE MergeAud
               END-IF
               IF WS_Merge_Rows < WS_Prev_Merge_Rows
                   SET Checkpoint_Broken TO TRUE
               END-IF.

      * 2210-Release-One-Merge - the duplicate is the customer that
      * goes away; the image is the survivor's as it stands now.
           2210-Release-One-Merge.
               READ MergeAud
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Merge_Rows
                   IF WS_Merge_Rows > WS_Prev_Merge_Rows
                       MOVE MG_Date TO Sort_Date
                       MOVE MG_Time TO Sort_Time
                       MOVE 2 TO Sort_Trail
                       MOVE WS_Merge_Rows TO Sort_Row
                       MOVE 'M' TO Sort_Action
                       MOVE MG_Duplicate_Number TO Sort_Customer
                       MOVE MG_Survivor_Number TO Sort_Survivor
                       MOVE MG_Operator TO Sort_Operator
                       MOVE MG_Survivor_Number TO CM_Customer_Number
                       PERFORM 2400-Read-Current-Image
                       RELEASE Sort-Record
                   END-IF
               END-IF.

           2300-Release-Privacy-Log.
               OPEN INPUT PrivLog
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2310-Release-One-Erasure
                       UNTIL No_More_Input
                   CLOSE PrivLog
               END-IF
               IF WS_Privacy_Rows < WS_Prev_Privacy_Rows
                   SET Checkpoint_Broken TO TRUE
               END-IF.

      * 2310-Release-One-Erasure - the downstream copies must lose
      * the personal data too; the erased image is the master's
      * as it stands now, stamped with the Privacy run's id.
           2310-Release-One-Erasure.
               READ PrivLog
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Privacy_Rows
                   IF WS_Privacy_Rows > WS_Prev_Privacy_Rows
                       MOVE PV_Run_Id (1:8) TO Sort_Date
                       MOVE PV_Run_Id (9:6) TO Sort_Time
                       MOVE 3 TO Sort_Trail
                       MOVE WS_Privacy_Rows TO Sort_Row
                       MOVE 'E' TO Sort_Action
                       MOVE PV_Customer_Number TO Sort_Customer
                       MOVE SPACES TO Sort_Survivor
                       MOVE PV_Operator TO Sort_Operator
                       MOVE PV_Customer_Number TO CM_Customer_Number
                       PERFORM 2400-Read-Current-Image
                       RELEASE Sort-Record
                   END-IF
               END-IF.

           2400-Read-Current-Image.
               SET Master_Found TO TRUE
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               IF Master_Found
                   MOVE CustomerMasterRecord TO Sort_Image
               ELSE
                   MOVE SPACES TO Sort_Image
               END-IF.

      * 5000-Write-Feed - the sequence rides the file name so a
      * feed not yet collected is never overwritten by the next;
      * a night with no changes still sends header and trailer so
      * the receiver sees no gap in the sequence.
           5000-Write-Feed.
               MOVE SPACES TO WS_Feed_File_Name
               STRING 'CustMasterFeed.' DELIMITED BY SIZE
                       WS_Feed_Sequence DELIMITED BY SIZE
                   INTO WS_Feed_File_Name
               OPEN OUTPUT FeedOut
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustMasterFeed" "OPEN OUTPUT"
               MOVE SPACES TO Feed_Buffer
               STRING 'H|' DELIMITED BY SIZE
                       WS_Feed_Sequence DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Current_Date DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Run_Time DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Prev_Maint_Rows DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Prev_Merge_Rows DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Prev_Privacy_Rows DELIMITED BY SIZE
                   INTO Feed_Buffer
               WRITE Feed_Buffer
               OPEN INPUT FeedSorted
                   CALL "Validations" USING File_Status
                       BY CONTENT "MasterFeedSorted" "OPEN INPUT"
               SET More_Sorted_Records TO TRUE
               PERFORM 5100-Write-One-Change
                   UNTIL No_More_Sorted
               CLOSE FeedSorted
               MOVE SPACES TO Feed_Buffer
               STRING 'T|' DELIMITED BY SIZE
                       WS_Feed_Sequence DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Change_Count DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Maint_Rows DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Merge_Rows DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Privacy_Rows DELIMITED BY SIZE
                   INTO Feed_Buffer
               WRITE Feed_Buffer
               CLOSE FeedOut.

      * 5100-Write-One-Change - action A add, C change, S status
      * change, D delete, M merge (customer is the duplicate that
      * went, survivor the one kept), E privacy erasure; then every
      * master field of the image in layout order.
           5100-Write-One-Change.
               READ FeedSorted
                   AT END SET No_More_Sorted TO TRUE
               END-READ
               IF NOT No_More_Sorted
                   ADD 1 TO WS_Change_Count
                   MOVE FS_Image TO Feed_Image
                   MOVE SPACES TO Feed_Buffer
                   STRING 'D|' DELIMITED BY SIZE
                           WS_Change_Count DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FS_Action DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FS_Customer DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FS_Survivor DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FS_Date DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FS_Time DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FS_Operator DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Customer_Number DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_First_Name DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Last_Name DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Address DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_City DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_State DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Zip DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Phone DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Status DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Parent_Number DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Company DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Sales_Rep DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Terms_Code DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Addr_Status DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Addr_Status_Date DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Email DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Stmt_Delivery DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Billing_Currency DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Cash_Only DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FI_Billing_Cycle DELIMITED BY SIZE
                       INTO Feed_Buffer
                   WRITE Feed_Buffer
               END-IF.

      * 8000-Rewrite-Control - written only once the feed file is
      * closed, so a run that stops part way sends the same changes
      * again under the same sequence.
           8000-Rewrite-Control.
               OPEN OUTPUT FeedCtl
                   CALL "Validations" USING File_Status
                       BY CONTENT "MasterFeedControl" "OPEN OUTPUT"
               MOVE WS_Feed_Sequence TO FC_Last_Sequence
               MOVE WS_Maint_Rows TO FC_Maint_Rows
               MOVE WS_Merge_Rows TO FC_Merge_Rows
               MOVE WS_Privacy_Rows TO FC_Privacy_Rows
               MOVE WS_Current_Date TO FC_Run_Date
               MOVE WS_Run_Time TO FC_Run_Time
               WRITE Feed_Control_Record
               CLOSE FeedCtl.

       End Program MasterFeed.
