      *                   collector for the supervisor
      *                   (CollectionsReport).  No more working off
      *                   whatever printout is nearest.
      *   2026-10-15  AD  Sales rep carried on the history layout
      *                   for the monthly commission run (history
      *                   69 to 73).
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81).
      *   2026-10-15  AD  Due date carried on the history layout
      *                   (history 81 to 89).
      *   2026-10-15  AD  WORK mode asks for the collector id and
      *                   menu options N and V add and view the
      *                   shared account notes on CustNotes
      *                   through AcctNotes.
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
      *   2026-10-15  AD  Collection agency placement - menu
      *                   option G marks a row referred ('R') for
      *                   the next AgencyPlacement run; accounts
      *                   open on AgencyPlacements are not queued
      *                   by BUILD and their open rows close as
      *                   PLACED WITH AGENCY.
      *   2026-10-15  AD  Placed customer table sized to 2000 as
      *                   AgencyPlacement allows.  A full queue or
      *                   placed customer table on loading stops the
      *                   run before CustCollectQueue is rewritten; a
      *                   queue row that will not fit is logged.

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PlaceFile assign to "AgencyPlacements"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Queue_Record - one row per past-due customer: who works
                       88  Queue_Open                value 'Q'.
                       88  Queue_Promised            value 'P'.
                       88  Queue_Closed              value 'C'.
                       88  Queue_Referred            value 'R'.
                   05  CQ_Balance                  PIC S9(8)V9(2).
                   05  CQ_Promise_Amount           PIC 9(7)V9(2).
                   05  CQ_Promise_Date             PIC 9(8).
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
               Record Contains 132 Characters.
               01  Collect_Buffer                  PIC X(132).

      * Placement_Record - only the customer and placement status
      * matter here: an account placed with a collection agency is
      * the agency's to work until it is recalled.
           FD  PlaceFile
               Record Contains 80 Characters.
               01  Placement_Record.
                   05  AP_Customer_Number          PIC 9(6).
                   05  AP_Agency                   PIC X(4).
                   05  AP_Status                   PIC X(1).
                       88  Placement_Open            value 'P'.
                   05  AP_Placed_Date              PIC 9(8).
                   05  AP_Placed_Balance           PIC S9(8)V9(2).
                   05  AP_Source                   PIC X(1).
                   05  AP_Recovered                PIC 9(9)V9(2).
                   05  AP_Commission               PIC 9(7)V9(2).
                   05  AP_Recalled_Date            PIC 9(8).
                   05  AP_Recalled_By              PIC X(8).
                   05  AP_Run_Id                   PIC X(14).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_Command_Line                 PIC X(80).
               01  WS_Mode                         PIC X(6).
               01  WS_Choice                       PIC X(1).
               01  WS_Work_Customer                PIC 9(6).
               01  WS_Assign_To                    PIC X(8).
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Notes_Function               PIC X(1).
               01  WS_Notes_Desk                   PIC X(8)
                                                   value 'COLLECT'.
               01  WS_Outcome_Text                 PIC X(20).
               01  WS_Promise_Amount               PIC 9(7)V9(2).
               01  WS_Promise_Date                 PIC 9(8).
               01  WS_Kept_Count                   PIC 9(5) value zero.
               01  WS_Broken_Count                 PIC 9(5) value zero.
               01  WS_Balance_Edit                 PIC +Z,ZZZ,ZZ9.99.
               01  WS_Placed_Closed_Count          PIC 9(5) value zero.
               01  Placement_EOF_Sw                PIC X(1).
                   88  No_More_Placements            value 'Y'.
                   88  More_Placement_Records        value 'N'.
               01  Placed_Sw                       PIC X(1).
                   88  Placed_With_Agency            value 'Y'.
                   88  Not_Placed                    value 'N'.
               01  Placed_Customer_Count           PIC 9(4) value zero.
               01  Placed_Customer_Table.
                   05  Placed_Customer OCCURS 2000 TIMES
                                                   PIC 9(6).
               01  WS_Placed_Idx                   PIC 9(4).

      * Queue_Table - the whole queue in storage; every mode
      * rewrites the file whole at end.
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               MOVE WS_Command_Line (1:6) TO WS_Mode
               PERFORM 1000-Load-Queue
               PERFORM 1200-Load-Placed-Customers
               PERFORM 1300-Close-Placed-Rows
               EVALUATE TRUE
                   WHEN Build_Mode
                       PERFORM 2000-Build-Queue
                       ADD 1 TO Queue_Count
                       MOVE Queue_Record TO QT_Image (Queue_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Queue_Table" "TABLE FULL"
                       DISPLAY "Queue table full - run REPORT and "
                           "retire closed rows."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 1200-Load-Placed-Customers - no AgencyPlacements file
      * means no account is out with an agency.
           1200-Load-Placed-Customers.
               MOVE ZERO TO Placed_Customer_Count
               OPEN INPUT PlaceFile
               IF File_Status EQUAL '00'
                   SET More_Placement_Records TO TRUE
                   PERFORM 1210-Read-One-Placement
                       UNTIL No_More_Placements
                   CLOSE PlaceFile
               END-IF.

           1210-Read-One-Placement.
               READ PlaceFile
                   AT END SET No_More_Placements TO TRUE
               END-READ
               IF NOT No_More_Placements
                   IF Placement_Open
                       IF Placed_Customer_Count < 2000
                           ADD 1 TO Placed_Customer_Count
                           MOVE AP_Customer_Number TO
                               Placed_Customer (Placed_Customer_Count)
                       ELSE
                           CALL "Validations" USING
                               WS_Table_Full_Status BY CONTENT
                               "Placed_Customer_Table" "TABLE FULL"
                           DISPLAY "Placed customer table full - "
                               "CustCollectQueue left as it stands."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

      * 1300-Close-Placed-Rows - an account placed with a
      * collection agency leaves the queue: its open row closes
      * with no promise on it, so the supervisor report neither
      * works it nor counts it kept.
           1300-Close-Placed-Rows.
               PERFORM 1310-Close-One-Placed-Row
                   VARYING WS_QT_Idx FROM 1 BY 1
                   UNTIL WS_QT_Idx > Queue_Count
               IF WS_Placed_Closed_Count > ZERO
                   DISPLAY "CollectQueue: " WS_Placed_Closed_Count
                       " rows closed, placed with an agency."
               END-IF.

           1310-Close-One-Placed-Row.
               MOVE QT_Image (WS_QT_Idx) TO Queue_Record
               IF NOT Queue_Closed
                   MOVE CQ_Customer_Number TO WS_Work_Customer
                   PERFORM 2400-Check-Agency-Placement
                   IF Placed_With_Agency
                       MOVE 'C' TO CQ_Status
                       MOVE ZERO TO CQ_Promise_Amount
                       MOVE ZERO TO CQ_Promise_Date
                       MOVE 'PLACED WITH AGENCY' TO CQ_Last_Outcome
                       MOVE Queue_Record TO QT_Image (WS_QT_Idx)
                       ADD 1 TO WS_Placed_Closed_Count
                   END-IF
               END-IF.

      * 2000-Build-Queue - every past-due balance joins the queue
      * once; a customer already queued keeps the row (and the
      * notes) it has.  An account out with an agency is not
      * queued.
           2000-Build-Queue.
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                           MOVE CB_Customer_Number
                               TO WS_Work_Customer
                           PERFORM 2200-Find-Queue-Row
                           PERFORM 2400-Check-Agency-Placement
                           IF Queue_Row_Not_Found AND Not_Placed
                               PERFORM 2300-Add-Queue-Row
                           END-IF
                       END-IF
                   ADD 1 TO Queue_Count
                   MOVE Queue_Record TO QT_Image (Queue_Count)
                   ADD 1 TO WS_Added_Count
               ELSE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Queue_Table" "TABLE FULL"
               END-IF.

           2400-Check-Agency-Placement.
               SET Not_Placed TO TRUE
               PERFORM 2405-Match-One-Placed-Customer
                   VARYING WS_Placed_Idx FROM 1 BY 1
                   UNTIL WS_Placed_Idx > Placed_Customer_Count
                       OR Placed_With_Agency.

           2405-Match-One-Placed-Customer.
               IF Placed_Customer (WS_Placed_Idx) EQUAL
                   WS_Work_Customer
                   SET Placed_With_Agency TO TRUE
               END-IF.

           3000-Work-Queue.
               DISPLAY "Collections Workqueue"
               DISPLAY "Collector id: " WITH NO ADVANCING
               ACCEPT WS_Operator_Id
               MOVE WS_Operator_Id TO WS_Assign_To
               PERFORM 3400-Check-Collector-Id
               IF Operator_Not_Found
                   DISPLAY "Collector not on OperatorMaster - "
                       "notes can be viewed but not added."
                   MOVE SPACES TO WS_Operator_Id
               END-IF
               PERFORM 3100-Show-Menu UNTIL Exit_Requested.

           3100-Show-Menu.
               DISPLAY "L. List open queue"
               DISPLAY "A. Assign a customer to a collector"
               DISPLAY "O. Record a call outcome / promise"
               DISPLAY "N. Add an account note"
               DISPLAY "V. View account notes"
               DISPLAY "G. Refer a customer to the collection agency"
               DISPLAY "X. Exit and save"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS_Choice
                       PERFORM 3300-Assign-Customer
                   WHEN 'O'
                       PERFORM 3500-Record-Outcome
                   WHEN 'N'
                       MOVE 'A' TO WS_Notes_Function
                       PERFORM 3600-Account-Notes
                   WHEN 'V'
                       MOVE 'V' TO WS_Notes_Function
                       PERFORM 3600-Account-Notes
                   WHEN 'G'
                       PERFORM 3700-Refer-To-Agency
                   WHEN 'X'
                       SET Exit_Requested TO TRUE
                   WHEN OTHER
                   DISPLAY "Recorded."
               END-IF.

      * 3600-Account-Notes - the shared notes file; adding a
      * note needs a collector id that is on OperatorMaster.
           3600-Account-Notes.
               IF WS_Notes_Function EQUAL 'A'
                   AND WS_Operator_Id EQUAL SPACES
                   DISPLAY "Sign on with a collector id to add notes."
               ELSE
                   DISPLAY "Customer number: " WITH NO ADVANCING
                   ACCEPT WS_Work_Customer
                   CALL "AcctNotes" USING WS_Notes_Function
                       WS_Work_Customer WS_Operator_Id WS_Notes_Desk
               END-IF.

      * 3700-Refer-To-Agency - the collector gives up on the
      * account: the row is marked referred and the next
      * AgencyPlacement run hands it to the agency whatever its
      * dunning level.  A promise later recorded on the row takes
      * the referral back.
           3700-Refer-To-Agency.
               DISPLAY "Customer number: " WITH NO ADVANCING
               ACCEPT WS_Work_Customer
               PERFORM 2200-Find-Queue-Row
               IF Queue_Row_Not_Found
                   DISPLAY "Customer not on the open queue."
               ELSE
                   MOVE QT_Image (WS_QT_Match_Idx) TO Queue_Record
                   MOVE 'R' TO CQ_Status
                   MOVE ZERO TO CQ_Promise_Amount
                   MOVE ZERO TO CQ_Promise_Date
                   MOVE 'REFER TO AGENCY' TO CQ_Last_Outcome
                   MOVE Queue_Record TO QT_Image (WS_QT_Match_Idx)
                   DISPLAY "Referred for agency placement."
               END-IF.

      * 5000-Check-Promises - a promise whose date has passed is
      * held against the history: a 'P' payment posted in the
      * promised period or later keeps it (row closes); nothing
