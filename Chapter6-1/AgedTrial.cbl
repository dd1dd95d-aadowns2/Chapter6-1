      *                   parent level via CM_Parent_Number, one
      *                   consolidated line per head office with
      *                   branches.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   history layouts for the monthly
      *                   commission run (master 119 to 123,
      *                   history 69 to 73).
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81).
      *   2026-10-15  AD  Ages by days past due rather than by the
      *                   age of the period: each sale now carries
      *                   a due date from the customer's payment
      *                   terms, the shared AgeBalance routine
      *                   lays the open balance against the
      *                   charges newest due date first, and a Not
      *                   Yet Due column joins the
      *                   1-30/31-60/61-90/91-120/over-120 bands.
      *                   Terms code carried on the master (123 to
      *                   127).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
       Environment Division.
           Configuration Section.
               Special-Names.
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select OfficeMast assign to "OfficeMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select AgedRpt assign to "AgedTrialReport"
                       File Status is File_Status
                       Organization is Line Sequential.
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

           FD  OfficeMast
               Record Contains 28 Characters.
                   05  OM_Office_Name              PIC X(20).
                   05  OM_Region                   PIC X(4).

           FD  AgedRpt
               Record Contains 132 Characters.
               01  Aged_Buffer                     PIC X(132).
               01  Balance_EOF_Sw                  PIC X(1).
                   88  No_More_Balances              value 'Y'.
                   88  More_Balance_Records          value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Age_Query                       PIC X(1) value 'Q'.
               01  Age_Close                       PIC X(1) value 'C'.
               01  WS_Aged_Customer_Count          PIC 9(6) value zero.
               01  WS_Bucket_Idx                   PIC 9(1).

      * Customer aged position - answered for each open balance by
      * AgeBalance, bucket 1 not yet due through 6 over 120 days
      * past due.
              COPY "AgedPosition.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  Grand_Buckets.
                   05  GR_Bucket OCCURS 6 TIMES    PIC S9(11)V9(2).
               01  WS_Grand_Total                  PIC S9(11)V9(2)
                       value zero.

                   05  Office_Aged_Entry OCCURS 50 TIMES.
                       10  OAG_Region              PIC X(4).
                       10  OAG_Office              PIC X(4).
                       10  OAG_Bucket OCCURS 6 TIMES
                                                   PIC S9(11)V9(2).
               01  WS_OAG_Idx                      PIC 9(2).
               01  WS_OAG_Match_Idx                PIC 9(2).
               01  WS_OAG_Temp.
                   05  WS_OAG_Temp_Region          PIC X(4).
                   05  WS_OAG_Temp_Office          PIC X(4).
                   05  WS_OAG_Temp_Bucket OCCURS 6 TIMES
                                                   PIC S9(11)V9(2).
               01  Office_Entry_Sw                 PIC X(1).
                   88  Office_Entry_Present          value 'Y'.
                   88  Office_Entry_Missing          value 'N'.
               01  Region_Buckets.
                   05  RG_Bucket OCCURS 6 TIMES    PIC S9(11)V9(2).
               01  WS_Prev_Region                  PIC X(4).
               01  First_Region_Sw                 PIC X(1) value 'Y'.
                   88  First_Region                  value 'Y'.
                       10  PAG_Number              PIC 9(6).
                       10  PAG_Total               PIC S9(11)V9(2).
                       10  PAG_Child_Count         PIC 9(4).
                       10  PAG_Bucket OCCURS 6 TIMES
                                                   PIC S9(11)V9(2).
               01  WS_PAG_Idx                      PIC 9(3).
               01  WS_PAG_Match_Idx                PIC 9(3).
                   05              PIC X(1)    value spaces.
                   05              PIC X(26)   value 'Customer'.
                   05              PIC X(9)    value '    Total'.
                   05              PIC X(13)   value '  Not Yet Due'.
                   05              PIC X(13)   value '    1-30 Days'.
                   05              PIC X(13)   value '   31-60 Days'.
                   05              PIC X(13)   value '   61-90 Days'.
                   05              PIC X(13)   value '  91-120 Days'.
                   05              PIC X(13)   value '     Over 120'.
               01  AgedDetail.
                   05              PIC X(2)    value spaces.
                   05  Aged_Cust_Number        PIC 9(6).
                   05  Aged_Bucket_3           PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Bucket_4           PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Bucket_5           PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Bucket_6           PIC Z,ZZZ,ZZ9.99-.
               01  AgedOfficeHeading.
                   05              PIC X(2)    value spaces.
                   05              PIC X(32)
                   05  Aged_Off_Bucket_3       PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Off_Bucket_4       PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Off_Bucket_5       PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Off_Bucket_6       PIC Z,ZZZ,ZZ9.99-.
               01  AgedRegionSubtotal.
                   05              PIC X(4)    value spaces.
                   05              PIC X(17)
                   05  Aged_Sub_Bucket_3       PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Sub_Bucket_4       PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Sub_Bucket_5       PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Sub_Bucket_6       PIC Z,ZZZ,ZZ9.99-.
               01  AgedParentHeading.
                   05              PIC X(2)    value spaces.
                   05              PIC X(22)
                   05  Aged_Par_Bucket_3       PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Par_Bucket_4       PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Par_Bucket_5       PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Par_Bucket_6       PIC Z,ZZZ,ZZ9.99-.
               01  AgedGrandLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(13)   value 'Grand totals:'.
                   05  Aged_Grand_Bucket_3     PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Grand_Bucket_4     PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Grand_Bucket_5     PIC Z,ZZZ,ZZ9.99-.
                   05  Aged_Grand_Bucket_6     PIC Z,ZZZ,ZZ9.99-.

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               INITIALIZE Grand_Buckets
               PERFORM 1000-Load-Office-Master
               PERFORM 2000-Open-Files
               PERFORM 3000-Age-One-Balance
                   UNTIL No_More_Balances
                   END-IF
               END-IF.

           2000-Open-Files.
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN OUTPUT AgedRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "AgedTrialReport" "OPEN OUTPUT"
               END-READ
               IF NOT No_More_Balances
                   IF CB_Balance > ZERO
                       PERFORM 3100-Age-Against-Due-Dates
                       PERFORM 4000-Write-Customer-Line
                       PERFORM 4500-Accumulate-Parent-Buckets
                       PERFORM 5000-Accumulate-Office-Buckets
                   END-IF
               END-IF.

      * 3100-Age-Against-Due-Dates - AgeBalance lays the open
      * balance against the customer's charges newest due date
      * first and answers the days-past-due bands, with money not
      * yet due in a column of its own, so the terms the customer
      * was given count rather than the age of the period.
           3100-Age-Against-Due-Dates.
               CALL "AgeBalance" USING Age_Query, CB_Customer_Number,
                   CB_Balance, WS_Current_Date, WS_Aged_Position.

           4000-Write-Customer-Line.
               SET Master_Found TO TRUE
                   MOVE '(no master)' TO Aged_Last_Name
               END-IF
               MOVE CB_Balance TO Aged_Total
               MOVE WS_Aged_Bucket (1) TO Aged_Bucket_1
               MOVE WS_Aged_Bucket (2) TO Aged_Bucket_2
               MOVE WS_Aged_Bucket (3) TO Aged_Bucket_3
               MOVE WS_Aged_Bucket (4) TO Aged_Bucket_4
               MOVE WS_Aged_Bucket (5) TO Aged_Bucket_5
               MOVE WS_Aged_Bucket (6) TO Aged_Bucket_6
               WRITE Aged_Buffer FROM AgedDetail
                   AFTER ADVANCING 1 LINES
               ADD CB_Balance TO WS_Grand_Total.
                           TO PAG_Child_Count (Parent_Aged_Count)
                       PERFORM 4520-Clear-One-Parent-Bucket
                           VARYING WS_Bucket_Idx FROM 1 BY 1
                           UNTIL WS_Bucket_Idx > 6
                       MOVE Parent_Aged_Count TO WS_PAG_Match_Idx
                       SET Parent_Entry_Present TO TRUE
                   ELSE
                   END-IF
                   PERFORM 4530-Add-One-Parent-Bucket
                       VARYING WS_Bucket_Idx FROM 1 BY 1
                       UNTIL WS_Bucket_Idx > 6
               END-IF.

           4510-Match-Parent-Entry.
                   TO PAG_Bucket (Parent_Aged_Count WS_Bucket_Idx).

           4530-Add-One-Parent-Bucket.
               ADD WS_Aged_Bucket (WS_Bucket_Idx)
                   TO PAG_Bucket (WS_PAG_Match_Idx WS_Bucket_Idx).

      * 6600-Write-Parent-Section - the aged position at parent
                   MOVE PAG_Bucket (WS_PAG_Idx 3) TO Aged_Par_Bucket_3
                   MOVE PAG_Bucket (WS_PAG_Idx 4) TO Aged_Par_Bucket_4
                   MOVE PAG_Bucket (WS_PAG_Idx 5) TO Aged_Par_Bucket_5
                   MOVE PAG_Bucket (WS_PAG_Idx 6) TO Aged_Par_Bucket_6
                   WRITE Aged_Buffer FROM AgedParentDetail
                       AFTER ADVANCING 1 LINES
               END-IF.
               IF Office_Entry_Missing
                   IF Office_Aged_Count < 50
                       ADD 1 TO Office_Aged_Count
                       MOVE WS_Aged_Newest_Office
                           TO OAG_Office (Office_Aged_Count)
                       MOVE SPACES TO OAG_Region (Office_Aged_Count)
                       PERFORM 5150-Clear-One-Office-Entry
                           VARYING WS_Bucket_Idx FROM 1 BY 1
                           UNTIL WS_Bucket_Idx > 6
                       MOVE Office_Aged_Count TO WS_OAG_Match_Idx
                       SET Office_Entry_Present TO TRUE
                   ELSE
               IF Office_Entry_Present
                   PERFORM 5200-Add-One-Office-Bucket
                       VARYING WS_Bucket_Idx FROM 1 BY 1
                       UNTIL WS_Bucket_Idx > 6
               END-IF.

           5100-Match-Office-Entry.
               IF OAG_Office (WS_OAG_Idx) EQUAL WS_Aged_Newest_Office
                   SET Office_Entry_Present TO TRUE
                   MOVE WS_OAG_Idx TO WS_OAG_Match_Idx
               END-IF.
                   TO OAG_Bucket (Office_Aged_Count WS_Bucket_Idx).

           5200-Add-One-Office-Bucket.
               ADD WS_Aged_Bucket (WS_Bucket_Idx)
                   TO OAG_Bucket (WS_OAG_Match_Idx WS_Bucket_Idx)
               ADD WS_Aged_Bucket (WS_Bucket_Idx)
                   TO GR_Bucket (WS_Bucket_Idx).

      * 6000-Write-Office-Section - each office entry resolves its
               MOVE OAG_Bucket (WS_OAG_Idx 3) TO Aged_Off_Bucket_3
               MOVE OAG_Bucket (WS_OAG_Idx 4) TO Aged_Off_Bucket_4
               MOVE OAG_Bucket (WS_OAG_Idx 5) TO Aged_Off_Bucket_5
               MOVE OAG_Bucket (WS_OAG_Idx 6) TO Aged_Off_Bucket_6
               WRITE Aged_Buffer FROM AgedOfficeDetail
                   AFTER ADVANCING 1 LINES
               PERFORM 6475-Add-One-Region-Bucket
                   VARYING WS_Bucket_Idx FROM 1 BY 1
                   UNTIL WS_Bucket_Idx > 6.

           6450-Write-Region-Heading.
               MOVE WS_Prev_Region TO Aged_Region_Code
               MOVE RG_Bucket (3) TO Aged_Sub_Bucket_3
               MOVE RG_Bucket (4) TO Aged_Sub_Bucket_4
               MOVE RG_Bucket (5) TO Aged_Sub_Bucket_5
               MOVE RG_Bucket (6) TO Aged_Sub_Bucket_6
               WRITE Aged_Buffer FROM AgedRegionSubtotal
                   AFTER ADVANCING 1 LINES
               INITIALIZE Region_Buckets.
               MOVE GR_Bucket (3) TO Aged_Grand_Bucket_3
               MOVE GR_Bucket (4) TO Aged_Grand_Bucket_4
               MOVE GR_Bucket (5) TO Aged_Grand_Bucket_5
               MOVE GR_Bucket (6) TO Aged_Grand_Bucket_6
               WRITE Aged_Buffer FROM AgedGrandLine
                   AFTER ADVANCING 2 LINES.

           9000-Close-Program.
               CLOSE CustBal
               CLOSE CustMstr
               CLOSE AgedRpt
               CALL "AgeBalance" USING Age_Close, CB_Customer_Number,
                   CB_Balance, WS_Current_Date, WS_Aged_Position.

       End Program AgedTrial.
