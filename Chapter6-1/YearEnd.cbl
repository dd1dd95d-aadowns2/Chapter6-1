      *                   shared CustRunTiming log through the
      *                   RunTiming recorder, for the BatchWindow
      *                   monitor.
      *   2026-10-15  AD  Sales rep carried on the history layout
      *                   for the monthly commission run (history
      *                   69 to 73).
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81).
      *   2026-10-15  AD  Due date carried on the history layout
      *                   (history 81 to 89).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).  The close reads only its year off
      *                   the period key instead of the whole file;
      *                   the year's rows sort back into customer key
      *                   order (YearSortWork, YearHistSorted) so the
      *                   customer control break and the archive are
      *                   unchanged.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select SortFile assign to "YearSortWork".

                   Select YearSorted assign to "YearHistSorted"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustMtdYtd assign to "CustomerMtdYtd"
                       File Status is File_Status

       Data Division.
           File Section.
      * Sort-Record - one history row of the closing year, taken off
      * the period key and put back in customer key order for the
      * control break below.
           SD  SortFile.
               01  Sort-Record.
                   05  Sort_History_Key            PIC X(16).
                   05  Sort_History_Rest           PIC X(105).

           FD  YearSorted
               Record Contains 121 Characters.
               01  Year_Sorted_Record              PIC X(121).

           FD  CustHist.
               01  History_Record.
                   05  CH_Key.
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

           FD  CustMtdYtd
               Record Contains 30 Characters.
                   END-IF
               END-IF.

      * 1000-Summarize-History - only the closing year is read, off
      * the period key from its first month until the key passes
      * the year; the rows sort back into customer key order, so
      * the walk is contiguous by customer as it always was: the
      * per-customer rows control-break straight to the archive
      * while the month and office buckets accumulate on the side.
           1000-Summarize-History.
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SORT SortFile
                   ON ASCENDING KEY Sort_History_Key
                   INPUT PROCEDURE IS 1050-Release-Year-Rows
                   GIVING YearSorted
               OPEN INPUT YearSorted
                   CALL "Validations" USING File_Status
                       BY CONTENT "YearHistSorted" "OPEN INPUT"
               OPEN OUTPUT AnnualArch
                   CALL "Validations" USING File_Status
                       BY CONTENT WS_Archive_Name "OPEN OUTPUT"
               SET More_Input_Records TO TRUE
               PERFORM 1100-Roll-One-History-Row
                   UNTIL No_More_Input
               IF Not_First_Cust
               END-IF
               PERFORM 1400-Write-Month-Rows
               PERFORM 1500-Write-Office-Rows
               CLOSE YearSorted
               CLOSE CustHist
               CLOSE AnnualArch.

           1050-Release-Year-Rows.
               SET More_Input_Records TO TRUE
               MOVE WS_Close_Year TO CH_PK_Period (1:4)
               MOVE LOW-VALUES TO CH_PK_Period (5:2)
               MOVE ZERO TO CH_PK_Customer
               MOVE ZERO TO CH_PK_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Period_Key
                   INVALID KEY SET No_More_Input TO TRUE
               END-START
               PERFORM 1060-Release-One-History-Row
                   UNTIL No_More_Input.

           1060-Release-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF CH_PK_Period (1:4) > WS_Close_Year
                       SET No_More_Input TO TRUE
                   ELSE
                       MOVE History_Record TO Sort-Record
                       RELEASE Sort-Record
                   END-IF
               END-IF.

           1100-Roll-One-History-Row.
               READ YearSorted INTO History_Record
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF CH_Period (1:4) EQUAL WS_Close_Year
                       PERFORM 1200-Accumulate-One-Row
