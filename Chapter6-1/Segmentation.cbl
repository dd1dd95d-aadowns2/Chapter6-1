       Identification Division.
           Program-ID. Segmentation.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Recency/frequency/monetary segmentation -
      *                   every CustomerMaster customer scored on
      *                   months since the last sale, sales counted
      *                   and net spend (sales less returns at each
      *                   row's period rate) over the rolling twelve
      *                   months to the run period (YYYYMM on the
      *                   command line, this month when blank).
      *                   CustomerHistory plus any HistArchiveIndex
      *                   year the window reaches back into are
      *                   sorted by customer and matched against
      *                   the master.  Segments (CHAMPION, LOYAL,
      *                   AT RISK, LAPSING, LOST) come off the
      *                   SegmentParams thresholds.  Reports:
      *                   SegmentReport (by office, count and spend
      *                   per segment), SegmentMoves (customers
      *                   whose segment changed since the last run
      *                   on CustSegment), and the comma-delimited
      *                   SegmentExtract for marketing.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select SortFile assign to "SegSortWork".

                   Select SegSorted assign to "SegSorted"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select ArchIndex assign to "HistArchiveIndex"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select HistArchIn assign to WS_Hist_Archive_Name
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SegParams assign to "SegmentParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PrevSeg assign to "CustSegment"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select NewSeg assign to "CustSegmentWork"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SegRpt assign to "SegmentReport"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SegMoves assign to "SegmentMoves"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SegExtract assign to "SegmentExtract"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Sort-Record - one history row, live or archived, up to the
      * run period, in customer then period order for the match
      * against the master.
           SD  SortFile.
               01  Sort-Record.
                   05  Sort_Customer_Number        PIC 9(6).
                   05  Sort_Period                 PIC X(6).
                   05  Sort_Sequence               PIC 9(4).
                   05  Sort_Trans_Type             PIC X(1).
                   05  Sort_Office_Code            PIC X(4).
                   05  Sort_Amount                 PIC 9(9)V9(2).

           FD  SegSorted
               Record Contains 32 Characters.
               01  Seg_Sorted_Record.
                   05  SS_Customer_Number          PIC 9(6).
                   05  SS_Period                   PIC X(6).
                   05  SS_Sequence                 PIC 9(4).
                   05  SS_Trans_Type               PIC X(1).
                   05  SS_Office_Code              PIC X(4).
                   05  SS_Amount                   PIC 9(9)V9(2).

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

           FD  ArchIndex
               Record Contains 4 Characters.
               01  Index_Record.
                   05  IX_Year                     PIC 9(4).

           FD  HistArchIn
               Record Contains 101 Characters.
               01  Arch_History_Record.
                   05  AH_Customer_Number          PIC 9(6).
                   05  AH_Period                   PIC X(6).
                   05  AH_Sequence                 PIC 9(4).
                   05  AH_Amount_Trans             PIC 9(7)V9(2).
                   05  AH_Trans_Type               PIC X(1).
                   05  AH_Currency_Code            PIC X(3).
                   05  AH_Day_Trans                PIC X(2).
                   05  AH_Entered_By               PIC X(8).
                   05  AH_Reason_Code              PIC X(4).
                   05  AH_Tax_Juris                PIC X(4).
                   05  AH_Tax_Amount               PIC 9(4)V9(2).
                   05  AH_Office_Code              PIC X(4).
                   05  AH_Approved_By              PIC X(8).
                   05  AH_Product_Code             PIC X(4).
                   05  AH_Sales_Rep                PIC X(4).
                   05  AH_Invoice_Number           PIC 9(8).
                   05  AH_Due_Date                 PIC 9(8).
                   05  AH_Trans_Id                 PIC X(12).

           FD  CurrRates
               Record Contains 14 Characters.
               01  Currency_Rate_Record.
                   05  CR_Currency_Code            PIC X(3).
                   05  CR_Effective_Period         PIC X(6).
                   05  CR_Conversion_Rate          PIC 9(1)V9(4).

      * Segment_Param_Record - a sale within SP_Recent_Months is
      * recent; recent customers with SP_Champ_Freq sales and
      * SP_Champ_Spend net spend are champions, the rest loyal.
      * Past SP_Lapse_Months (or never a sale) is lost; between
      * the two, SP_At_Risk_Freq sales in the window marks a
      * regular slipping away (at risk), fewer a lapsing one.
           FD  SegParams
               Record Contains 19 Characters.
               01  Segment_Param_Record.
                   05  SP_Recent_Months            PIC 9(2).
                   05  SP_Lapse_Months             PIC 9(2).
                   05  SP_Champ_Freq               PIC 9(3).
                   05  SP_Champ_Spend              PIC 9(7)V9(2).
                   05  SP_At_Risk_Freq             PIC 9(3).

      * Customer_Segment_Record - each customer's segment as of
      * the last run, in customer order; rewritten every run.
           FD  PrevSeg
               Record Contains 20 Characters.
               01  Prev_Segment_Record.
                   05  PS_Customer_Number          PIC 9(6).
                   05  PS_Segment                  PIC X(8).
                   05  PS_Run_Period               PIC X(6).

           FD  NewSeg
               Record Contains 20 Characters.
               01  New_Segment_Record.
                   05  NS_Customer_Number          PIC 9(6).
                   05  NS_Segment                  PIC X(8).
                   05  NS_Run_Period               PIC X(6).

           FD  SegRpt
               Record Contains 132 Characters.
               01  Seg_Buffer                      PIC X(132).

           FD  SegMoves
               Record Contains 132 Characters.
               01  Moves_Buffer                    PIC X(132).

           FD  SegExtract
               Record Contains 132 Characters.
               01  Extract_Buffer                  PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  WS_Command_Line                 PIC X(80).
               01  WS_Hist_Archive_Name            PIC X(40).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_Run_Period                   PIC X(6).
               01  WS_Run_Period_N REDEFINES WS_Run_Period.
                   05  WS_Run_Year                 PIC 9(4).
                   05  WS_Run_Month                PIC 9(2).
               01  WS_Window_Start                 PIC X(6).
               01  WS_Window_Start_N REDEFINES WS_Window_Start.
                   05  WS_Window_Year              PIC 9(4).
                   05  WS_Window_Month             PIC 9(2).
               01  WS_Run_Months                   PIC 9(6).
               01  WS_Sale_Months                  PIC 9(6).

               01  WS_Recent_Months                PIC 9(2) value 3.
               01  WS_Lapse_Months                 PIC 9(2) value 9.
               01  WS_Champ_Freq                   PIC 9(3) value 6.
               01  WS_Champ_Spend                  PIC 9(7)V9(2)
                       value 10000.00.
               01  WS_At_Risk_Freq                 PIC 9(3) value 3.

               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Index_EOF_Sw                    PIC X(1).
                   88  No_More_Index_Years           value 'Y'.
                   88  More_Index_Years              value 'N'.
               01  Arch_EOF_Sw                     PIC X(1).
                   88  No_More_Arch_Hist             value 'Y'.
                   88  More_Arch_Hist                value 'N'.
               01  Master_EOF_Sw                   PIC X(1).
                   88  No_More_Masters               value 'Y'.
                   88  More_Masters                  value 'N'.

               01  WS_Row_Count                    PIC 9(8) value zero.
               01  WS_Conversion_Rate              PIC 9(1)V9(4).
               01  WS_Converted_Amount             PIC 9(9)V9(2).
               01  WS_Rate_Best_Period             PIC X(6).
               01  WS_Rate_Currency                PIC X(3).
               01  WS_Rate_Period                  PIC X(6).
               01  Currency_Table_Entries          PIC 9(3) value zero.
               01  Currency_Rate_Table.
                   05  Currency_Table OCCURS 200 TIMES.
                       10  CT_Currency_Code        PIC X(3).
                       10  CT_Effective_Period     PIC X(6).
                       10  CT_Conversion_Rate      PIC 9(1)V9(4).
               01  WS_Currency_Idx                 PIC 9(3).

      * Match keys - set to all nines past end of file so the
      * master drives the match to the end.
               01  WS_Sorted_Key                   PIC 9(7).
               01  WS_Prev_Key                     PIC 9(7).
               01  WS_Master_Key                   PIC 9(7).

      * One customer's scores, built from its sorted rows.
               01  WS_Cust_Last_Sale               PIC X(6).
               01  WS_Cust_Last_Sale_N REDEFINES WS_Cust_Last_Sale.
                   05  WS_Last_Sale_Year           PIC 9(4).
                   05  WS_Last_Sale_Month          PIC 9(2).
               01  WS_Cust_Office                  PIC X(4).
               01  WS_Cust_Frequency               PIC 9(5).
               01  WS_Cust_Spend                   PIC S9(9)V9(2).
               01  WS_Cust_Recency                 PIC 9(3).
               01  WS_Cust_Segment                 PIC X(8).
               01  WS_Cust_Seg_Idx                 PIC 9(1).
               01  WS_Cust_Prev_Segment            PIC X(8).

               01  Segment_Names.
                   05              PIC X(8)    value 'CHAMPION'.
                   05              PIC X(8)    value 'LOYAL   '.
                   05              PIC X(8)    value 'AT RISK '.
                   05              PIC X(8)    value 'LAPSING '.
                   05              PIC X(8)    value 'LOST    '.
               01  Segment_Name_Table REDEFINES Segment_Names.
                   05  SEG_Name OCCURS 5 TIMES PIC X(8).
               01  WS_Seg_Idx                      PIC 9(1).

      * Office_Segment_Table - customers and net spend per segment
      * for each office, bubble-sorted on office for the report.
               01  Office_Count                    PIC 9(3) value zero.
               01  Office_Segment_Table.
                   05  Office_Entry OCCURS 100 TIMES.
                       10  OST_Office              PIC X(4).
                       10  OST_Segment OCCURS 5 TIMES.
                           15  OST_Count           PIC 9(6).
                           15  OST_Spend           PIC S9(11)V9(2).
               01  WS_OST_Idx                      PIC 9(3).
               01  WS_OST_Match_Idx                PIC 9(3).
               01  WS_OST_Temp                     PIC X(99).
               01  WS_Sort_Outer                   PIC 9(3).
               01  WS_Sort_Inner                   PIC 9(3).
               01  Entry_Sw                        PIC X(1).
                   88  Entry_Present                 value 'Y'.
                   88  Entry_Missing                 value 'N'.

               01  Run_Totals.
                   05  RT_Segment OCCURS 5 TIMES.
                       10  RT_Count                PIC 9(6).
                       10  RT_Spend                PIC S9(11)V9(2).
               01  WS_Office_Count_Total           PIC 9(6).
               01  WS_Office_Spend_Total           PIC S9(11)V9(2).
               01  WS_Customer_Count               PIC 9(6) value zero.
               01  WS_Moved_Count                  PIC 9(6) value zero.

               01  WS_Extract_Recency              PIC ZZ9.
               01  WS_Extract_Frequency            PIC ZZZZ9.
               01  WS_Extract_Spend                PIC -(9)9.99.

               01  SegHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(31)
                           value 'Customer Segmentation  Window '.
                   05  Seg_Head_From           PIC X(6).
                   05              PIC X(4)    value ' to '.
                   05  Seg_Head_To             PIC X(6).
               01  SegColumns.
                   05              PIC X(4)    value spaces.
                   05              PIC X(42) value
                       'Office  Segment     Customers    Net Spend'.
               01  SegDetail.
                   05              PIC X(4)    value spaces.
                   05  Seg_Office              PIC X(6).
                   05              PIC X(2)    value spaces.
                   05  Seg_Segment             PIC X(8).
                   05              PIC X(4)    value spaces.
                   05  Seg_Count               PIC ZZZ,ZZ9.
                   05              PIC X(1)    value spaces.
                   05  Seg_Spend               PIC ---,---,--9.99.
               01  SegTotalLine.
                   05              PIC X(12)   value spaces.
                   05  Seg_Total_Label         PIC X(12).
                   05  Seg_Total_Count         PIC ZZZ,ZZ9.
                   05              PIC X(1)    value spaces.
                   05  Seg_Total_Spend         PIC ---,---,--9.99.
               01  MovesHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(34)
                           value 'Customers Changing Segment  Run '.
                   05  Moves_Head_Period       PIC X(6).
                   05              PIC X(14)   value '  Last run '.
                   05  Moves_Head_Last         PIC X(6).
               01  MovesColumns.
                   05              PIC X(4)    value spaces.
                   05              PIC X(48) value
                       'Customer  Name                  Office  From'.
                   05              PIC X(36) value
                       '      To        Recency Freq'.
               01  MovesDetail.
                   05              PIC X(4)    value spaces.
                   05  Move_Customer           PIC 9(6).
                   05              PIC X(4)    value spaces.
                   05  Move_Name               PIC X(20).
                   05              PIC X(2)    value spaces.
                   05  Move_Office             PIC X(4).
                   05              PIC X(4)    value spaces.
                   05  Move_From               PIC X(8).
                   05              PIC X(2)    value spaces.
                   05  Move_To                 PIC X(8).
                   05              PIC X(2)    value spaces.
                   05  Move_Recency            PIC ZZ9.
                   05              PIC X(3)    value spaces.
                   05  Move_Frequency          PIC ZZZZ9.
               01  MovesCountLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(20)
                           value 'Customers moved:    '.
                   05  Moves_Count             PIC ZZZ,ZZ9.
               01  WS_Last_Run_Period              PIC X(6)
                       value spaces.
               01  Prev_Segment_Sw                 PIC X(1).
                   88  Prev_Segments_Open            value 'Y'.
                   88  No_Prev_Segments              value 'N'.

       Procedure Division.

           0000-Mainline.
               CALL "RunTiming" USING BY CONTENT 'S' 'SEGMENTATION'
               PERFORM 1000-Initialize
               PERFORM 1100-Read-Segment-Params
               PERFORM 1200-Load-Currency-Rates
               SORT SortFile
                   ON ASCENDING KEY Sort_Customer_Number Sort_Period
                       Sort_Sequence
                   INPUT PROCEDURE IS 2000-Release-History-Rows
                   GIVING SegSorted
               PERFORM 3000-Score-Customers
               PERFORM 4000-Write-Segment-Report
               PERFORM 5000-Replace-Segment-File
               CALL "RunTiming" USING BY CONTENT 'E' 'SEGMENTATION'
               DISPLAY "Segmentation: " WS_Customer_Count
                   " customers scored for " WS_Run_Period ", "
                   WS_Moved_Count " moved segment."
               STOP RUN.

      * 1000-Initialize - the window is the twelve months ending
      * with the run period.
           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:6) EQUAL SPACES
                   MOVE WS_Current_Year TO WS_Run_Year
                   MOVE WS_Current_Month TO WS_Run_Month
               ELSE
                   MOVE WS_Command_Line (1:6) TO WS_Run_Period
                   IF WS_Run_Period NOT NUMERIC OR
                       WS_Run_Month < 1 OR WS_Run_Month > 12
                       DISPLAY "Segmentation: period must be YYYYMM."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               COMPUTE WS_Run_Months = WS_Run_Year * 12 + WS_Run_Month
               MOVE WS_Run_Year TO WS_Window_Year
               MOVE WS_Run_Month TO WS_Window_Month
               IF WS_Window_Month EQUAL 12
                   MOVE 1 TO WS_Window_Month
               ELSE
                   SUBTRACT 1 FROM WS_Window_Year
                   ADD 1 TO WS_Window_Month
               END-IF
               MOVE ZERO TO Office_Count
               PERFORM 1010-Clear-Run-Total
                   VARYING WS_Seg_Idx FROM 1 BY 1
                   UNTIL WS_Seg_Idx > 5.

           1010-Clear-Run-Total.
               MOVE ZERO TO RT_Count (WS_Seg_Idx)
               MOVE ZERO TO RT_Spend (WS_Seg_Idx).

           1100-Read-Segment-Params.
               OPEN INPUT SegParams
               IF File_Status EQUAL '00'
                   READ SegParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE SP_Recent_Months TO WS_Recent_Months
                           MOVE SP_Lapse_Months TO WS_Lapse_Months
                           MOVE SP_Champ_Freq TO WS_Champ_Freq
                           MOVE SP_Champ_Spend TO WS_Champ_Spend
                           MOVE SP_At_Risk_Freq TO WS_At_Risk_Freq
                   END-READ
                   CLOSE SegParams
               END-IF.

           1200-Load-Currency-Rates.
               MOVE ZERO TO Currency_Table_Entries
               OPEN INPUT CurrRates
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Rate
                       UNTIL No_More_Input
                   CLOSE CurrRates
               END-IF.

           1210-Read-One-Rate.
               READ CurrRates
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Currency_Table_Entries < 200
                       ADD 1 TO Currency_Table_Entries
                       MOVE CR_Currency_Code TO
                           CT_Currency_Code (Currency_Table_Entries)
                       MOVE CR_Effective_Period TO
                           CT_Effective_Period (Currency_Table_Entries)
                       MOVE CR_Conversion_Rate TO
                           CT_Conversion_Rate (Currency_Table_Entries)
                   END-IF
               END-IF.

      * 2000-Release-History-Rows - every live row up to the run
      * period (the latest row of any age gives the office and the
      * last sale), then the archived years from the window's
      * first year on.
           2000-Release-History-Rows.
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SET More_History TO TRUE
               MOVE ZERO TO CH_Customer_Number
               MOVE LOW-VALUES TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 2100-Release-One-History-Row
                   UNTIL No_More_History
               CLOSE CustHist
               OPEN INPUT ArchIndex
               IF File_Status EQUAL '00'
                   SET More_Index_Years TO TRUE
                   PERFORM 2200-Release-One-Archived-Year
                       UNTIL No_More_Index_Years
                   CLOSE ArchIndex
               END-IF.

           2100-Release-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Period NOT > WS_Run_Period
                       MOVE CH_Currency_Code TO WS_Rate_Currency
                       MOVE CH_Period TO WS_Rate_Period
                       PERFORM 2300-Lookup-Currency-Rate
                       COMPUTE WS_Converted_Amount ROUNDED =
                           CH_Amount_Trans * WS_Conversion_Rate
                       MOVE CH_Customer_Number TO Sort_Customer_Number
                       MOVE CH_Period TO Sort_Period
                       MOVE CH_Sequence TO Sort_Sequence
                       MOVE CH_Trans_Type TO Sort_Trans_Type
                       MOVE CH_Office_Code TO Sort_Office_Code
                       MOVE WS_Converted_Amount TO Sort_Amount
                       ADD 1 TO WS_Row_Count
                       RELEASE Sort-Record
                   END-IF
               END-IF.

           2200-Release-One-Archived-Year.
               READ ArchIndex
                   AT END SET No_More_Index_Years TO TRUE
               END-READ
               IF NOT No_More_Index_Years
                   IF IX_Year NOT < WS_Window_Year AND
                       IX_Year NOT > WS_Run_Year
                       MOVE SPACES TO WS_Hist_Archive_Name
                       STRING 'HistoryArchive.' DELIMITED BY SIZE
                               IX_Year DELIMITED BY SIZE
                           INTO WS_Hist_Archive_Name
                       OPEN INPUT HistArchIn
                       IF File_Status EQUAL '00'
                           SET More_Arch_Hist TO TRUE
                           PERFORM 2210-Release-One-Archived-Row
                               UNTIL No_More_Arch_Hist
                           CLOSE HistArchIn
                       END-IF
                   END-IF
               END-IF.

           2210-Release-One-Archived-Row.
               READ HistArchIn
                   AT END SET No_More_Arch_Hist TO TRUE
               END-READ
               IF NOT No_More_Arch_Hist
                   IF AH_Period NOT > WS_Run_Period
                       MOVE AH_Currency_Code TO WS_Rate_Currency
                       MOVE AH_Period TO WS_Rate_Period
                       PERFORM 2300-Lookup-Currency-Rate
                       COMPUTE WS_Converted_Amount ROUNDED =
                           AH_Amount_Trans * WS_Conversion_Rate
                       MOVE AH_Customer_Number TO Sort_Customer_Number
                       MOVE AH_Period TO Sort_Period
                       MOVE AH_Sequence TO Sort_Sequence
                       MOVE AH_Trans_Type TO Sort_Trans_Type
                       MOVE AH_Office_Code TO Sort_Office_Code
                       MOVE WS_Converted_Amount TO Sort_Amount
                       ADD 1 TO WS_Row_Count
                       RELEASE Sort-Record
                   END-IF
               END-IF.

           2300-Lookup-Currency-Rate.
               MOVE ZEROES TO WS_Rate_Best_Period
               MOVE 1.0000 TO WS_Conversion_Rate
               PERFORM 2310-Check-Currency-Entry
                   VARYING WS_Currency_Idx FROM 1 BY 1
                   UNTIL WS_Currency_Idx > Currency_Table_Entries.

           2310-Check-Currency-Entry.
               IF CT_Currency_Code (WS_Currency_Idx) EQUAL
                   WS_Rate_Currency AND
                   CT_Effective_Period (WS_Currency_Idx) NOT GREATER
                       THAN WS_Rate_Period AND
                   CT_Effective_Period (WS_Currency_Idx) NOT LESS
                       THAN WS_Rate_Best_Period
                   MOVE CT_Effective_Period (WS_Currency_Idx)
                       TO WS_Rate_Best_Period
                   MOVE CT_Conversion_Rate (WS_Currency_Idx)
                       TO WS_Conversion_Rate
               END-IF.

      * 3000-Score-Customers - the master in customer order drives
      * a match against the sorted rows and last run's segments;
      * rows for a number no longer on the master are passed by.
           3000-Score-Customers.
               OPEN INPUT SegSorted
                   CALL "Validations" USING File_Status
                       BY CONTENT "SegSorted" "OPEN INPUT"
               OPEN INPUT PrevSeg
               IF File_Status EQUAL '00'
                   SET Prev_Segments_Open TO TRUE
                   PERFORM 3010-Read-Prev-Segment
               ELSE
                   SET No_Prev_Segments TO TRUE
                   MOVE 9999999 TO WS_Prev_Key
               END-IF
               OPEN OUTPUT NewSeg
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustSegmentWork" "OPEN OUTPUT"
               OPEN OUTPUT SegMoves
                   CALL "Validations" USING File_Status
                       BY CONTENT "SegmentMoves" "OPEN OUTPUT"
               OPEN OUTPUT SegExtract
                   CALL "Validations" USING File_Status
                       BY CONTENT "SegmentExtract" "OPEN OUTPUT"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               MOVE WS_Run_Period TO Moves_Head_Period
               MOVE WS_Last_Run_Period TO Moves_Head_Last
               WRITE Moves_Buffer FROM MovesHeading
               WRITE Moves_Buffer FROM MovesColumns
                   AFTER ADVANCING 2 LINES
               PERFORM 3020-Read-Sorted-Row
               SET More_Masters TO TRUE
               MOVE ZERO TO CM_Customer_Number
               START CustMstr KEY IS NOT LESS THAN CM_Customer_Number
                   INVALID KEY SET No_More_Masters TO TRUE
               END-START
               PERFORM 3100-Score-One-Customer
                   UNTIL No_More_Masters
               MOVE WS_Moved_Count TO Moves_Count
               WRITE Moves_Buffer FROM MovesCountLine
                   AFTER ADVANCING 2 LINES
               CLOSE CustMstr
               CLOSE SegExtract
               CLOSE SegMoves
               CLOSE NewSeg
               IF Prev_Segments_Open
                   CLOSE PrevSeg
               END-IF
               CLOSE SegSorted.

           3010-Read-Prev-Segment.
               READ PrevSeg
                   AT END MOVE 9999999 TO WS_Prev_Key
                   NOT AT END
                       MOVE PS_Customer_Number TO WS_Prev_Key
                       MOVE PS_Run_Period TO WS_Last_Run_Period
               END-READ.

           3020-Read-Sorted-Row.
               READ SegSorted
                   AT END MOVE 9999999 TO WS_Sorted_Key
                   NOT AT END MOVE SS_Customer_Number TO WS_Sorted_Key
               END-READ.

           3100-Score-One-Customer.
               READ CustMstr NEXT RECORD
                   AT END SET No_More_Masters TO TRUE
               END-READ
               IF NOT No_More_Masters
                   MOVE CM_Customer_Number TO WS_Master_Key
                   ADD 1 TO WS_Customer_Count
                   MOVE ZEROES TO WS_Cust_Last_Sale
                   MOVE SPACES TO WS_Cust_Office
                   MOVE ZERO TO WS_Cust_Frequency
                   MOVE ZERO TO WS_Cust_Spend
                   PERFORM 3020-Read-Sorted-Row
                       UNTIL WS_Sorted_Key NOT < WS_Master_Key
                   PERFORM 3200-Take-One-Row
                       UNTIL WS_Sorted_Key NOT EQUAL WS_Master_Key
                   MOVE SPACES TO WS_Cust_Prev_Segment
                   PERFORM 3010-Read-Prev-Segment
                       UNTIL WS_Prev_Key NOT < WS_Master_Key
                   IF WS_Prev_Key EQUAL WS_Master_Key
                       MOVE PS_Segment TO WS_Cust_Prev_Segment
                   END-IF
                   PERFORM 3300-Assign-Segment
                   PERFORM 3400-Add-Office-Totals
                   IF WS_Cust_Prev_Segment NOT EQUAL SPACES AND
                       WS_Cust_Prev_Segment NOT EQUAL WS_Cust_Segment
                       PERFORM 3500-Write-Move-Line
                   END-IF
                   PERFORM 3600-Write-Extract-Row
                   MOVE CM_Customer_Number TO NS_Customer_Number
                   MOVE WS_Cust_Segment TO NS_Segment
                   MOVE WS_Run_Period TO NS_Run_Period
                   WRITE New_Segment_Record
               END-IF.

      * 3200-Take-One-Row - the latest row sets the office; sales
      * in the window count and add, returns in the window take
      * back; the last sale of any age sets recency.
           3200-Take-One-Row.
               IF SS_Office_Code NOT EQUAL SPACES
                   MOVE SS_Office_Code TO WS_Cust_Office
               END-IF
               IF SS_Trans_Type EQUAL 'S'
                   MOVE SS_Period TO WS_Cust_Last_Sale
               END-IF
               IF SS_Period NOT < WS_Window_Start
                   IF SS_Trans_Type EQUAL 'S'
                       ADD 1 TO WS_Cust_Frequency
                       ADD SS_Amount TO WS_Cust_Spend
                   END-IF
                   IF SS_Trans_Type EQUAL 'R'
                       SUBTRACT SS_Amount FROM WS_Cust_Spend
                   END-IF
               END-IF
               PERFORM 3020-Read-Sorted-Row.

           3300-Assign-Segment.
               IF WS_Cust_Last_Sale EQUAL ZEROES
                   MOVE 999 TO WS_Cust_Recency
               ELSE
                   COMPUTE WS_Sale_Months =
                       WS_Last_Sale_Year * 12 + WS_Last_Sale_Month
                   COMPUTE WS_Cust_Recency =
                       WS_Run_Months - WS_Sale_Months
               END-IF
               EVALUATE TRUE
                   WHEN WS_Cust_Recency > WS_Lapse_Months
                       MOVE 5 TO WS_Cust_Seg_Idx
                   WHEN WS_Cust_Recency NOT > WS_Recent_Months AND
                       WS_Cust_Frequency NOT < WS_Champ_Freq AND
                       WS_Cust_Spend NOT < WS_Champ_Spend
                       MOVE 1 TO WS_Cust_Seg_Idx
                   WHEN WS_Cust_Recency NOT > WS_Recent_Months
                       MOVE 2 TO WS_Cust_Seg_Idx
                   WHEN WS_Cust_Frequency NOT < WS_At_Risk_Freq
                       MOVE 3 TO WS_Cust_Seg_Idx
                   WHEN OTHER
                       MOVE 4 TO WS_Cust_Seg_Idx
               END-EVALUATE
               MOVE SEG_Name (WS_Cust_Seg_Idx) TO WS_Cust_Segment.

           3400-Add-Office-Totals.
               IF WS_Cust_Office EQUAL SPACES
                   MOVE '(no)' TO WS_Cust_Office
               END-IF
               SET Entry_Missing TO TRUE
               PERFORM 3410-Match-One-Office
                   VARYING WS_OST_Idx FROM 1 BY 1
                   UNTIL WS_OST_Idx > Office_Count
                       OR Entry_Present
               IF Entry_Missing
                   IF Office_Count < 100
                       ADD 1 TO Office_Count
                       MOVE Office_Count TO WS_OST_Match_Idx
                       MOVE WS_Cust_Office
                           TO OST_Office (WS_OST_Match_Idx)
                       PERFORM 3420-Clear-Office-Segment
                           VARYING WS_Seg_Idx FROM 1 BY 1
                           UNTIL WS_Seg_Idx > 5
                       SET Entry_Present TO TRUE
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Office_Segment_Table"
                               "TABLE FULL"
                   END-IF
               END-IF
               IF Entry_Present
                   ADD 1 TO OST_Count (WS_OST_Match_Idx,
                       WS_Cust_Seg_Idx)
                   ADD WS_Cust_Spend TO OST_Spend (WS_OST_Match_Idx,
                       WS_Cust_Seg_Idx)
               END-IF
               ADD 1 TO RT_Count (WS_Cust_Seg_Idx)
               ADD WS_Cust_Spend TO RT_Spend (WS_Cust_Seg_Idx).

           3410-Match-One-Office.
               IF OST_Office (WS_OST_Idx) EQUAL WS_Cust_Office
                   SET Entry_Present TO TRUE
                   MOVE WS_OST_Idx TO WS_OST_Match_Idx
               END-IF.

           3420-Clear-Office-Segment.
               MOVE ZERO TO OST_Count (WS_OST_Match_Idx, WS_Seg_Idx)
               MOVE ZERO TO OST_Spend (WS_OST_Match_Idx, WS_Seg_Idx).

           3500-Write-Move-Line.
               ADD 1 TO WS_Moved_Count
               MOVE CM_Customer_Number TO Move_Customer
               MOVE CM_Last_Name TO Move_Name
               MOVE WS_Cust_Office TO Move_Office
               MOVE WS_Cust_Prev_Segment TO Move_From
               MOVE WS_Cust_Segment TO Move_To
               MOVE WS_Cust_Recency TO Move_Recency
               MOVE WS_Cust_Frequency TO Move_Frequency
               WRITE Moves_Buffer FROM MovesDetail
                   AFTER ADVANCING 1 LINES.

      * 3600-Write-Extract-Row - customer, names, office, segment,
      * recency months, sales count, net spend, last segment.
           3600-Write-Extract-Row.
               MOVE WS_Cust_Recency TO WS_Extract_Recency
               MOVE WS_Cust_Frequency TO WS_Extract_Frequency
               MOVE WS_Cust_Spend TO WS_Extract_Spend
               MOVE SPACES TO Extract_Buffer
               STRING CM_Customer_Number DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   CM_Last_Name DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   CM_First_Name DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS_Cust_Office DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS_Cust_Segment DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS_Extract_Recency DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS_Extract_Frequency DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS_Extract_Spend DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS_Cust_Prev_Segment DELIMITED BY SIZE
                   INTO Extract_Buffer
               END-STRING
               WRITE Extract_Buffer.

           4000-Write-Segment-Report.
               PERFORM 4100-Sort-Office-Pass
                   VARYING WS_Sort_Outer FROM 1 BY 1
                   UNTIL WS_Sort_Outer >= Office_Count
               OPEN OUTPUT SegRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "SegmentReport" "OPEN OUTPUT"
               MOVE WS_Window_Start TO Seg_Head_From
               MOVE WS_Run_Period TO Seg_Head_To
               WRITE Seg_Buffer FROM SegHeading
               WRITE Seg_Buffer FROM SegColumns
                   AFTER ADVANCING 2 LINES
               PERFORM 4200-Write-One-Office
                   VARYING WS_OST_Idx FROM 1 BY 1
                   UNTIL WS_OST_Idx > Office_Count
               MOVE 'All offices' TO Seg_Office
               MOVE ZERO TO WS_Office_Count_Total
               MOVE ZERO TO WS_Office_Spend_Total
               PERFORM 4300-Write-Run-Segment
                   VARYING WS_Seg_Idx FROM 1 BY 1
                   UNTIL WS_Seg_Idx > 5
               MOVE 'Customers' TO Seg_Total_Label
               MOVE WS_Office_Count_Total TO Seg_Total_Count
               MOVE WS_Office_Spend_Total TO Seg_Total_Spend
               WRITE Seg_Buffer FROM SegTotalLine
                   AFTER ADVANCING 1 LINES
               CLOSE SegRpt.

           4100-Sort-Office-Pass.
               PERFORM 4110-Sort-Office-Compare
                   VARYING WS_Sort_Inner FROM 1 BY 1
                   UNTIL WS_Sort_Inner > Office_Count - WS_Sort_Outer.

           4110-Sort-Office-Compare.
               IF OST_Office (WS_Sort_Inner) >
                   OST_Office (WS_Sort_Inner + 1)
                   MOVE Office_Entry (WS_Sort_Inner) TO WS_OST_Temp
                   MOVE Office_Entry (WS_Sort_Inner + 1)
                       TO Office_Entry (WS_Sort_Inner)
                   MOVE WS_OST_Temp TO Office_Entry (WS_Sort_Inner + 1)
               END-IF.

           4200-Write-One-Office.
               MOVE ZERO TO WS_Office_Count_Total
               MOVE ZERO TO WS_Office_Spend_Total
               MOVE OST_Office (WS_OST_Idx) TO Seg_Office
               PERFORM 4210-Write-Office-Segment
                   VARYING WS_Seg_Idx FROM 1 BY 1
                   UNTIL WS_Seg_Idx > 5
               MOVE 'Office total' TO Seg_Total_Label
               MOVE WS_Office_Count_Total TO Seg_Total_Count
               MOVE WS_Office_Spend_Total TO Seg_Total_Spend
               WRITE Seg_Buffer FROM SegTotalLine
                   AFTER ADVANCING 1 LINES
               MOVE SPACES TO Seg_Buffer
               WRITE Seg_Buffer.

           4210-Write-Office-Segment.
               MOVE SEG_Name (WS_Seg_Idx) TO Seg_Segment
               MOVE OST_Count (WS_OST_Idx, WS_Seg_Idx) TO Seg_Count
               MOVE OST_Spend (WS_OST_Idx, WS_Seg_Idx) TO Seg_Spend
               ADD OST_Count (WS_OST_Idx, WS_Seg_Idx)
                   TO WS_Office_Count_Total
               ADD OST_Spend (WS_OST_Idx, WS_Seg_Idx)
                   TO WS_Office_Spend_Total
               WRITE Seg_Buffer FROM SegDetail
                   AFTER ADVANCING 1 LINES
               MOVE SPACES TO Seg_Office.

           4300-Write-Run-Segment.
               MOVE SEG_Name (WS_Seg_Idx) TO Seg_Segment
               MOVE RT_Count (WS_Seg_Idx) TO Seg_Count
               MOVE RT_Spend (WS_Seg_Idx) TO Seg_Spend
               ADD RT_Count (WS_Seg_Idx) TO WS_Office_Count_Total
               ADD RT_Spend (WS_Seg_Idx) TO WS_Office_Spend_Total
               WRITE Seg_Buffer FROM SegDetail
                   AFTER ADVANCING 1 LINES
               MOVE SPACES TO Seg_Office.

      * 5000-Replace-Segment-File - this run's segments become the
      * ones the next run compares against.
           5000-Replace-Segment-File.
               CALL "CBL_DELETE_FILE" USING "CustSegment"
               CALL "CBL_RENAME_FILE" USING "CustSegmentWork"
                   "CustSegment".

       End Program Segmentation.
