       Identification Division.
           Program-ID. CommissionRun.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Monthly sales commission run - reads the
      *                   CH_Sales_Rep now carried on every posted
      *                   CustomerHistory row and prints one
      *                   commission statement per rep for the
      *                   month (YYYYMM on the command line, the
      *                   month just closed when blank): each sale
      *                   and return listed at its period's
      *                   conversion rate, commission at the rep's
      *                   SalesRepMaster rate, and returns posted
      *                   in the month clawed back at the same
      *                   rate in the month they post.  Rows with
      *                   no rep list under (none) and earn
      *                   nothing.  Report: CommissionReport.
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81).
      *   2026-10-15  AD  Due date carried on the history layout
      *                   (history 81 to 89).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
      *   2026-10-15  AD  Amount and commission column headings
      *                   fit their field and sit over the columns.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select SortFile assign to "CommSortWork".

                   Select CommSorted assign to "CommSorted"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select SalesRepMast assign to "SalesRepMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CommRpt assign to "CommissionReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Sort-Record - one sale or return of the month, grouped by
      * rep then customer for the statements.
           SD  SortFile.
               01  Sort-Record.
                   05  Sort_Sales_Rep              PIC X(4).
                   05  Sort_Customer_Number        PIC 9(6).
                   05  Sort_Day_Trans              PIC X(2).
                   05  Sort_Sequence               PIC 9(4).
                   05  Sort_Trans_Type             PIC X(1).
                   05  Sort_Product_Code           PIC X(4).
                   05  Sort_Amount                 PIC 9(9)V9(2).

           FD  CommSorted
               Record Contains 32 Characters.
               01  Comm_Sorted_Record.
                   05  CS_Sales_Rep                PIC X(4).
                   05  CS_Customer_Number          PIC 9(6).
                   05  CS_Day_Trans                PIC X(2).
                   05  CS_Sequence                 PIC 9(4).
                   05  CS_Trans_Type               PIC X(1).
                   05  CS_Product_Code             PIC X(4).
                   05  CS_Amount                   PIC 9(9)V9(2).

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

           FD  SalesRepMast
               Record Contains 33 Characters.
               01  Sales_Rep_Record.
                   05  SR_Rep_Id                   PIC X(4).
                   05  SR_Name                     PIC X(20).
                   05  SR_Office                   PIC X(4).
                   05  SR_Commission_Rate          PIC 9(1)V9(4).

           FD  CurrRates
               Record Contains 14 Characters.
               01  Currency_Rate_Record.
                   05  CR_Currency_Code            PIC X(3).
                   05  CR_Effective_Period         PIC X(6).
                   05  CR_Conversion_Rate          PIC 9(1)V9(4).

           FD  CommRpt
               Record Contains 132 Characters.
               01  Comm_Buffer                     PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  WS_Command_Line                 PIC X(80).
               01  WS_Run_Period                   PIC X(6).
               01  WS_Run_Period_N REDEFINES WS_Run_Period.
                   05  WS_Run_Year                 PIC 9(4).
                   05  WS_Run_Month                PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  WS_Row_Count                    PIC 9(8) value zero.
               01  WS_Conversion_Rate              PIC 9(1)V9(4).
               01  WS_Converted_Amount             PIC 9(9)V9(2).
               01  WS_Rate_Best_Period             PIC X(6).
               01  Currency_Table_Entries          PIC 9(3) value zero.
               01  Currency_Rate_Table.
                   05  Currency_Table OCCURS 200 TIMES.
                       10  CT_Currency_Code        PIC X(3).
                       10  CT_Effective_Period     PIC X(6).
                       10  CT_Conversion_Rate      PIC 9(1)V9(4).
               01  WS_Currency_Idx                 PIC 9(3).

               01  Sales_Rep_Count                 PIC 9(3) value zero.
               01  Sales_Rep_Table.
                   05  Sales_Rep_Entry OCCURS 100 TIMES.
                       10  SRT_Rep_Id              PIC X(4).
                       10  SRT_Name                PIC X(20).
                       10  SRT_Office              PIC X(4).
                       10  SRT_Commission_Rate     PIC 9(1)V9(4).
               01  WS_Rep_Idx                      PIC 9(3).
               01  WS_Rep_Name                     PIC X(20).
               01  WS_Rep_Office                   PIC X(4).
               01  WS_Rep_Rate                     PIC 9(1)V9(4).

      * Rep totals - accumulated across one rep's rows and printed
      * at the control break; the run totals add up every rep.
               01  WS_Current_Rep                  PIC X(4).
               01  First_Rep_Sw                    PIC X(1) value 'Y'.
                   88  First_Rep                     value 'Y'.
                   88  Not_First_Rep                 value 'N'.
               01  WS_Line_Commission              PIC 9(7)V9(2).
               01  WS_Rep_Sales_Count              PIC 9(6).
               01  WS_Rep_Sales_Amount             PIC 9(9)V9(2).
               01  WS_Rep_Returns_Count            PIC 9(6).
               01  WS_Rep_Returns_Amount           PIC 9(9)V9(2).
               01  WS_Rep_Earned                   PIC 9(7)V9(2).
               01  WS_Rep_Clawback                 PIC 9(7)V9(2).
               01  WS_Rep_Net                      PIC S9(7)V9(2).
               01  WS_Run_Earned                   PIC 9(8)V9(2)
                       value zero.
               01  WS_Run_Clawback                 PIC 9(8)V9(2)
                       value zero.
               01  WS_Run_Net                      PIC S9(8)V9(2)
                       value zero.
               01  WS_Rep_Statements               PIC 9(4) value zero.

               01  CommHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(29)
                           value 'Sales Commission Statements  '.
                   05              PIC X(7)    value 'Period '.
                   05  Comm_Head_Period        PIC X(6).
               01  CommRepLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(5)    value 'Rep: '.
                   05  Comm_Rep_Id             PIC X(4).
                   05              PIC X(2)    value spaces.
                   05  Comm_Rep_Name           PIC X(20).
                   05              PIC X(9)    value '  Office '.
                   05  Comm_Rep_Office         PIC X(4).
                   05              PIC X(7)    value '  Rate '.
                   05  Comm_Rep_Rate           PIC 9.9999.
               01  CommColumns.
                   05              PIC X(4)    value spaces.
                   05              PIC X(30)
                           value 'Customer Day Seq  Type    Prod'.
                   05              PIC X(30)
                           value '          Amount    Commission'.
               01  CommDetail.
                   05              PIC X(4)    value spaces.
                   05  Comm_Customer           PIC 9(6).
                   05              PIC X(3)    value spaces.
                   05  Comm_Day                PIC X(2).
                   05              PIC X(2)    value spaces.
                   05  Comm_Sequence           PIC 9(4).
                   05              PIC X(1)    value spaces.
                   05  Comm_Type               PIC X(7).
                   05              PIC X(1)    value spaces.
                   05  Comm_Product            PIC X(4).
                   05              PIC X(2)    value spaces.
                   05  Comm_Amount             PIC ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Comm_Commission         PIC Z,ZZZ,ZZ9.99-.
               01  CommRepTotals.
                   05              PIC X(4)    value spaces.
                   05              PIC X(7)    value 'Sales '.
                   05  Comm_Sales_Count        PIC ZZZZ9.
                   05              PIC X(1)    value '/'.
                   05  Comm_Sales_Amount       PIC ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(10)   value '  Returns '.
                   05  Comm_Returns_Count      PIC ZZZZ9.
                   05              PIC X(1)    value '/'.
                   05  Comm_Returns_Amount     PIC ZZZ,ZZZ,ZZ9.99.
               01  CommRepNet.
                   05              PIC X(4)    value spaces.
                   05              PIC X(8)    value 'Earned '.
                   05  Comm_Earned             PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(12)   value '  Clawback '.
                   05  Comm_Clawback           PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(17)
                           value '  Net commission '.
                   05  Comm_Net                PIC Z,ZZZ,ZZ9.99-.
               01  CommRunTotals.
                   05              PIC X(2)    value spaces.
                   05              PIC X(12)   value 'Run totals: '.
                   05  Comm_Run_Statements     PIC ZZZ9.
                   05              PIC X(14)   value ' reps  Earned '.
                   05  Comm_Run_Earned         PIC ZZ,ZZZ,ZZ9.99.
                   05              PIC X(11)   value '  Clawback '.
                   05  Comm_Run_Clawback       PIC ZZ,ZZZ,ZZ9.99.
                   05              PIC X(6)    value '  Net '.
                   05  Comm_Run_Net            PIC ZZ,ZZZ,ZZ9.99-.

       Procedure Division.

           0000-Mainline.
               CALL "RunTiming" USING BY CONTENT 'S' 'COMMISSION  '
               PERFORM 1000-Initialize
               PERFORM 1100-Load-Sales-Rep-Master
               PERFORM 1200-Load-Currency-Rates
               SORT SortFile
                   ON ASCENDING KEY Sort_Sales_Rep Sort_Customer_Number
                       Sort_Day_Trans Sort_Sequence
                   INPUT PROCEDURE IS 2000-Release-Month-Rows
                   GIVING CommSorted
               PERFORM 3000-Write-Statements
               CALL "RunTiming" USING BY CONTENT 'E' 'COMMISSION  '
               DISPLAY "CommissionRun: " WS_Row_Count
                   " rows for period " WS_Run_Period ", "
                   WS_Rep_Statements " rep statements."
               STOP RUN.

      * 1000-Initialize - the period comes off the command line as
      * YYYYMM; left blank it defaults to the month just closed,
      * the normal month-end run.
           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:6) EQUAL SPACES
                   MOVE WS_Current_Year TO WS_Run_Year
                   MOVE WS_Current_Month TO WS_Run_Month
                   IF WS_Run_Month EQUAL 1
                       MOVE 12 TO WS_Run_Month
                       SUBTRACT 1 FROM WS_Run_Year
                   ELSE
                       SUBTRACT 1 FROM WS_Run_Month
                   END-IF
               ELSE
                   MOVE WS_Command_Line (1:6) TO WS_Run_Period
                   IF WS_Run_Period NOT NUMERIC OR
                       WS_Run_Month < 1 OR WS_Run_Month > 12
                       DISPLAY "CommissionRun: period must be YYYYMM."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           1100-Load-Sales-Rep-Master.
               MOVE ZERO TO Sales_Rep_Count
               OPEN INPUT SalesRepMast
                   CALL "Validations" USING File_Status
                       BY CONTENT "SalesRepMaster" "OPEN INPUT"
               SET More_Input_Records TO TRUE
               PERFORM 1110-Read-One-Sales-Rep
                   UNTIL No_More_Input
               CLOSE SalesRepMast.

           1110-Read-One-Sales-Rep.
               READ SalesRepMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Sales_Rep_Count < 100
                       ADD 1 TO Sales_Rep_Count
                       MOVE SR_Rep_Id TO SRT_Rep_Id (Sales_Rep_Count)
                       MOVE SR_Name TO SRT_Name (Sales_Rep_Count)
                       MOVE SR_Office TO SRT_Office (Sales_Rep_Count)
                       MOVE SR_Commission_Rate
                           TO SRT_Commission_Rate (Sales_Rep_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Sales_Rep_Table" "TABLE FULL"
                   END-IF
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

      * 2000-Release-Month-Rows - every sale and return POSTED in
      * the run period reaches the sort, converted at its own
      * period's rate; a return is clawed back in the month it
      * posts whatever month the original sale earned in.
           2000-Release-Month-Rows.
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
               CLOSE CustHist.

           2100-Release-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Period EQUAL WS_Run_Period AND
                       (CH_Trans_Type EQUAL 'S' OR
                       CH_Trans_Type EQUAL 'R')
                       ADD 1 TO WS_Row_Count
                       PERFORM 2200-Lookup-Currency-Rate
                       COMPUTE WS_Converted_Amount ROUNDED =
                           CH_Amount_Trans * WS_Conversion_Rate
                       MOVE CH_Sales_Rep TO Sort_Sales_Rep
                       MOVE CH_Customer_Number TO Sort_Customer_Number
                       MOVE CH_Day_Trans TO Sort_Day_Trans
                       MOVE CH_Sequence TO Sort_Sequence
                       MOVE CH_Trans_Type TO Sort_Trans_Type
                       MOVE CH_Product_Code TO Sort_Product_Code
                       MOVE WS_Converted_Amount TO Sort_Amount
                       RELEASE Sort-Record
                   END-IF
               END-IF.

           2200-Lookup-Currency-Rate.
               MOVE ZEROES TO WS_Rate_Best_Period
               MOVE 1.0000 TO WS_Conversion_Rate
               PERFORM 2210-Check-Currency-Entry
                   VARYING WS_Currency_Idx FROM 1 BY 1
                   UNTIL WS_Currency_Idx > Currency_Table_Entries.

           2210-Check-Currency-Entry.
               IF CT_Currency_Code (WS_Currency_Idx) EQUAL
                   CH_Currency_Code AND
                   CT_Effective_Period (WS_Currency_Idx) NOT GREATER
                       THAN CH_Period AND
                   CT_Effective_Period (WS_Currency_Idx) NOT LESS
                       THAN WS_Rate_Best_Period
                   MOVE CT_Effective_Period (WS_Currency_Idx)
                       TO WS_Rate_Best_Period
                   MOVE CT_Conversion_Rate (WS_Currency_Idx)
                       TO WS_Conversion_Rate
               END-IF.

           3000-Write-Statements.
               OPEN INPUT CommSorted
                   CALL "Validations" USING File_Status
                       BY CONTENT "CommSorted" "OPEN INPUT"
               OPEN OUTPUT CommRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "CommissionReport" "OPEN OUTPUT"
               MOVE WS_Run_Period TO Comm_Head_Period
               WRITE Comm_Buffer FROM CommHeading
               SET More_Input_Records TO TRUE
               PERFORM 3100-Print-One-Row
                   UNTIL No_More_Input
               IF Not_First_Rep
                   PERFORM 3400-Write-Rep-Totals
               END-IF
               MOVE WS_Rep_Statements TO Comm_Run_Statements
               MOVE WS_Run_Earned TO Comm_Run_Earned
               MOVE WS_Run_Clawback TO Comm_Run_Clawback
               MOVE WS_Run_Net TO Comm_Run_Net
               WRITE Comm_Buffer FROM CommRunTotals
                   AFTER ADVANCING 2 LINES
               CLOSE CommSorted
               CLOSE CommRpt.

      * 3100-Print-One-Row - a change of rep closes the last
      * statement and opens the next; a sale earns at the rep's
      * rate and a return claws back at the same rate.
           3100-Print-One-Row.
               READ CommSorted
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF First_Rep
                       SET Not_First_Rep TO TRUE
                       PERFORM 3200-Start-Rep-Statement
                   ELSE
                       IF CS_Sales_Rep NOT EQUAL WS_Current_Rep
                           PERFORM 3400-Write-Rep-Totals
                           PERFORM 3200-Start-Rep-Statement
                       END-IF
                   END-IF
                   COMPUTE WS_Line_Commission ROUNDED =
                       CS_Amount * WS_Rep_Rate
                   MOVE CS_Customer_Number TO Comm_Customer
                   MOVE CS_Day_Trans TO Comm_Day
                   MOVE CS_Sequence TO Comm_Sequence
                   MOVE CS_Product_Code TO Comm_Product
                   MOVE CS_Amount TO Comm_Amount
                   IF CS_Trans_Type EQUAL 'S'
                       MOVE 'Sale' TO Comm_Type
                       ADD 1 TO WS_Rep_Sales_Count
                       ADD CS_Amount TO WS_Rep_Sales_Amount
                       ADD WS_Line_Commission TO WS_Rep_Earned
                       MOVE WS_Line_Commission TO Comm_Commission
                   ELSE
                       MOVE 'Return' TO Comm_Type
                       ADD 1 TO WS_Rep_Returns_Count
                       ADD CS_Amount TO WS_Rep_Returns_Amount
                       ADD WS_Line_Commission TO WS_Rep_Clawback
                       COMPUTE Comm_Commission =
                           0 - WS_Line_Commission
                   END-IF
                   WRITE Comm_Buffer FROM CommDetail
                       AFTER ADVANCING 1 LINES
               END-IF.

      * 3200-Start-Rep-Statement - a rep id not on the master (or
      * a blank one) still lists, at a zero rate, so nothing sold
      * disappears from the statements.
           3200-Start-Rep-Statement.
               MOVE CS_Sales_Rep TO WS_Current_Rep
               MOVE ZERO TO WS_Rep_Sales_Count
               MOVE ZERO TO WS_Rep_Sales_Amount
               MOVE ZERO TO WS_Rep_Returns_Count
               MOVE ZERO TO WS_Rep_Returns_Amount
               MOVE ZERO TO WS_Rep_Earned
               MOVE ZERO TO WS_Rep_Clawback
               PERFORM 3300-Resolve-Rep
               ADD 1 TO WS_Rep_Statements
               IF WS_Current_Rep EQUAL SPACES
                   MOVE '(no)' TO Comm_Rep_Id
               ELSE
                   MOVE WS_Current_Rep TO Comm_Rep_Id
               END-IF
               MOVE WS_Rep_Name TO Comm_Rep_Name
               MOVE WS_Rep_Office TO Comm_Rep_Office
               MOVE WS_Rep_Rate TO Comm_Rep_Rate
               WRITE Comm_Buffer FROM CommRepLine
                   AFTER ADVANCING 3 LINES
               WRITE Comm_Buffer FROM CommColumns
                   AFTER ADVANCING 1 LINES.

           3300-Resolve-Rep.
               MOVE ZERO TO WS_Rep_Rate
               MOVE SPACES TO WS_Rep_Office
               IF WS_Current_Rep EQUAL SPACES
                   MOVE '(no sales rep)' TO WS_Rep_Name
               ELSE
                   MOVE '(not on rep master)' TO WS_Rep_Name
               END-IF
               PERFORM 3310-Check-One-Rep
                   VARYING WS_Rep_Idx FROM 1 BY 1
                   UNTIL WS_Rep_Idx > Sales_Rep_Count.

           3310-Check-One-Rep.
               IF WS_Current_Rep NOT EQUAL SPACES AND
                   SRT_Rep_Id (WS_Rep_Idx) EQUAL WS_Current_Rep
                   MOVE SRT_Name (WS_Rep_Idx) TO WS_Rep_Name
                   MOVE SRT_Office (WS_Rep_Idx) TO WS_Rep_Office
                   MOVE SRT_Commission_Rate (WS_Rep_Idx)
                       TO WS_Rep_Rate
               END-IF.

           3400-Write-Rep-Totals.
               COMPUTE WS_Rep_Net = WS_Rep_Earned - WS_Rep_Clawback
               ADD WS_Rep_Earned TO WS_Run_Earned
               ADD WS_Rep_Clawback TO WS_Run_Clawback
               ADD WS_Rep_Net TO WS_Run_Net
               MOVE WS_Rep_Sales_Count TO Comm_Sales_Count
               MOVE WS_Rep_Sales_Amount TO Comm_Sales_Amount
               MOVE WS_Rep_Returns_Count TO Comm_Returns_Count
               MOVE WS_Rep_Returns_Amount TO Comm_Returns_Amount
               WRITE Comm_Buffer FROM CommRepTotals
                   AFTER ADVANCING 2 LINES
               MOVE WS_Rep_Earned TO Comm_Earned
               MOVE WS_Rep_Clawback TO Comm_Clawback
               MOVE WS_Rep_Net TO Comm_Net
               WRITE Comm_Buffer FROM CommRepNet
                   AFTER ADVANCING 1 LINES.

       End Program CommissionRun.
