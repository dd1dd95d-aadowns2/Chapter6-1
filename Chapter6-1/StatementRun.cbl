      *                   layout (input record 85 to 91, sorted
      *                   image 97 to 103) for the return
      *                   authorization step.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   sorted transaction layouts for the
      *                   monthly commission run (master 119 to
      *                   123, sorted image 103 to 107).
      *   2026-10-15  AD  Each sale line shows its invoice number,
      *                   carried on the sorted image (107 to
      *                   115).
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to
      *                   136). A customer flagged for returned
      *                   mail gets no statement page; the net
      *                   still feeds the parent consolidation and
      *                   the customer is appended to the
      *                   BadAddressWorklist for the desk.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187). Each page now goes
      *                   to paper, to the customer's own
      *                   StmtEmail file registered with
      *                   ReportDelivery addressed to them, or
      *                   both, per the preference; the parent
      *                   page follows the head office's. An email
      *                   preference with no address falls back to
      *                   paper and is listed on the new
      *                   StatementRunSummary with the paper and
      *                   email counts. Returned mail now holds
      *                   only the paper copy.
      *   2026-10-15  AD  CustomerDataSorted widens 115 to 127 for
      *                   the transaction id carried at the end of
      *                   the sorted image.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).  Each page
      *                   now shows the lines, totals and balance
      *                   on file in the customer's billing
      *                   currency through BillCurrency at the
      *                   rate in effect for the statement month,
      *                   with the rate and its period printed
      *                   under the heading; a currency with no
      *                   rate stays in USD and says so.  The net
      *                   handed to the parent consolidation stays
      *                   in the reporting currency.
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycles - a cycle code as the
      *                   fourth parameter confines the run to
      *                   that cycle's customers (a blank
      *                   CM_Billing_Cycle is the month-end cycle
      *                   4); lines dated after the cycle's cutoff
      *                   wait for the next statement, and a parent
      *                   page goes with the head office's cycle.
      *                   Cycle code carried on the master layout
      *                   (master 191 to 192).
      *   2026-10-15  AD  Each emailed statement file name now
      *                   carries the run date, and each file is
      *                   added to the new StatementIndex (customer,
      *                   date, file name, page type) for the
      *                   customer portal extract.
      *   2026-10-15  AD  Run summary heading keeps the space
      *                   before the run date.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BadAddr assign to "BadAddressWorklist"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select EmailStmt assign to WS_Email_File_Name
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select StmtSumm assign to "StatementRunSummary"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select StmtIndex assign to "StatementIndex"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  CustMastSorted
               Record Contains 127 Characters.
               01  CustomerRecord.
                   05  Customer_Number                 PIC 9(6).
                       88  Is_Trailer_Record             value 999999.
                   05  Product_Code                    PIC X(4).
                   05  Company_Code                    PIC X(2).
                   05  Rma_Number                      PIC X(6).
                   05  Sales_Rep                       PIC X(4).
                   05  Invoice_Number                  PIC 9(8).
                   05  Trans_Id                        PIC X(12).

           FD  CustMstr.
               01  CustomerMasterRecord.
                       88  CM_Credit_Hold                value 'C'.
                   05  CM_Parent_Number                PIC 9(6).
                   05  CM_Company                      PIC X(2).
                   05  CM_Sales_Rep                    PIC X(4).
                   05  CM_Terms_Code                   PIC X(4).
                   05  CM_Addr_Status                  PIC X(1).
                       88  CM_Addr_Returned              value 'R'.
                   05  CM_Addr_Status_Date             PIC 9(8).
                   05  CM_Email                        PIC X(50).
                   05  CM_Stmt_Delivery                PIC X(1).
                       88  CM_Deliver_Paper              value 'P' ' '.
                       88  CM_Deliver_Email              value 'E'.
                       88  CM_Deliver_Both               value 'B'.
                   05  CM_Billing_Currency             PIC X(3).
                   05  CM_Cash_Only                    PIC X(1).
                   05  CM_Billing_Cycle                PIC X(1).

           FD  CurrRates
               Record Contains 14 Characters.
                   05  DP_Currency                 PIC X(3).
                   05  DP_Filler                   PIC X(3).

      * Bad_Address_Record - one row per customer a run passed over
      * because the post office returned mail from the address on
      * file; the desk researches the list and corrects the address
      * in CustMaint, which clears the flag.
           FD  BadAddr
               Record Contains 84 Characters.
               01  Bad_Address_Record.
                   05  BW_Customer_Number          PIC 9(6).
                   05  BW_Date                     PIC 9(8).
                   05  BW_Source                   PIC X(12).
                   05  BW_Flag_Date                PIC 9(8).
                   05  BW_Last_Name                PIC X(20).
                   05  BW_Address                  PIC X(30).

      * Email_Buffer - one file per emailed statement, registered
      * with ReportDelivery addressed to the customer once the
      * page is complete.
           FD  EmailStmt
               Record Contains 132 Characters.
               01  Email_Buffer                    PIC X(132).

           FD  StmtSumm
               Record Contains 132 Characters.
               01  Summ_Buffer                     PIC X(132).

      * Statement_Index_Record - one row per statement file written,
      * kept across runs, so the customer portal extract can name
      * each customer's statements.
           FD  StmtIndex
               Record Contains 66 Characters.
               01  Statement_Index_Record.
                   05  SX_Customer_Number          PIC 9(6).
                   05  SX_Statement_Date           PIC 9(8).
                   05  SX_File_Name                PIC X(40).
                   05  SX_Doc_Type                 PIC X(12).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Sales_Total                  PIC 9(9)V9(2).
               01  WS_Returns_Total                PIC 9(9)V9(2).
               01  WS_Net_Total                    PIC S9(9)V9(2).
               01  WS_Bill_Sales_Total             PIC 9(11)V9(2).
               01  WS_Bill_Returns_Total           PIC 9(11)V9(2).
               01  WS_Bill_Net_Total               PIC S9(11)V9(2).
               01  WS_Bill_Line_Amount             PIC 9(11)V9(2).
               01  Bill_Calc_Function              PIC X(1) value 'C'.
               COPY "BillQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Conv==.
               01  WS_Statement_Count              PIC 9(6) value zero.
               01  WS_Parent_Stmt_Count            PIC 9(5) value zero.
               01  WS_Suppressed_Count             PIC 9(6) value zero.
               01  Stmt_Suppress_Sw                PIC X(1) value 'N'.
                   88  Statement_Suppressed          value 'Y'.
                   88  Statement_Printed             value 'N'.
               01  Paper_Copy_Sw                   PIC X(1) value 'Y'.
                   88  Paper_Copy                    value 'Y'.
                   88  No_Paper_Copy                 value 'N'.
               01  Email_Copy_Sw                   PIC X(1) value 'N'.
                   88  Email_Copy                    value 'Y'.
                   88  No_Email_Copy                 value 'N'.
               01  WS_Paper_Count                  PIC 9(6) value zero.
               01  WS_Email_Count                  PIC 9(6) value zero.
               01  WS_Fallback_Count               PIC 9(6) value zero.
               01  WS_Email_File_Name              PIC X(40).
               01  WS_Email_Address                PIC X(60).
               01  WS_Email_Mode                   PIC X(1) value 'E'.
               01  WS_Email_Cust                   PIC 9(6).
               01  WS_Email_Seq                    PIC 9(5).
               01  WS_Doc_Type                     PIC X(12).
               01  WS_Stmt_Line                    PIC X(132).
               01  WS_Advance_Lines                PIC 9(1).
               01  Dispute_EOF_Sw                  PIC X(1).
                   88  No_More_Disputes              value 'Y'.
                   88  More_Dispute_Records          value 'N'.
               01  WS_Filter_End_Period            PIC X(6)
                       value spaces.
               01  WS_Threshold_Whole              PIC X(6).
               01  WS_Run_Cycle                    PIC X(1)
                       value spaces.
                   88  All_Cycles                    value spaces.
               01  Cycle_Function                  PIC X(1) value 'C'.
               COPY "CycleQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Cyc==.
               01  WS_Cutoff_Date                  PIC 9(8).
               01  WS_Cutoff_Date_X REDEFINES WS_Cutoff_Date
                                                   PIC X(8).
               01  WS_Stmt_Record_Date             PIC X(8).
               01  WS_Customer_Cycle               PIC X(1).
               01  WS_Cycle_Customer               PIC 9(6).
               01  In_Cycle_Sw                     PIC X(1) value 'Y'.
                   88  Customer_In_Cycle             value 'Y'.
                   88  Customer_Not_In_Cycle         value 'N'.
               01  First_Cycle_Check_Sw            PIC X(1) value 'Y'.
                   88  First_Cycle_Check             value 'Y'.
                   88  Not_First_Cycle_Check         value 'N'.
               01  WS_Held_Line_Count              PIC 9(6) value zero.
               01  WS_Large_Trans_Threshold        PIC 9(6)V9(2)
                       value 1000.00.
               01  WS_Stmt_Record_Period           PIC X(6).
                   05              PIC X(6)    value 'Period'.
                   05              PIC X(4)    value spaces.
                   05              PIC X(4)    value 'Type'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(7)    value 'Invoice'.
                   05              PIC X(9)    value spaces.
                   05              PIC X(5)    value 'Sales'.
                   05              PIC X(8)    value spaces.
                   05              PIC X(7)    value 'Returns'.
               01  StmtCurrencyLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(11)   value 'Amounts in '.
                   05  Stmt_Bill_Currency      PIC X(3).
                   05              PIC X(7)    value ' - one '.
                   05  Stmt_Rate_Currency      PIC X(3).
                   05              PIC X(3)    value ' = '.
                   05  Stmt_Rate               PIC 9.9999.
                   05              PIC X(18)
                           value ' USD, rate period '.
                   05  Stmt_Rate_Period        PIC X(6).
               01  StmtNoRateLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(18)
                           value 'Billing currency '.
                   05  Stmt_No_Rate_Currency   PIC X(3).
                   05              PIC X(35)
                       value ' has no rate on file - amounts in '.
                   05              PIC X(3)    value 'USD'.
               01  StmtDetail.
                   05              PIC X(2)    value spaces.
                   05  Stmt_Month              PIC X(2).
                   05  Stmt_Year               PIC X(4).
                   05              PIC X(4)    value spaces.
                   05  Stmt_Type               PIC X(1).
                   05              PIC X(5)    value spaces.
                   05  Stmt_Invoice            PIC X(8).
                   05              PIC X(4)    value spaces.
                   05  Stmt_Sale_Amount        PIC ZZZZZZZZ9.99.
                   05              PIC X(4)    value spaces.
                   05  Stmt_Return_Amount      PIC ZZZZZZZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Stmt_Dispute_Note       PIC X(8).
               01  StmtBalanceLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(17)
                           value 'Balance on file: '.
                   05  Stmt_Balance_On_File    PIC +ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Stmt_Balance_Currency   PIC X(3).
               01  ParentHeading1.
                   05              PIC X(26)   value spaces.
                   05              PIC X(32)
                   05  PStmt_Total_Net         PIC +ZZ,ZZZ,ZZ9.99.
                   05              PIC X(10)   value '  Closing:'.
                   05  PStmt_Total_Balance     PIC +ZZ,ZZZ,ZZ9.99.
               01  SummHeading1.
                   05              PIC X(2)    value spaces.
                   05              PIC X(32)
                           value 'STATEMENT RUN SUMMARY  Run date '.
                   05  Summ_Run_Date           PIC 9(8).
               01  SummHeading2.
                   05              PIC X(2)    value spaces.
                   05              PIC X(40)
                       value 'Email delivery with no address on file'.
                   05              PIC X(18)
                       value ' - sent on paper:'.
               01  SummMissingLine.
                   05              PIC X(4)    value spaces.
                   05  Summ_Cust_Number        PIC 9(6).
                   05              PIC X(2)    value spaces.
                   05  Summ_Last_Name          PIC X(20).
                   05              PIC X(2)    value spaces.
                   05  Summ_Doc_Type           PIC X(12).
                   05              PIC X(2)    value spaces.
                   05  Summ_Preference         PIC X(1).
               01  SummCycleLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(14)   value 'Billing cycle '.
                   05  Summ_Cycle_Code         PIC X(1).
                   05              PIC X(1)    value spaces.
                   05  Summ_Cycle_Description  PIC X(20).
                   05              PIC X(8)    value ' cutoff '.
                   05  Summ_Cycle_Cutoff       PIC 9(8).
               01  SummNoneLine.
                   05              PIC X(4)    value spaces.
                   05              PIC X(6)    value '(none)'.
               01  SummCountLine.
                   05              PIC X(2)    value spaces.
                   05  Summ_Count_Label        PIC X(36).
                   05  Summ_Count              PIC ZZZ,ZZ9.
               01  StmtFooter.
                   05              PIC X(2)    value spaces.
                   05              PIC X(13)   value 'Sales total: '.
                   05  Stmt_Sales_Total        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(3)    value spaces.
                   05              PIC X(15)   value 'Returns total: '.
                   05  Stmt_Returns_Total      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(3)    value spaces.
                   05              PIC X(11)   value 'Net total: '.
                   05  Stmt_Net_Total          PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Stmt_Net_Currency       PIC X(3).

       Procedure Division.

               PERFORM 9000-Close-Program
               CALL "RunTiming" USING BY CONTENT 'E' 'STATEMENTS  '
               DISPLAY "StatementRun: " WS_Statement_Count
                   " statements written, " WS_Paper_Count " paper, "
                   WS_Email_Count " email."
               IF WS_Suppressed_Count > ZERO
                   DISPLAY "StatementRun: " WS_Suppressed_Count
                       " held for returned mail (BadAddressWorklist)."
               END-IF
               IF NOT All_Cycles
                   DISPLAY "StatementRun: cycle " WS_Run_Cycle
                       " cutoff " WS_Cutoff_Date ", "
                       WS_Held_Line_Count " lines held to next cycle."
               END-IF
               STOP RUN.

           1000-Initialize.
                       INTO WS_Filter_Start_Period
                           WS_Filter_End_Period
                           WS_Threshold_Whole
                           WS_Run_Cycle
                   END-UNSTRING
                   IF WS_Threshold_Whole NUMERIC AND
                       WS_Threshold_Whole NOT EQUAL '000000'
                           TO WS_Large_Trans_Threshold
                   END-IF
               END-IF
               IF NOT All_Cycles
                   PERFORM 1050-Set-Cycle-Cutoff
               END-IF
               PERFORM 1200-Load-Period-Control
               PERFORM 1250-Load-Open-Disputes
               PERFORM 1100-Load-Currency-Rates
               OPEN OUTPUT StmtNet
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustStmtNetWork" "OPEN OUTPUT"
               OPEN OUTPUT StmtSumm
                   CALL "Validations" USING File_Status
                       BY CONTENT "StatementRunSummary" "OPEN OUTPUT"
               MOVE WS_Current_Date TO Summ_Run_Date
               WRITE Summ_Buffer FROM SummHeading1
                   AFTER ADVANCING PAGE
               IF NOT All_Cycles
                   MOVE WS_Run_Cycle TO Summ_Cycle_Code
                   MOVE Cyc_Cycle_Description TO Summ_Cycle_Description
                   MOVE WS_Cutoff_Date TO Summ_Cycle_Cutoff
                   WRITE Summ_Buffer FROM SummCycleLine
                       AFTER ADVANCING 1 LINES
               END-IF
               WRITE Summ_Buffer FROM SummHeading2
                   AFTER ADVANCING 2 LINES
               OPEN INPUT CustBal
               IF File_Status EQUAL '00'
                   SET Balance_File_Open TO TRUE
               END-IF.

      * 1050-Set-Cycle-Cutoff - this month's cutoff for the cycle
      * asked; a cycle BillingCycles does not define stops the run
      * before anything is written.
           1050-Set-Cycle-Cutoff.
               MOVE WS_Run_Cycle TO Cyc_Cycle_Code
               MOVE WS_Current_Date (1:6) TO Cyc_Cycle_Period
               CALL "BillCycle" USING Cycle_Function, Cyc_Cycle_Query
               IF Cyc_Cycle_Not_Defined
                   DISPLAY "StatementRun: billing cycle " WS_Run_Cycle
                       " is not defined."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE Cyc_Cycle_Cutoff TO WS_Cutoff_Date.

           1200-Load-Period-Control.
               MOVE ZERO TO Period_Control_Count
               OPEN INPUT PeriodCtl
      * PeriodControl close marks (closed-period records sit in
      * suspense), and the large-adjustment hold (an unapproved
      * return/adjustment over the threshold waits on CustPendAdj).
      * A record any of them stops never reaches a statement.  On
      * a cycle run the customer's cycle and the cutoff are checked
      * first.
           2300-Check-Posting-Rules.
               SET Record_Was_Posted TO TRUE
               MOVE Year_Trans TO WS_Stmt_Record_Period (1:4)
               MOVE Month_Trans TO WS_Stmt_Record_Period (5:2)
               IF NOT All_Cycles
                   PERFORM 2350-Check-Customer-Cycle
               END-IF
               IF WS_Filter_Start_Period NOT EQUAL SPACES AND
                   WS_Stmt_Record_Period < WS_Filter_Start_Period
                   SET Record_Not_Posted TO TRUE
                   SET Record_Not_Posted TO TRUE
               END-IF.

      * 2350-Check-Customer-Cycle - only the cycle's customers get
      * a page, and a line dated after the cutoff waits for the
      * customer's next statement.  The master is read once per
      * customer.
           2350-Check-Customer-Cycle.
               IF First_Cycle_Check OR
                   Customer_Number NOT EQUAL WS_Cycle_Customer
                   SET Not_First_Cycle_Check TO TRUE
                   MOVE Customer_Number TO WS_Cycle_Customer
                   SET Master_Found TO TRUE
                   MOVE Customer_Number TO CM_Customer_Number
                   READ CustMstr
                       INVALID KEY
                           SET Master_Not_Found TO TRUE
                   END-READ
                   PERFORM 2360-Judge-Customer-Cycle
               END-IF
               IF Customer_Not_In_Cycle
                   SET Record_Not_Posted TO TRUE
               ELSE
                   MOVE Year_Trans TO WS_Stmt_Record_Date (1:4)
                   MOVE Month_Trans TO WS_Stmt_Record_Date (5:2)
                   MOVE Day_Trans TO WS_Stmt_Record_Date (7:2)
                   IF WS_Stmt_Record_Date > WS_Cutoff_Date_X
                       SET Record_Not_Posted TO TRUE
                       ADD 1 TO WS_Held_Line_Count
                   END-IF
               END-IF.

      * 2360-Judge-Customer-Cycle - a blank cycle, or no master
      * row, is the month-end cycle 4.
           2360-Judge-Customer-Cycle.
               MOVE '4' TO WS_Customer_Cycle
               IF Master_Found AND CM_Billing_Cycle NOT EQUAL SPACES
                   MOVE CM_Billing_Cycle TO WS_Customer_Cycle
               END-IF
               IF WS_Customer_Cycle EQUAL WS_Run_Cycle
                   SET Customer_In_Cycle TO TRUE
               ELSE
                   SET Customer_Not_In_Cycle TO TRUE
               END-IF.

           3000-Check-Customer-Break.
               IF First_Customer
                   SET Not_First_Customer TO TRUE
      * 3100-Start-New-Statement - one page per customer; the name
      * comes from the CustomerMaster match the same way the report
      * run matches in 210-Match-Customer, with the transaction's
      * own name carried when no master row exists.  Where the
      * page goes - paper, the customer's email, or both - is
      * settled in 7000; a page with nowhere to go is suppressed,
      * the totals still running so the parent consolidation sees
      * the net.
           3100-Start-New-Statement.
               MOVE ZERO TO WS_Sales_Total
               MOVE ZERO TO WS_Returns_Total
               MOVE ZERO TO WS_Net_Total
               MOVE ZERO TO WS_Bill_Sales_Total
               MOVE ZERO TO WS_Bill_Returns_Total
               MOVE ZERO TO WS_Bill_Net_Total
               SET Master_Found TO TRUE
               MOVE Customer_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY
                       SET Master_Not_Found TO TRUE
               END-READ
               PERFORM 3120-Set-Billing-Currency
               MOVE 'STATEMENT' TO WS_Doc_Type
               PERFORM 7000-Choose-Delivery
               IF Statement_Printed
                   ADD 1 TO WS_Statement_Count
                   PERFORM 3150-Write-Statement-Heading
               END-IF.

      * 3120-Set-Billing-Currency - the statement month's rate
      * for the customer's billing currency (blank, or no master
      * row, is USD) converts every figure on the page.  A
      * currency with no rate in effect leaves the page in USD.
           3120-Set-Billing-Currency.
               MOVE 'USD' TO Conv_Bill_Currency
               IF Master_Found AND CM_Billing_Currency NOT EQUAL SPACES
                   MOVE CM_Billing_Currency TO Conv_Bill_Currency
               END-IF
               MOVE WS_Current_Date (1:6) TO Conv_Bill_Period
               MOVE ZERO TO Conv_Bill_Reporting_Amount
               CALL "BillCurrency" USING Bill_Calc_Function,
                   Conv_Bill_Query
               MOVE Conv_Bill_Currency TO Stmt_No_Rate_Currency
               IF Conv_Bill_Rate_Not_Found
                   MOVE 'USD' TO Conv_Bill_Currency
                   CALL "BillCurrency" USING Bill_Calc_Function,
                       Conv_Bill_Query
                   SET Conv_Bill_Rate_Not_Found TO TRUE
               END-IF
               MOVE Conv_Bill_Currency TO Stmt_Bill_Currency
               MOVE Conv_Bill_Currency TO Stmt_Rate_Currency
               MOVE Conv_Bill_Currency TO Stmt_Balance_Currency
               MOVE Conv_Bill_Currency TO Stmt_Net_Currency
               MOVE Conv_Bill_Rate TO Stmt_Rate
               MOVE Conv_Bill_Rate_Period TO Stmt_Rate_Period.

      * 3130-Convert-To-Billing - Conv_Bill_Reporting_Amount in,
      * Conv_Bill_Amount out, at the page's currency and period.
           3130-Convert-To-Billing.
               CALL "BillCurrency" USING Bill_Calc_Function,
                   Conv_Bill_Query.

           3150-Write-Statement-Heading.
               MOVE Customer_Number TO Stmt_Cust_Number
               IF Master_Found
                   MOVE CM_First_Name TO Stmt_First_Name
                   MOVE Last_Name TO Stmt_Last_Name
                   MOVE '(no master record)' TO Stmt_Master_Note
               END-IF
               MOVE StmtHeading1 TO WS_Stmt_Line
               MOVE ZERO TO WS_Advance_Lines
               PERFORM 7300-Put-Statement-Line
               MOVE StmtHeading2 TO WS_Stmt_Line
               MOVE 2 TO WS_Advance_Lines
               PERFORM 7300-Put-Statement-Line
               IF Conv_Bill_Rate_Not_Found
                   MOVE StmtNoRateLine TO WS_Stmt_Line
                   MOVE 1 TO WS_Advance_Lines
                   PERFORM 7300-Put-Statement-Line
               ELSE
                   IF Conv_Bill_Currency NOT EQUAL 'USD'
                       MOVE StmtCurrencyLine TO WS_Stmt_Line
                       MOVE 1 TO WS_Advance_Lines
                       PERFORM 7300-Put-Statement-Line
                   END-IF
               END-IF
               MOVE StmtHeading3 TO WS_Stmt_Line
               MOVE 2 TO WS_Advance_Lines
               PERFORM 7300-Put-Statement-Line.

           3200-Write-Bad-Address-Row.
               OPEN EXTEND BadAddr
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT BadAddr
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "BadAddressWorklist" "OPEN EXTEND"
               MOVE CM_Customer_Number TO BW_Customer_Number
               MOVE WS_Current_Date TO BW_Date
               MOVE 'STATEMENTS' TO BW_Source
               MOVE CM_Addr_Status_Date TO BW_Flag_Date
               MOVE CM_Last_Name TO BW_Last_Name
               MOVE CM_Address TO BW_Address
               WRITE Bad_Address_Record
               CLOSE BadAddr.

           4000-Write-Statement-Line.
               PERFORM 4050-Check-Dispute-Flag
               PERFORM 4100-Lookup-Currency-Rate
               COMPUTE WS_Converted_Amount ROUNDED =
                   Amount_Trans * WS_Conversion_Rate
               MOVE WS_Converted_Amount TO Conv_Bill_Reporting_Amount
               PERFORM 3130-Convert-To-Billing
               MOVE Conv_Bill_Amount TO WS_Bill_Line_Amount
               MOVE Month_Trans TO Stmt_Month
               MOVE Year_Trans TO Stmt_Year
               MOVE Trans_Type TO Stmt_Type
               MOVE SPACES TO Stmt_Invoice
               IF Invoice_Number NUMERIC
                   IF Invoice_Number > ZERO
                       MOVE Invoice_Number TO Stmt_Invoice
                   END-IF
               END-IF
      * A LATE-reason adjustment is the generated late charge and
      * posts as a debit: it shows on the charge side and ADDS to
      * the net, exactly as 258-Post-Late-Charge books it.
      * The page shows billing-currency figures; the reporting
      * totals still run for the parent consolidation.
               EVALUATE TRUE
                   WHEN Trans_Sale
                       MOVE WS_Bill_Line_Amount TO Stmt_Sale_Amount
                       MOVE ZERO TO Stmt_Return_Amount
                       ADD WS_Converted_Amount TO WS_Sales_Total
                       ADD WS_Converted_Amount TO WS_Net_Total
                       ADD WS_Bill_Line_Amount TO WS_Bill_Sales_Total
                       ADD WS_Bill_Line_Amount TO WS_Bill_Net_Total
                   WHEN Trans_Adjustment AND
                       Reason_Code EQUAL 'LATE'
                       MOVE WS_Bill_Line_Amount TO Stmt_Sale_Amount
                       MOVE ZERO TO Stmt_Return_Amount
                       ADD WS_Converted_Amount TO WS_Net_Total
                       ADD WS_Bill_Line_Amount TO WS_Bill_Net_Total
                   WHEN OTHER
                       MOVE ZERO TO Stmt_Sale_Amount
                       MOVE WS_Bill_Line_Amount TO Stmt_Return_Amount
                       IF NOT Trans_Payment
                           ADD WS_Converted_Amount TO WS_Returns_Total
                           ADD WS_Bill_Line_Amount
                               TO WS_Bill_Returns_Total
                       END-IF
                       SUBTRACT WS_Converted_Amount FROM WS_Net_Total
                       SUBTRACT WS_Bill_Line_Amount
                           FROM WS_Bill_Net_Total
               END-EVALUATE
               IF Statement_Printed
                   MOVE StmtDetail TO WS_Stmt_Line
                   MOVE 1 TO WS_Advance_Lines
                   PERFORM 7300-Put-Statement-Line
               END-IF.

           4050-Check-Dispute-Flag.
               SET Line_Not_Disputed TO TRUE
               MOVE WS_Prev_Customer_Number TO SN_Customer_Number
               MOVE WS_Net_Total TO SN_Net
               WRITE Stmt_Net_Record
               IF Statement_Printed
                   PERFORM 5100-Write-Footer-Lines
                   PERFORM 7200-Close-Email-Statement
               END-IF.

           5100-Write-Footer-Lines.
               MOVE WS_Bill_Sales_Total TO Stmt_Sales_Total
               MOVE WS_Bill_Returns_Total TO Stmt_Returns_Total
               MOVE WS_Bill_Net_Total TO Stmt_Net_Total
               MOVE StmtFooter TO WS_Stmt_Line
               MOVE 2 TO WS_Advance_Lines
               PERFORM 7300-Put-Statement-Line
               IF Balance_File_Open
                   MOVE WS_Prev_Customer_Number TO CB_Customer_Number
                   READ CustBal
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CB_Balance TO Conv_Bill_Reporting_Amount
                           PERFORM 3130-Convert-To-Billing
                           MOVE Conv_Bill_Amount TO Stmt_Balance_On_File
                           MOVE StmtBalanceLine TO WS_Stmt_Line
                           MOVE 1 TO WS_Advance_Lines
                           PERFORM 7300-Put-Statement-Line
                   END-READ
               END-IF.

                   SET Parent_Listed TO TRUE
               END-IF.

      * 6300-Write-One-Parent-Page - the consolidated page follows
      * the head office's own delivery preference and returned-mail
      * flag, exactly as its statement page does, and its billing
      * cycle; a branch on another cycle shows no net from this
      * run, only its balance on file.
           6300-Write-One-Parent-Page.
               MOVE PL_Number (WS_Parent_Idx) TO WS_Parent_Number
               SET Master_Found TO TRUE
               MOVE WS_Parent_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               SET Customer_In_Cycle TO TRUE
               IF NOT All_Cycles
                   PERFORM 2360-Judge-Customer-Cycle
               END-IF
               IF Customer_In_Cycle
                   MOVE 'PARENT PAGE' TO WS_Doc_Type
                   PERFORM 7000-Choose-Delivery
                   IF Statement_Printed
                       PERFORM 6350-Write-Parent-Page-Body
                       PERFORM 7200-Close-Email-Statement
                   END-IF
               END-IF.

           6350-Write-Parent-Page-Body.
               MOVE ZERO TO WS_Combined_Net
               MOVE ZERO TO WS_Combined_Balance
               ADD 1 TO WS_Parent_Stmt_Count
               MOVE ParentHeading1 TO WS_Stmt_Line
               MOVE ZERO TO WS_Advance_Lines
               PERFORM 7300-Put-Statement-Line
               MOVE WS_Parent_Number TO PStmt_Parent_Number
               IF Master_Found
                   MOVE CM_First_Name TO PStmt_Parent_First
                   MOVE CM_Last_Name TO PStmt_Parent_Last
                   MOVE SPACES TO PStmt_Parent_First
                   MOVE '(no master record)' TO PStmt_Parent_Last
               END-IF
               MOVE ParentHeading2 TO WS_Stmt_Line
               MOVE 2 TO WS_Advance_Lines
               PERFORM 7300-Put-Statement-Line
               SET More_Master_Records TO TRUE
               MOVE ZERO TO CM_Customer_Number
               START CustMstr KEY IS NOT LESS THAN CM_Customer_Number
                   UNTIL No_More_Master
               MOVE WS_Combined_Net TO PStmt_Total_Net
               MOVE WS_Combined_Balance TO PStmt_Total_Balance
               MOVE ParentTotalLine TO WS_Stmt_Line
               MOVE 2 TO WS_Advance_Lines
               PERFORM 7300-Put-Statement-Line.

      * 6400-Write-One-Child-Line - the parent's own account rides
      * the consolidation alongside its branches.
                       MOVE CM_Last_Name TO PStmt_Child_Last
                       MOVE WS_Child_Net TO PStmt_Child_Net
                       MOVE WS_Child_Balance TO PStmt_Child_Balance
                       MOVE ParentChildLine TO WS_Stmt_Line
                       MOVE 1 TO WS_Advance_Lines
                       PERFORM 7300-Put-Statement-Line
                       ADD WS_Child_Net TO WS_Combined_Net
                       ADD WS_Child_Balance TO WS_Combined_Balance
                   END-IF
                   END-READ
               END-IF.

      * 7000-Choose-Delivery - paper unless the master asks for
      * email (E) or both (B).  An email preference with no address
      * on file falls back to paper and is listed on the run
      * summary; a paper copy for an address flagged for returned
      * mail is held and the customer goes on the worklist, though
      * an emailed copy still goes.  No master row means paper.
           7000-Choose-Delivery.
               SET Paper_Copy TO TRUE
               SET No_Email_Copy TO TRUE
               IF Master_Found
                   IF CM_Deliver_Email OR CM_Deliver_Both
                       IF CM_Email EQUAL SPACES
                           PERFORM 7050-Note-Missing-Email
                       ELSE
                           SET Email_Copy TO TRUE
                           IF CM_Deliver_Email
                               SET No_Paper_Copy TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF Paper_Copy AND CM_Addr_Returned
                       SET No_Paper_Copy TO TRUE
                       ADD 1 TO WS_Suppressed_Count
                       PERFORM 3200-Write-Bad-Address-Row
                   END-IF
               END-IF
               IF Paper_Copy OR Email_Copy
                   SET Statement_Printed TO TRUE
               ELSE
                   SET Statement_Suppressed TO TRUE
               END-IF
               IF Paper_Copy
                   ADD 1 TO WS_Paper_Count
               END-IF
               IF Email_Copy
                   PERFORM 7100-Open-Email-Statement
               END-IF.

           7050-Note-Missing-Email.
               ADD 1 TO WS_Fallback_Count
               MOVE CM_Customer_Number TO Summ_Cust_Number
               MOVE CM_Last_Name TO Summ_Last_Name
               MOVE WS_Doc_Type TO Summ_Doc_Type
               MOVE CM_Stmt_Delivery TO Summ_Preference
               WRITE Summ_Buffer FROM SummMissingLine
                   AFTER ADVANCING 1 LINES.

      * 7100-Open-Email-Statement - the file name carries the
      * customer, the run date and a run sequence so two pages for
      * the same customer (own statement and parent page) never
      * collide and a later month never writes over this one.
           7100-Open-Email-Statement.
               ADD 1 TO WS_Email_Count
               MOVE CM_Email TO WS_Email_Address
               MOVE CM_Customer_Number TO WS_Email_Cust
               MOVE WS_Email_Count TO WS_Email_Seq
               MOVE SPACES TO WS_Email_File_Name
               STRING 'StmtEmail_' WS_Email_Cust '_' WS_Current_Date
                       '_' WS_Email_Seq DELIMITED BY SIZE
                   INTO WS_Email_File_Name
               OPEN OUTPUT EmailStmt
                   CALL "Validations" USING File_Status
                       BY CONTENT WS_Email_File_Name "OPEN OUTPUT".

           7200-Close-Email-Statement.
               IF Email_Copy
                   CLOSE EmailStmt
                   CALL "ReportDelivery" USING WS_Email_File_Name
                       WS_Email_Mode WS_Email_Address
                   PERFORM 7250-Write-Statement-Index
               END-IF.

           7250-Write-Statement-Index.
               OPEN EXTEND StmtIndex
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT StmtIndex
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "StatementIndex" "OPEN EXTEND"
               MOVE WS_Email_Cust TO SX_Customer_Number
               MOVE WS_Current_Date TO SX_Statement_Date
               MOVE WS_Email_File_Name TO SX_File_Name
               MOVE WS_Doc_Type TO SX_Doc_Type
               WRITE Statement_Index_Record
               CLOSE StmtIndex.

      * 7300-Put-Statement-Line - every statement line goes through
      * here to whichever copies the page has; an advance of zero
      * starts a new page.
           7300-Put-Statement-Line.
               IF Paper_Copy
                   IF WS_Advance_Lines EQUAL ZERO
                       WRITE Stmt_Buffer FROM WS_Stmt_Line
                           AFTER ADVANCING PAGE
                   ELSE
                       WRITE Stmt_Buffer FROM WS_Stmt_Line
                           AFTER ADVANCING WS_Advance_Lines LINES
                   END-IF
               END-IF
               IF Email_Copy
                   IF WS_Advance_Lines EQUAL ZERO
                       WRITE Email_Buffer FROM WS_Stmt_Line
                           AFTER ADVANCING 1 LINES
                   ELSE
                       WRITE Email_Buffer FROM WS_Stmt_Line
                           AFTER ADVANCING WS_Advance_Lines LINES
                   END-IF
               END-IF.

      * 8000-Write-Run-Summary - the paper and email counts under
      * the list of customers who fell back to paper.
           8000-Write-Run-Summary.
               IF WS_Fallback_Count EQUAL ZERO
                   WRITE Summ_Buffer FROM SummNoneLine
                       AFTER ADVANCING 1 LINES
               END-IF
               MOVE 'Statements written' TO Summ_Count_Label
               MOVE WS_Statement_Count TO Summ_Count
               WRITE Summ_Buffer FROM SummCountLine
                   AFTER ADVANCING 3 LINES
               MOVE 'Parent pages written' TO Summ_Count_Label
               MOVE WS_Parent_Stmt_Count TO Summ_Count
               WRITE Summ_Buffer FROM SummCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Paper copies' TO Summ_Count_Label
               MOVE WS_Paper_Count TO Summ_Count
               WRITE Summ_Buffer FROM SummCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Email copies' TO Summ_Count_Label
               MOVE WS_Email_Count TO Summ_Count
               WRITE Summ_Buffer FROM SummCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Email fallen back to paper' TO Summ_Count_Label
               MOVE WS_Fallback_Count TO Summ_Count
               WRITE Summ_Buffer FROM SummCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Paper held for returned mail'
                   TO Summ_Count_Label
               MOVE WS_Suppressed_Count TO Summ_Count
               WRITE Summ_Buffer FROM SummCountLine
                   AFTER ADVANCING 1 LINES
               IF NOT All_Cycles
                   MOVE 'Lines held past the cycle cutoff'
                       TO Summ_Count_Label
                   MOVE WS_Held_Line_Count TO Summ_Count
                   WRITE Summ_Buffer FROM SummCountLine
                       AFTER ADVANCING 1 LINES
               END-IF.

           9000-Close-Program.
               PERFORM 8000-Write-Run-Summary
               CLOSE CustMastSorted
               CLOSE CustMstr
               IF Balance_File_Open
                   CLOSE CustBal
               END-IF
               CLOSE CustStmt
               CLOSE StmtSumm.

       End Program StatementRun.
