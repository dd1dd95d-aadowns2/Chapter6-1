       Identification Division.
           Program-ID. CashForecast.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Weekly cash receipts forecast for treasury
      *                   - the next four weeks (and a Later column)
      *                   from everything already promised or in
      *                   motion: promise-to-pay amounts and dates
      *                   on CustCollectQueue, collections parked
      *                   on CustDebitPending awaiting the bank, and
      *                   payment-type StandingOrders falling due
      *                   in the window and not yet generated.
      *                   Whatever is left of each open
      *                   CustomerBalance position is spread over
      *                   its open charges at the due date plus the
      *                   customer's own average days paid after
      *                   due, worked out from CustomerHistory by
      *                   matching payments against the oldest
      *                   charges.  CashForecastReport prints the
      *                   weeks by company and office and by
      *                   source; each run's weeks are kept on
      *                   CashForecastLog and the next run sets the
      *                   weeks that have since closed against the
      *                   type 'P' payments that actually posted in
      *                   them, so treasury can see how far the
      *                   forecast is to be trusted.
      *   2026-10-15  AD  ESCH, the escheated credit cleared by
      *                   the unclaimed property run, joins RFND
      *                   as a debit-adjustment reason when
      *                   history rows are netted.
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  NSF and NSFC, the returned-payment
      *                   reversal and its fee, join the debit
      *                   adjustments.
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
                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CB_Customer_Number.

                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CollQueue assign to "CustCollectQueue"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Pending assign to "CustDebitPending"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select StandMast assign to "StandingOrders"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select StandLast assign to WS_Marker_Name
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select FcstLog assign to "CashForecastLog"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select FcstRpt assign to "CashForecastReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  CustBal.
               01  Balance_Record.
                   05  CB_Customer_Number          PIC 9(6).
                   05  CB_Balance                  PIC S9(8)V9(2).
                   05  CB_Last_Activity            PIC 9(8).

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

           FD  CurrRates
               Record Contains 14 Characters.
               01  Currency_Rate_Record.
                   05  CR_Currency_Code            PIC X(3).
                   05  CR_Effective_Period         PIC X(6).
                   05  CR_Conversion_Rate          PIC 9(1)V9(4).

      * Queue_Record - CollectQueue's workqueue row; a 'P' row
      * carries a promise to pay on foot.
           FD  CollQueue
               Record Contains 71 Characters.
               01  Queue_Record.
                   05  CQ_Customer_Number          PIC 9(6).
                   05  CQ_Assigned_To              PIC X(8).
                   05  CQ_Priority                 PIC 9(1).
                   05  CQ_Status                   PIC X(1).
                       88  Queue_Open                value 'Q'.
                       88  Queue_Promised            value 'P'.
                       88  Queue_Closed              value 'C'.
                   05  CQ_Balance                  PIC S9(8)V9(2).
                   05  CQ_Promise_Amount           PIC 9(7)V9(2).
                   05  CQ_Promise_Date             PIC 9(8).
                   05  CQ_Last_Outcome             PIC X(20).
                   05  CQ_Date_Queued              PIC 9(8).

      * Pending_Record - DirectDebit's collections sent to the bank
      * and not yet settled.
           FD  Pending
               Record Contains 26 Characters.
               01  Pending_Record.
                   05  PD_Customer_Number          PIC 9(6).
                   05  PD_Amount                   PIC 9(9)V9(2).
                   05  PD_Date                     PIC 9(8).
                   05  PD_Status                   PIC X(1).

           FD  StandMast
               Record Contains 51 Characters.
               01  Standing_Order_Record.
                   05  SO_Customer_Number          PIC 9(6).
                   05  SO_Amount                   PIC 9(7)V9(2).
                   05  SO_Trans_Type               PIC X(1).
                   05  SO_Currency_Code            PIC X(3).
                   05  SO_Office_Code              PIC X(4).
                   05  SO_Tax_Juris                PIC X(4).
                   05  SO_Tax_Amount               PIC 9(4)V9(2).
                   05  SO_Product_Code             PIC X(4).
                   05  SO_Day                      PIC X(2).
                   05  SO_Start_Period             PIC X(6).
                   05  SO_End_Period               PIC X(6).

      * Last_Gen_Record - the period StandingOrders last generated
      * (suffixed .CC on a company-scoped run); an order for a
      * generated period is already on the books.
           FD  StandLast
               Record Contains 6 Characters.
               01  Last_Gen_Record.
                   05  SL_Period                   PIC X(6).

      * Forecast_Log_Record - one row per forecast week per run:
      * the run date, the week's number and dates and what was
      * forecast for it.
           FD  FcstLog
               Record Contains 38 Characters.
               01  Forecast_Log_Record.
                   05  FL_Run_Date                 PIC 9(8).
                   05  FL_Week_No                  PIC 9(1).
                   05  FL_Week_Start               PIC 9(8).
                   05  FL_Week_End                 PIC 9(8).
                   05  FL_Forecast                 PIC 9(11)V9(2).

           FD  FcstRpt
               Record Contains 132 Characters.
               01  Fcst_Buffer                     PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_Current_Period               PIC X(6).
               01  WS_Next_Period                  PIC X(6).
               01  WS_Marker_Name                  PIC X(40).
               01  Balance_EOF_Sw                  PIC X(1).
                   88  No_More_Balances              value 'Y'.
                   88  More_Balance_Records          value 'N'.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Entry_Found_Sw                  PIC X(1).
                   88  Entry_Found                   value 'Y'.
                   88  Entry_Not_Found               value 'N'.
               01  Timing_Sw                       PIC X(1).
                   88  Timed_Credit                  value 'Y'.
                   88  Untimed_Credit                value 'N'.

      * Horizon - four forecast weeks from today; week 5 is
      * everything expected later.
               01  Week_Count                      PIC 9(1) value 4.
               01  Week_Table.
                   05  Week_Entry OCCURS 4 TIMES.
                       10  WK_Start                PIC 9(8).
                       10  WK_End                  PIC 9(8).
               01  WS_Week_Idx                     PIC 9(1).
               01  WS_Week_Days                    PIC S9(5).
               01  WS_Week_Date                    PIC 9(8).
               01  WS_Date_Function                PIC X(1).
               01  WS_Day_Count                    PIC S9(5).
               01  WS_Work_Date                    PIC 9(8).
               01  WS_Occur_Date.
                   05  WS_Occur_Period             PIC X(6).
                   05  WS_Occur_Day                PIC X(2).
               01  WS_Occur_Date_N REDEFINES WS_Occur_Date
                                                   PIC 9(8).
               01  WS_Row_Date.
                   05  WS_Row_Period               PIC X(6).
                   05  WS_Row_Day                  PIC X(2).
               01  WS_Row_Date_N REDEFINES WS_Row_Date
                                                   PIC 9(8).

      * Source totals - 1 promises, 2 pending direct debits,
      * 3 standing orders, 4 open balances; weeks 1-4 and later.
               01  Source_Totals.
                   05  Source_Entry OCCURS 4 TIMES.
                       10  SRC_Week OCCURS 5 TIMES PIC S9(11)V9(2).
               01  WS_Source_Idx                   PIC 9(1).
               01  Source_Label_Values.
                   05              PIC X(22) value 'Promises to pay'.
                   05              PIC X(22)
                                   value 'Direct debits pending'.
                   05              PIC X(22) value 'Standing orders'.
                   05              PIC X(22) value 'Open balances'.
               01  Source_Label_Table REDEFINES Source_Label_Values.
                   05  WS_Source_Label OCCURS 4 TIMES PIC X(22).

      * Commit_Table - per customer, the cash already promised or
      * in motion, by week; the customer's open balance is
      * forecast only for what these do not already cover.
               01  Commit_Count                    PIC 9(4) value zero.
               01  Commit_Table.
                   05  Commit_Entry OCCURS 2000 TIMES.
                       10  CMT_Customer            PIC 9(6).
                       10  CMT_Used_Sw             PIC X(1).
                       10  CMT_Total               PIC S9(9)V9(2).
                       10  CMT_Week OCCURS 5 TIMES PIC S9(9)V9(2).
               01  WS_CMT_Idx                      PIC 9(4).
               01  WS_CMT_Match_Idx                PIC 9(4).
               01  WS_CMT_Scan_Idx                 PIC 9(4).
               01  WS_Commit_Customer              PIC 9(6).
               01  WS_Commit_Date                  PIC 9(8).
               01  WS_Commit_Amount                PIC S9(9)V9(2).

      * Marker_Table - the last generated period per company, read
      * once per company off its StandingOrders marker.
               01  WS_Unscoped_Last                PIC X(6).
               01  Marker_Count                    PIC 9(2) value zero.
               01  Marker_Table.
                   05  Marker_Entry OCCURS 20 TIMES.
                       10  MK_Company              PIC X(2).
                       10  MK_Period               PIC X(6).
               01  WS_MK_Idx                       PIC 9(2).
               01  WS_MK_Match_Idx                 PIC 9(2).
               01  WS_Company_Last                 PIC X(6).

               01  WS_Conversion_Rate              PIC 9(1)V9(4).
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

      * The customer in hand - its company and office, the charges
      * still open after its payments and credits have been laid
      * against the oldest first, and the amount-weighted days its
      * payments came in after the due date.
               01  WS_Cust_Number                  PIC 9(6).
               01  WS_Cust_Balance                 PIC S9(9)V9(2).
               01  WS_Cust_Company                 PIC X(2).
               01  WS_Cust_Office                  PIC X(4).
               01  WS_Newest_Period_Seen           PIC X(6).
               01  WS_Cust_Week_Table.
                   05  WS_Cust_Week OCCURS 5 TIMES PIC S9(9)V9(2).
               01  WS_Row_Amount                   PIC S9(9)V9(2).
               01  WS_Credit_Left                  PIC S9(9)V9(2).
               01  WS_Take_Amount                  PIC S9(9)V9(2).
               01  WS_Remaining                    PIC S9(9)V9(2).
               01  WS_Paid_Weight                  PIC S9(13)V9(2).
               01  WS_Paid_Amount                  PIC S9(11)V9(2).
               01  WS_Paid_Days                    PIC S9(5).
               01  WS_Avg_Days_Late                PIC S9(5).
               01  Charge_Head                     PIC 9(3).
               01  Charge_Count                    PIC 9(3).
               01  Charge_Table.
                   05  Charge_Entry OCCURS 300 TIMES.
                       10  FQ_Due_Date             PIC 9(8).
                       10  FQ_Amount               PIC S9(9)V9(2).
               01  WS_FQ_Idx                       PIC 9(3).

      * Company/office table - the forecast weeks per company and
      * office, sorted for the report.
               01  Office_Fcst_Count               PIC 9(3) value zero.
               01  Office_Fcst_Table.
                   05  Office_Fcst_Entry OCCURS 200 TIMES.
                       10  OFC_Company             PIC X(2).
                       10  OFC_Office              PIC X(4).
                       10  OFC_Week OCCURS 5 TIMES PIC S9(11)V9(2).
               01  WS_OFC_Idx                      PIC 9(3).
               01  WS_OFC_Match_Idx                PIC 9(3).
               01  WS_OFC_Sort_Outer               PIC 9(3).
               01  WS_OFC_Sort_Inner               PIC 9(3).
               01  WS_OFC_Temp                     PIC X(71).
               01  Company_Weeks.
                   05  CPY_Week OCCURS 5 TIMES     PIC S9(11)V9(2).
               01  Grand_Weeks.
                   05  GRW_Week OCCURS 5 TIMES     PIC S9(11)V9(2).
               01  WS_Prev_Company                 PIC X(2).
               01  First_Company_Sw                PIC X(1) value 'Y'.
                   88  First_Company                 value 'Y'.
                   88  Not_First_Company             value 'N'.
               01  WS_Line_Total                   PIC S9(11)V9(2).

      * Compare_Table - the prior run's weeks that have closed,
      * with the 'P' payments that actually posted inside each.
               01  WS_Prior_Run_Date               PIC 9(8) value zero.
               01  Compare_Count                   PIC 9(1) value zero.
               01  Compare_Table.
                   05  Compare_Entry OCCURS 4 TIMES.
                       10  CW_Week_No              PIC 9(1).
                       10  CW_Start                PIC 9(8).
                       10  CW_End                  PIC 9(8).
                       10  CW_Forecast             PIC S9(11)V9(2).
                       10  CW_Actual               PIC S9(11)V9(2).
               01  WS_CW_Idx                       PIC 9(1).
               01  WS_Variance                     PIC S9(11)V9(2).
               01  WS_Accuracy_Pct                 PIC S9(5)V9(1).

               01  WS_Display_Date.
                   05  WS_Display_Year             PIC 9(4).
                   05  WS_Display_Month            PIC 9(2).
                   05  WS_Display_Day              PIC 9(2).
               01  WS_Display_Date_N REDEFINES WS_Display_Date
                                                   PIC 9(8).
               01  WS_Edited_Date                  PIC X(10).

               01  FcstHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(30)
                           value 'Cash Receipts Forecast as of '.
                   05  Fcst_Head_Date          PIC X(10).
               01  FcstWeekLine.
                   05              PIC X(4)    value spaces.
                   05              PIC X(5)    value 'Week '.
                   05  Fcst_Week_No            PIC 9(1).
                   05              PIC X(2)    value ': '.
                   05  Fcst_Week_From          PIC X(10).
                   05              PIC X(4)    value ' to '.
                   05  Fcst_Week_To            PIC X(10).
               01  FcstColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(22)   value 'Company / Office'.
                   05              PIC X(14)   value '        Week 1'.
                   05              PIC X(14)   value '        Week 2'.
                   05              PIC X(14)   value '        Week 3'.
                   05              PIC X(14)   value '        Week 4'.
                   05              PIC X(14)   value '         Later'.
                   05              PIC X(15)   value '          Total'.
               01  FcstDetail.
                   05              PIC X(2)    value spaces.
                   05  Fcst_Label              PIC X(22).
                   05  Fcst_Week_1             PIC ZZ,ZZZ,ZZ9.99-.
                   05  Fcst_Week_2             PIC ZZ,ZZZ,ZZ9.99-.
                   05  Fcst_Week_3             PIC ZZ,ZZZ,ZZ9.99-.
                   05  Fcst_Week_4             PIC ZZ,ZZZ,ZZ9.99-.
                   05  Fcst_Week_5             PIC ZZ,ZZZ,ZZ9.99-.
                   05  Fcst_Total              PIC ZZZ,ZZZ,ZZ9.99-.
               01  FcstSectionLine.
                   05              PIC X(2)    value spaces.
                   05  Fcst_Section_Title      PIC X(40).
               01  FcstCompareColumns.
                   05              PIC X(4)    value spaces.
                   05              PIC X(30)   value 'Week'.
                   05              PIC X(15)   value '       Forecast'.
                   05              PIC X(15)   value '    Actual paid'.
                   05              PIC X(15)   value '       Variance'.
                   05              PIC X(10)   value '  Accuracy'.
               01  FcstCompareDetail.
                   05              PIC X(4)    value spaces.
                   05  Fcst_Cmp_From           PIC X(10).
                   05              PIC X(4)    value ' to '.
                   05  Fcst_Cmp_To             PIC X(10).
                   05              PIC X(2)    value spaces.
                   05  Fcst_Cmp_Forecast       PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Fcst_Cmp_Actual         PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Fcst_Cmp_Variance       PIC ZZZ,ZZZ,ZZ9.99-.
                   05              PIC X(2)    value spaces.
                   05  Fcst_Cmp_Pct            PIC ZZZZ9.9-.
                   05              PIC X(1)    value '%'.
               01  FcstNoteLine.
                   05              PIC X(4)    value spaces.
                   05  Fcst_Note               PIC X(60).

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               MOVE WS_Current_Year TO WS_Current_Period (1:4)
               MOVE WS_Current_Month TO WS_Current_Period (5:2)
               INITIALIZE Source_Totals
               INITIALIZE Grand_Weeks
               PERFORM 1000-Set-Horizon
               PERFORM 1100-Load-Currency-Rates
               PERFORM 1200-Read-Forecast-Log
               PERFORM 2000-Open-Files
               PERFORM 2100-Load-Promises
               PERFORM 2200-Load-Pending-Debits
               PERFORM 2300-Load-Standing-Orders
               IF Compare_Count > ZERO
                   PERFORM 3000-Total-Actual-Payments
               END-IF
               PERFORM 4000-Forecast-One-Balance
                   UNTIL No_More_Balances
               PERFORM 4900-Forecast-Uncovered-Commit
                   VARYING WS_CMT_Scan_Idx FROM 1 BY 1
                   UNTIL WS_CMT_Scan_Idx > Commit_Count
               PERFORM 6000-Write-Forecast-Log
               PERFORM 7000-Write-Forecast-Report
               PERFORM 9000-Close-Program
               DISPLAY "CashForecast: four weeks forecast, "
                   Compare_Count " prior weeks compared."
               STOP RUN.

      * 1000-Set-Horizon - week 1 starts today; each week runs
      * seven days.  The next period is the one the window can
      * reach into for standing orders.
           1000-Set-Horizon.
               MOVE 'A' TO WS_Date_Function
               PERFORM 1010-Set-One-Week
                   VARYING WS_Week_Idx FROM 1 BY 1
                   UNTIL WS_Week_Idx > Week_Count
               IF WS_Current_Month EQUAL 12
                   COMPUTE WS_Display_Year = WS_Current_Year + 1
                   MOVE 1 TO WS_Display_Month
               ELSE
                   MOVE WS_Current_Year TO WS_Display_Year
                   COMPUTE WS_Display_Month = WS_Current_Month + 1
               END-IF
               MOVE WS_Display_Year TO WS_Next_Period (1:4)
               MOVE WS_Display_Month TO WS_Next_Period (5:2).

           1010-Set-One-Week.
               COMPUTE WS_Day_Count = (WS_Week_Idx - 1) * 7
               CALL "DateCalc" USING WS_Date_Function,
                   WS_Current_Date, WS_Day_Count, WK_Start (WS_Week_Idx)
               COMPUTE WS_Day_Count = WS_Week_Idx * 7 - 1
               CALL "DateCalc" USING WS_Date_Function,
                   WS_Current_Date, WS_Day_Count, WK_End (WS_Week_Idx).

           1100-Load-Currency-Rates.
               MOVE ZERO TO Currency_Table_Entries
               OPEN INPUT CurrRates
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1110-Read-One-Rate
                       UNTIL No_More_Input
                   CLOSE CurrRates
               END-IF.

           1110-Read-One-Rate.
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
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Currency_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 1200-Read-Forecast-Log - the newest run before today is the
      * one measured; of its weeks only those already over can be
      * set against what was paid.
           1200-Read-Forecast-Log.
               MOVE ZERO TO Compare_Count
               OPEN INPUT FcstLog
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Log-Row
                       UNTIL No_More_Input
                   CLOSE FcstLog
               END-IF.

           1210-Read-One-Log-Row.
               READ FcstLog
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF FL_Run_Date < WS_Current_Date
                       IF FL_Run_Date > WS_Prior_Run_Date
                           MOVE FL_Run_Date TO WS_Prior_Run_Date
                           MOVE ZERO TO Compare_Count
                       END-IF
                       IF FL_Run_Date EQUAL WS_Prior_Run_Date
                           AND FL_Week_End < WS_Current_Date
                           AND Compare_Count < 4
                           ADD 1 TO Compare_Count
                           MOVE FL_Week_No TO CW_Week_No (Compare_Count)
                           MOVE FL_Week_Start
                               TO CW_Start (Compare_Count)
                           MOVE FL_Week_End TO CW_End (Compare_Count)
                           MOVE FL_Forecast
                               TO CW_Forecast (Compare_Count)
                           MOVE ZERO TO CW_Actual (Compare_Count)
                       END-IF
                   END-IF
               END-IF.

           2000-Open-Files.
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SET More_Balance_Records TO TRUE
               MOVE ZERO TO CB_Customer_Number
               START CustBal KEY IS NOT LESS THAN CB_Customer_Number
                   INVALID KEY SET No_More_Balances TO TRUE
               END-START.

      * 2100-Load-Promises - a promise still on foot counts on its
      * promised date; one whose date has passed without CHECK
      * closing it is still expected, this week.
           2100-Load-Promises.
               OPEN INPUT CollQueue
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2110-Read-One-Queue-Row
                       UNTIL No_More_Input
                   CLOSE CollQueue
               END-IF.

           2110-Read-One-Queue-Row.
               READ CollQueue
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Queue_Promised AND CQ_Promise_Amount > ZERO
                       MOVE CQ_Customer_Number TO WS_Commit_Customer
                       MOVE CQ_Promise_Date TO WS_Commit_Date
                       MOVE CQ_Promise_Amount TO WS_Commit_Amount
                       MOVE 1 TO WS_Source_Idx
                       PERFORM 2500-Note-Commitment
                   END-IF
               END-IF.

      * 2200-Load-Pending-Debits - a collection sent to the bank
      * is expected three days after it was drawn, the bank's
      * usual settlement turn.
           2200-Load-Pending-Debits.
               OPEN INPUT Pending
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2210-Read-One-Pending-Row
                       UNTIL No_More_Input
                   CLOSE Pending
               END-IF.

           2210-Read-One-Pending-Row.
               READ Pending
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE PD_Customer_Number TO WS_Commit_Customer
                   MOVE 'A' TO WS_Date_Function
                   MOVE 3 TO WS_Day_Count
                   CALL "DateCalc" USING WS_Date_Function, PD_Date,
                       WS_Day_Count, WS_Commit_Date
                   MOVE PD_Amount TO WS_Commit_Amount
                   MOVE 2 TO WS_Source_Idx
                   PERFORM 2500-Note-Commitment
               END-IF.

      * 2300-Load-Standing-Orders - each payment-type order can
      * fall due this period and next; an occurrence counts when
      * it lands inside the four weeks, inside the order's own
      * start/end periods, and its period has not already been
      * generated onto the books.
           2300-Load-Standing-Orders.
               MOVE SPACES TO WS_Unscoped_Last
               MOVE 'CustStandingLast' TO WS_Marker_Name
               PERFORM 2340-Read-Marker
               MOVE WS_Company_Last TO WS_Unscoped_Last
               OPEN INPUT StandMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2310-Read-One-Order
                       UNTIL No_More_Input
                   CLOSE StandMast
               END-IF.

           2310-Read-One-Order.
               READ StandMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF SO_Trans_Type EQUAL 'P' AND SO_Amount > ZERO
                       MOVE SO_Customer_Number TO CM_Customer_Number
                       SET Master_Found TO TRUE
                       READ CustMstr
                           INVALID KEY SET Master_Not_Found TO TRUE
                       END-READ
                       MOVE SPACES TO WS_Cust_Company
                       IF Master_Found
                           MOVE CM_Company TO WS_Cust_Company
                       END-IF
                       PERFORM 2330-Find-Company-Marker
                       MOVE SO_Currency_Code TO WS_Rate_Currency
                       MOVE WS_Current_Period TO WS_Rate_Period
                       PERFORM 2600-Lookup-Rate
                       MOVE WS_Current_Period TO WS_Occur_Period
                       PERFORM 2320-Judge-One-Occurrence
                       MOVE WS_Next_Period TO WS_Occur_Period
                       PERFORM 2320-Judge-One-Occurrence
                   END-IF
               END-IF.

           2320-Judge-One-Occurrence.
               IF WS_Occur_Period NOT LESS SO_Start_Period AND
                   (SO_End_Period EQUAL SPACES OR
                       WS_Occur_Period NOT GREATER SO_End_Period)
                   AND WS_Occur_Period > WS_Unscoped_Last
                   AND WS_Occur_Period > WS_Company_Last
                   MOVE SO_Day TO WS_Occur_Day
                   IF WS_Occur_Day NOT NUMERIC OR
                       WS_Occur_Day EQUAL '00'
                       MOVE '01' TO WS_Occur_Day
                   END-IF
      * a day past the month's end (the 31st in a 30-day month)
      * is not a calendar date; the order falls on the 28th.
                   MOVE 'A' TO WS_Date_Function
                   MOVE ZERO TO WS_Day_Count
                   CALL "DateCalc" USING WS_Date_Function,
                       WS_Occur_Date_N, WS_Day_Count, WS_Work_Date
                   IF WS_Work_Date EQUAL ZERO
                       MOVE '28' TO WS_Occur_Day
                   END-IF
                   IF WS_Occur_Date_N NOT LESS WS_Current_Date AND
                       WS_Occur_Date_N NOT GREATER WK_End (Week_Count)
                       MOVE SO_Customer_Number TO WS_Commit_Customer
                       MOVE WS_Occur_Date_N TO WS_Commit_Date
                       COMPUTE WS_Commit_Amount ROUNDED =
                           SO_Amount * WS_Conversion_Rate
                       MOVE 3 TO WS_Source_Idx
                       PERFORM 2500-Note-Commitment
                   END-IF
               END-IF.

      * 2330-Find-Company-Marker - a company-scoped generation
      * leaves its own marker; each company's is read once.
           2330-Find-Company-Marker.
               MOVE SPACES TO WS_Company_Last
               IF WS_Cust_Company NOT EQUAL SPACES
                   SET Entry_Not_Found TO TRUE
                   PERFORM 2335-Match-One-Marker
                       VARYING WS_MK_Idx FROM 1 BY 1
                       UNTIL WS_MK_Idx > Marker_Count
                           OR Entry_Found
                   IF Entry_Found
                       MOVE MK_Period (WS_MK_Match_Idx)
                           TO WS_Company_Last
                   ELSE
                       MOVE SPACES TO WS_Marker_Name
                       STRING 'CustStandingLast.' DELIMITED BY SIZE
                               WS_Cust_Company DELIMITED BY SIZE
                           INTO WS_Marker_Name
                       PERFORM 2340-Read-Marker
                       IF Marker_Count < 20
                           ADD 1 TO Marker_Count
                           MOVE WS_Cust_Company
                               TO MK_Company (Marker_Count)
                           MOVE WS_Company_Last
                               TO MK_Period (Marker_Count)
                       END-IF
                   END-IF
               END-IF.

           2335-Match-One-Marker.
               IF MK_Company (WS_MK_Idx) EQUAL WS_Cust_Company
                   SET Entry_Found TO TRUE
                   MOVE WS_MK_Idx TO WS_MK_Match_Idx
               END-IF.

           2340-Read-Marker.
               MOVE SPACES TO WS_Company_Last
               OPEN INPUT StandLast
               IF File_Status EQUAL '00'
                   READ StandLast
                       AT END CONTINUE
                       NOT AT END
                           MOVE SL_Period TO WS_Company_Last
                   END-READ
                   CLOSE StandLast
               END-IF.

      * 2500-Note-Commitment - the amount lands in its week on the
      * customer's commitment entry and in its source's totals.
           2500-Note-Commitment.
               MOVE WS_Commit_Date TO WS_Week_Date
               PERFORM 2700-Find-Week
               SET Entry_Not_Found TO TRUE
               PERFORM 2510-Match-One-Commit-Entry
                   VARYING WS_CMT_Idx FROM 1 BY 1
                   UNTIL WS_CMT_Idx > Commit_Count OR Entry_Found
               IF Entry_Not_Found
                   IF Commit_Count < 2000
                       ADD 1 TO Commit_Count
                       MOVE WS_Commit_Customer
                           TO CMT_Customer (Commit_Count)
                       MOVE 'N' TO CMT_Used_Sw (Commit_Count)
                       MOVE ZERO TO CMT_Total (Commit_Count)
                       PERFORM 2520-Clear-One-Commit-Week
                           VARYING WS_Week_Idx FROM 1 BY 1
                           UNTIL WS_Week_Idx > 5
                       MOVE Commit_Count TO WS_CMT_Match_Idx
                       SET Entry_Found TO TRUE
                       MOVE WS_Commit_Date TO WS_Week_Date
                       PERFORM 2700-Find-Week
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Commit_Table" "TABLE FULL"
                   END-IF
               END-IF
               IF Entry_Found
                   ADD WS_Commit_Amount TO CMT_Total (WS_CMT_Match_Idx)
                   ADD WS_Commit_Amount
                       TO CMT_Week (WS_CMT_Match_Idx WS_Week_Idx)
                   ADD WS_Commit_Amount
                       TO SRC_Week (WS_Source_Idx WS_Week_Idx)
               END-IF.

           2510-Match-One-Commit-Entry.
               IF CMT_Customer (WS_CMT_Idx) EQUAL WS_Commit_Customer
                   SET Entry_Found TO TRUE
                   MOVE WS_CMT_Idx TO WS_CMT_Match_Idx
               END-IF.

           2520-Clear-One-Commit-Week.
               MOVE ZERO TO CMT_Week (Commit_Count WS_Week_Idx).

      * 2600-Lookup-Rate - the rate in effect for WS_Rate_Period,
      * par when the currency has none.
           2600-Lookup-Rate.
               MOVE ZEROES TO WS_Rate_Best_Period
               MOVE 1.0000 TO WS_Conversion_Rate
               PERFORM 2610-Check-Currency-Entry
                   VARYING WS_Currency_Idx FROM 1 BY 1
                   UNTIL WS_Currency_Idx > Currency_Table_Entries.

           2610-Check-Currency-Entry.
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

      * 2700-Find-Week - the forecast week a date falls in; a date
      * already past counts this week, one beyond the fourth week
      * counts as later (5).
           2700-Find-Week.
               MOVE 'D' TO WS_Date_Function
               MOVE ZERO TO WS_Week_Days
               CALL "DateCalc" USING WS_Date_Function,
                   WS_Current_Date, WS_Week_Days, WS_Week_Date
               IF WS_Week_Days < ZERO OR WS_Week_Date EQUAL ZERO
                   MOVE ZERO TO WS_Week_Days
               END-IF
               IF WS_Week_Days > 34
                   MOVE 5 TO WS_Week_Idx
               ELSE
                   COMPUTE WS_Week_Idx = WS_Week_Days / 7 + 1
                   IF WS_Week_Idx > 5
                       MOVE 5 TO WS_Week_Idx
                   END-IF
               END-IF.

      * 3000-Total-Actual-Payments - one pass of the whole history
      * adds every 'P' payment dated inside a closed prior week to
      * that week's actual.
           3000-Total-Actual-Payments.
               SET More_History TO TRUE
               MOVE ZERO TO CH_Customer_Number
               MOVE LOW-VALUES TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 3010-Read-One-Payment-Row
                   UNTIL No_More_History.

           3010-Read-One-Payment-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Trans_Type EQUAL 'P'
                       PERFORM 5250-Set-Row-Date
                       MOVE CH_Currency_Code TO WS_Rate_Currency
                       MOVE CH_Period TO WS_Rate_Period
                       PERFORM 2600-Lookup-Rate
                       COMPUTE WS_Row_Amount ROUNDED =
                           CH_Amount_Trans * WS_Conversion_Rate
                       PERFORM 3020-Add-To-One-Compare-Week
                           VARYING WS_CW_Idx FROM 1 BY 1
                           UNTIL WS_CW_Idx > Compare_Count
                   END-IF
               END-IF.

           3020-Add-To-One-Compare-Week.
               IF WS_Row_Date_N NOT LESS CW_Start (WS_CW_Idx) AND
                   WS_Row_Date_N NOT GREATER CW_End (WS_CW_Idx)
                   ADD WS_Row_Amount TO CW_Actual (WS_CW_Idx)
               END-IF.

      * 4000-Forecast-One-Balance - every balance position is
      * forecast, a credit or settled one for its commitments only.
           4000-Forecast-One-Balance.
               READ CustBal NEXT RECORD
                   AT END SET No_More_Balances TO TRUE
               END-READ
               IF NOT No_More_Balances
                   MOVE CB_Customer_Number TO WS_Cust_Number
                   IF CB_Balance > ZERO
                       MOVE CB_Balance TO WS_Cust_Balance
                   ELSE
                       MOVE ZERO TO WS_Cust_Balance
                   END-IF
                   PERFORM 5000-Forecast-One-Customer
               END-IF.

      * 4900-Forecast-Uncovered-Commit - cash in motion for a
      * customer with no balance record still counts.
           4900-Forecast-Uncovered-Commit.
               IF CMT_Used_Sw (WS_CMT_Scan_Idx) NOT EQUAL 'Y'
                   MOVE CMT_Customer (WS_CMT_Scan_Idx)
                       TO WS_Cust_Number
                   MOVE ZERO TO WS_Cust_Balance
                   PERFORM 5000-Forecast-One-Customer
               END-IF.

           5000-Forecast-One-Customer.
               INITIALIZE WS_Cust_Week_Table
               PERFORM 5100-Find-Company
               PERFORM 5200-Walk-Customer-History
               PERFORM 5300-Take-Commitments
               COMPUTE WS_Remaining = WS_Cust_Balance - WS_Remaining
               IF WS_Remaining > ZERO
                   PERFORM 5400-Forecast-Open-Charges
               END-IF
               PERFORM 5500-Post-Customer-Weeks.

           5100-Find-Company.
               MOVE WS_Cust_Number TO CM_Customer_Number
               SET Master_Found TO TRUE
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               MOVE SPACES TO WS_Cust_Company
               IF Master_Found
                   MOVE CM_Company TO WS_Cust_Company
               END-IF.

      * 5200-Walk-Customer-History - charges (sales and the debit
      * adjustments) queue in the order they were posted; payments,
      * returns and credit adjustments clear the oldest first, and
      * each payment's days after the due date of what it cleared
      * are weighted by the amount cleared.
           5200-Walk-Customer-History.
               MOVE SPACES TO WS_Cust_Office
               MOVE LOW-VALUES TO WS_Newest_Period_Seen
               MOVE 1 TO Charge_Head
               MOVE ZERO TO Charge_Count
               MOVE ZERO TO WS_Paid_Weight
               MOVE ZERO TO WS_Paid_Amount
               SET More_History TO TRUE
               MOVE WS_Cust_Number TO CH_Customer_Number
               MOVE LOW-VALUES TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 5210-Read-One-History-Row
                   UNTIL No_More_History
               MOVE ZERO TO WS_Avg_Days_Late
               IF WS_Paid_Amount > ZERO
                   COMPUTE WS_Avg_Days_Late ROUNDED =
                       WS_Paid_Weight / WS_Paid_Amount
                       ON SIZE ERROR
                           MOVE ZERO TO WS_Avg_Days_Late
                   END-COMPUTE
               END-IF.

           5210-Read-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Customer_Number NOT EQUAL WS_Cust_Number
                       SET No_More_History TO TRUE
                   ELSE
                       PERFORM 5220-Take-One-History-Row
                   END-IF
               END-IF.

           5220-Take-One-History-Row.
               IF CH_Period > WS_Newest_Period_Seen
                   MOVE CH_Period TO WS_Newest_Period_Seen
                   MOVE CH_Office_Code TO WS_Cust_Office
               END-IF
               PERFORM 5250-Set-Row-Date
               MOVE CH_Currency_Code TO WS_Rate_Currency
               MOVE CH_Period TO WS_Rate_Period
               PERFORM 2600-Lookup-Rate
               COMPUTE WS_Row_Amount ROUNDED =
                   CH_Amount_Trans * WS_Conversion_Rate
               IF CH_Trans_Type EQUAL 'S' OR
                   (CH_Trans_Type EQUAL 'A' AND
                       (CH_Reason_Code EQUAL 'LATE' OR
                           CH_Reason_Code EQUAL 'RFND' OR
                           CH_Reason_Code EQUAL 'ESCH' OR
                           CH_Reason_Code EQUAL 'FXGN' OR
                           CH_Reason_Code EQUAL 'XFER' OR
                           CH_Reason_Code EQUAL 'NSF ' OR
                           CH_Reason_Code EQUAL 'NSFC'))
                   IF Charge_Count < 300
                       ADD 1 TO Charge_Count
                       MOVE WS_Row_Amount TO FQ_Amount (Charge_Count)
                       IF CH_Due_Date NUMERIC AND CH_Due_Date > ZERO
                           MOVE CH_Due_Date
                               TO FQ_Due_Date (Charge_Count)
                       ELSE
                           MOVE WS_Row_Date_N
                               TO FQ_Due_Date (Charge_Count)
                       END-IF
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Charge_Table" "TABLE FULL"
                   END-IF
               ELSE
                   IF CH_Trans_Type EQUAL 'P'
                       SET Timed_Credit TO TRUE
                   ELSE
                       SET Untimed_Credit TO TRUE
                   END-IF
                   MOVE WS_Row_Amount TO WS_Credit_Left
                   PERFORM 5230-Clear-One-Charge
                       UNTIL WS_Credit_Left NOT GREATER ZERO
                           OR Charge_Head > Charge_Count
               END-IF.

           5230-Clear-One-Charge.
               IF FQ_Amount (Charge_Head) < WS_Credit_Left
                   MOVE FQ_Amount (Charge_Head) TO WS_Take_Amount
               ELSE
                   MOVE WS_Credit_Left TO WS_Take_Amount
               END-IF
               IF Timed_Credit AND WS_Take_Amount > ZERO
                   MOVE 'D' TO WS_Date_Function
                   MOVE ZERO TO WS_Paid_Days
                   CALL "DateCalc" USING WS_Date_Function,
                       FQ_Due_Date (Charge_Head), WS_Paid_Days,
                       WS_Row_Date_N
                   COMPUTE WS_Paid_Weight =
                       WS_Paid_Weight + WS_Take_Amount * WS_Paid_Days
                   ADD WS_Take_Amount TO WS_Paid_Amount
               END-IF
               SUBTRACT WS_Take_Amount FROM FQ_Amount (Charge_Head)
               SUBTRACT WS_Take_Amount FROM WS_Credit_Left
               IF FQ_Amount (Charge_Head) NOT GREATER ZERO
                   ADD 1 TO Charge_Head
               END-IF.

      * 5250-Set-Row-Date - the history row's own date, period and
      * day; a row with no day on file dates from the first.
           5250-Set-Row-Date.
               MOVE CH_Period TO WS_Row_Period
               MOVE CH_Day_Trans TO WS_Row_Day
               IF WS_Row_Day NOT NUMERIC OR WS_Row_Day EQUAL '00'
                   MOVE '01' TO WS_Row_Day
               END-IF.

      * 5300-Take-Commitments - the customer's promised and in-
      * motion cash lands in its weeks; WS_Remaining comes back as
      * the total, which comes off the open balance.
           5300-Take-Commitments.
               MOVE ZERO TO WS_Remaining
               MOVE WS_Cust_Number TO WS_Commit_Customer
               SET Entry_Not_Found TO TRUE
               PERFORM 2510-Match-One-Commit-Entry
                   VARYING WS_CMT_Idx FROM 1 BY 1
                   UNTIL WS_CMT_Idx > Commit_Count OR Entry_Found
               IF Entry_Found
                   MOVE 'Y' TO CMT_Used_Sw (WS_CMT_Match_Idx)
                   MOVE CMT_Total (WS_CMT_Match_Idx) TO WS_Remaining
                   PERFORM 5310-Take-One-Commit-Week
                       VARYING WS_Week_Idx FROM 1 BY 1
                       UNTIL WS_Week_Idx > 5
               END-IF.

           5310-Take-One-Commit-Week.
               ADD CMT_Week (WS_CMT_Match_Idx WS_Week_Idx)
                   TO WS_Cust_Week (WS_Week_Idx).

      * 5400-Forecast-Open-Charges - what is still owed lies on the
      * newest open charges (payments clear the oldest), each
      * expected its due date plus the customer's average days
      * late; money the history cannot place is already overdue
      * and counts this week.
           5400-Forecast-Open-Charges.
               MOVE Charge_Count TO WS_FQ_Idx
               PERFORM 5410-Forecast-One-Charge
                   UNTIL WS_Remaining NOT GREATER ZERO
                       OR WS_FQ_Idx < Charge_Head
                       OR WS_FQ_Idx EQUAL ZERO
               IF WS_Remaining > ZERO
                   ADD WS_Remaining TO WS_Cust_Week (1)
                   ADD WS_Remaining TO SRC_Week (4 1)
               END-IF.

           5410-Forecast-One-Charge.
               IF FQ_Amount (WS_FQ_Idx) > ZERO
                   IF FQ_Amount (WS_FQ_Idx) < WS_Remaining
                       MOVE FQ_Amount (WS_FQ_Idx) TO WS_Take_Amount
                   ELSE
                       MOVE WS_Remaining TO WS_Take_Amount
                   END-IF
                   MOVE 'A' TO WS_Date_Function
                   CALL "DateCalc" USING WS_Date_Function,
                       FQ_Due_Date (WS_FQ_Idx), WS_Avg_Days_Late,
                       WS_Week_Date
                   PERFORM 2700-Find-Week
                   ADD WS_Take_Amount TO WS_Cust_Week (WS_Week_Idx)
                   ADD WS_Take_Amount TO SRC_Week (4 WS_Week_Idx)
                   SUBTRACT WS_Take_Amount FROM WS_Remaining
               END-IF
               SUBTRACT 1 FROM WS_FQ_Idx.

      * 5500-Post-Customer-Weeks - the customer's weeks roll onto
      * its company and office.
           5500-Post-Customer-Weeks.
               SET Entry_Not_Found TO TRUE
               PERFORM 5510-Match-One-Office-Entry
                   VARYING WS_OFC_Idx FROM 1 BY 1
                   UNTIL WS_OFC_Idx > Office_Fcst_Count OR Entry_Found
               IF Entry_Not_Found
                   IF Office_Fcst_Count < 200
                       ADD 1 TO Office_Fcst_Count
                       MOVE WS_Cust_Company
                           TO OFC_Company (Office_Fcst_Count)
                       MOVE WS_Cust_Office
                           TO OFC_Office (Office_Fcst_Count)
                       PERFORM 5520-Clear-One-Office-Week
                           VARYING WS_Week_Idx FROM 1 BY 1
                           UNTIL WS_Week_Idx > 5
                       MOVE Office_Fcst_Count TO WS_OFC_Match_Idx
                       SET Entry_Found TO TRUE
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Office_Fcst_Table" "TABLE FULL"
                   END-IF
               END-IF
               IF Entry_Found
                   PERFORM 5530-Add-One-Office-Week
                       VARYING WS_Week_Idx FROM 1 BY 1
                       UNTIL WS_Week_Idx > 5
               END-IF.

           5510-Match-One-Office-Entry.
               IF OFC_Company (WS_OFC_Idx) EQUAL WS_Cust_Company AND
                   OFC_Office (WS_OFC_Idx) EQUAL WS_Cust_Office
                   SET Entry_Found TO TRUE
                   MOVE WS_OFC_Idx TO WS_OFC_Match_Idx
               END-IF.

           5520-Clear-One-Office-Week.
               MOVE ZERO TO OFC_Week (Office_Fcst_Count WS_Week_Idx).

           5530-Add-One-Office-Week.
               ADD WS_Cust_Week (WS_Week_Idx)
                   TO OFC_Week (WS_OFC_Match_Idx WS_Week_Idx)
               ADD WS_Cust_Week (WS_Week_Idx)
                   TO GRW_Week (WS_Week_Idx).

      * 6000-Write-Forecast-Log - tonight's four weeks, for the
      * next run to measure.
           6000-Write-Forecast-Log.
               OPEN EXTEND FcstLog
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT FcstLog
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "CashForecastLog" "OPEN EXTEND"
               PERFORM 6100-Write-One-Log-Row
                   VARYING WS_Week_Idx FROM 1 BY 1
                   UNTIL WS_Week_Idx > Week_Count
               CLOSE FcstLog.

           6100-Write-One-Log-Row.
               MOVE WS_Current_Date TO FL_Run_Date
               MOVE WS_Week_Idx TO FL_Week_No
               MOVE WK_Start (WS_Week_Idx) TO FL_Week_Start
               MOVE WK_End (WS_Week_Idx) TO FL_Week_End
               IF GRW_Week (WS_Week_Idx) > ZERO
                   MOVE GRW_Week (WS_Week_Idx) TO FL_Forecast
               ELSE
                   MOVE ZERO TO FL_Forecast
               END-IF
               WRITE Forecast_Log_Record.

           7000-Write-Forecast-Report.
               OPEN OUTPUT FcstRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "CashForecastReport" "OPEN OUTPUT"
               MOVE WS_Current_Date TO WS_Display_Date_N
               PERFORM 7900-Edit-Display-Date
               MOVE WS_Edited_Date TO Fcst_Head_Date
               WRITE Fcst_Buffer FROM FcstHeading
               PERFORM 7050-Write-One-Week-Line
                   VARYING WS_Week_Idx FROM 1 BY 1
                   UNTIL WS_Week_Idx > Week_Count
               PERFORM 7100-Write-Office-Section
               PERFORM 7500-Write-Source-Section
               PERFORM 7700-Write-Compare-Section
               CLOSE FcstRpt.

           7050-Write-One-Week-Line.
               MOVE WS_Week_Idx TO Fcst_Week_No
               MOVE WK_Start (WS_Week_Idx) TO WS_Display_Date_N
               PERFORM 7900-Edit-Display-Date
               MOVE WS_Edited_Date TO Fcst_Week_From
               MOVE WK_End (WS_Week_Idx) TO WS_Display_Date_N
               PERFORM 7900-Edit-Display-Date
               MOVE WS_Edited_Date TO Fcst_Week_To
               IF WS_Week_Idx EQUAL 1
                   WRITE Fcst_Buffer FROM FcstWeekLine
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE Fcst_Buffer FROM FcstWeekLine
                       AFTER ADVANCING 1 LINES
               END-IF.

      * 7100-Write-Office-Section - company then office, with a
      * subtotal per company and the grand total.
           7100-Write-Office-Section.
               WRITE Fcst_Buffer FROM FcstColumns
                   AFTER ADVANCING 2 LINES
               IF Office_Fcst_Count > ZERO
                   PERFORM 7200-Sort-Office-Outer-Pass
                       VARYING WS_OFC_Sort_Outer FROM 1 BY 1
                       UNTIL WS_OFC_Sort_Outer >= Office_Fcst_Count
                   SET First_Company TO TRUE
                   INITIALIZE Company_Weeks
                   PERFORM 7300-Write-One-Office-Line
                       VARYING WS_OFC_Idx FROM 1 BY 1
                       UNTIL WS_OFC_Idx > Office_Fcst_Count
                   IF Not_First_Company
                       PERFORM 7400-Write-Company-Subtotal
                   END-IF
               END-IF
               MOVE 'Grand total' TO Fcst_Label
               MOVE GRW_Week (1) TO Fcst_Week_1
               MOVE GRW_Week (2) TO Fcst_Week_2
               MOVE GRW_Week (3) TO Fcst_Week_3
               MOVE GRW_Week (4) TO Fcst_Week_4
               MOVE GRW_Week (5) TO Fcst_Week_5
               COMPUTE WS_Line_Total = GRW_Week (1) + GRW_Week (2)
                   + GRW_Week (3) + GRW_Week (4) + GRW_Week (5)
               MOVE WS_Line_Total TO Fcst_Total
               WRITE Fcst_Buffer FROM FcstDetail
                   AFTER ADVANCING 2 LINES.

           7200-Sort-Office-Outer-Pass.
               PERFORM 7210-Sort-Office-Inner-Compare
                   VARYING WS_OFC_Sort_Inner FROM 1 BY 1
                   UNTIL WS_OFC_Sort_Inner > Office_Fcst_Count
                       - WS_OFC_Sort_Outer.

           7210-Sort-Office-Inner-Compare.
               IF OFC_Company (WS_OFC_Sort_Inner) >
                   OFC_Company (WS_OFC_Sort_Inner + 1) OR
                   (OFC_Company (WS_OFC_Sort_Inner) EQUAL
                       OFC_Company (WS_OFC_Sort_Inner + 1) AND
                   OFC_Office (WS_OFC_Sort_Inner) >
                       OFC_Office (WS_OFC_Sort_Inner + 1))
                   MOVE Office_Fcst_Entry (WS_OFC_Sort_Inner)
                       TO WS_OFC_Temp
                   MOVE Office_Fcst_Entry (WS_OFC_Sort_Inner + 1)
                       TO Office_Fcst_Entry (WS_OFC_Sort_Inner)
                   MOVE WS_OFC_Temp
                       TO Office_Fcst_Entry (WS_OFC_Sort_Inner + 1)
               END-IF.

           7300-Write-One-Office-Line.
               IF First_Company
                   SET Not_First_Company TO TRUE
                   MOVE OFC_Company (WS_OFC_Idx) TO WS_Prev_Company
               ELSE
                   IF OFC_Company (WS_OFC_Idx) NOT EQUAL
                       WS_Prev_Company
                       PERFORM 7400-Write-Company-Subtotal
                       MOVE OFC_Company (WS_OFC_Idx)
                           TO WS_Prev_Company
                   END-IF
               END-IF
               MOVE SPACES TO Fcst_Label
               STRING '  ' OFC_Company (WS_OFC_Idx) ' / '
                       OFC_Office (WS_OFC_Idx)
                   DELIMITED BY SIZE INTO Fcst_Label
               MOVE OFC_Week (WS_OFC_Idx 1) TO Fcst_Week_1
               MOVE OFC_Week (WS_OFC_Idx 2) TO Fcst_Week_2
               MOVE OFC_Week (WS_OFC_Idx 3) TO Fcst_Week_3
               MOVE OFC_Week (WS_OFC_Idx 4) TO Fcst_Week_4
               MOVE OFC_Week (WS_OFC_Idx 5) TO Fcst_Week_5
               COMPUTE WS_Line_Total = OFC_Week (WS_OFC_Idx 1)
                   + OFC_Week (WS_OFC_Idx 2) + OFC_Week (WS_OFC_Idx 3)
                   + OFC_Week (WS_OFC_Idx 4) + OFC_Week (WS_OFC_Idx 5)
               MOVE WS_Line_Total TO Fcst_Total
               WRITE Fcst_Buffer FROM FcstDetail
                   AFTER ADVANCING 1 LINES
               PERFORM 7310-Add-One-Company-Week
                   VARYING WS_Week_Idx FROM 1 BY 1
                   UNTIL WS_Week_Idx > 5.

           7310-Add-One-Company-Week.
               ADD OFC_Week (WS_OFC_Idx WS_Week_Idx)
                   TO CPY_Week (WS_Week_Idx).

           7400-Write-Company-Subtotal.
               MOVE SPACES TO Fcst_Label
               STRING 'Total company ' WS_Prev_Company
                   DELIMITED BY SIZE INTO Fcst_Label
               MOVE CPY_Week (1) TO Fcst_Week_1
               MOVE CPY_Week (2) TO Fcst_Week_2
               MOVE CPY_Week (3) TO Fcst_Week_3
               MOVE CPY_Week (4) TO Fcst_Week_4
               MOVE CPY_Week (5) TO Fcst_Week_5
               COMPUTE WS_Line_Total = CPY_Week (1) + CPY_Week (2)
                   + CPY_Week (3) + CPY_Week (4) + CPY_Week (5)
               MOVE WS_Line_Total TO Fcst_Total
               WRITE Fcst_Buffer FROM FcstDetail
                   AFTER ADVANCING 1 LINES
               INITIALIZE Company_Weeks.

           7500-Write-Source-Section.
               MOVE 'Forecast by Source' TO Fcst_Section_Title
               WRITE Fcst_Buffer FROM FcstSectionLine
                   AFTER ADVANCING 2 LINES
               PERFORM 7510-Write-One-Source-Line
                   VARYING WS_Source_Idx FROM 1 BY 1
                   UNTIL WS_Source_Idx > 4.

           7510-Write-One-Source-Line.
               MOVE WS_Source_Label (WS_Source_Idx) TO Fcst_Label
               MOVE SRC_Week (WS_Source_Idx 1) TO Fcst_Week_1
               MOVE SRC_Week (WS_Source_Idx 2) TO Fcst_Week_2
               MOVE SRC_Week (WS_Source_Idx 3) TO Fcst_Week_3
               MOVE SRC_Week (WS_Source_Idx 4) TO Fcst_Week_4
               MOVE SRC_Week (WS_Source_Idx 5) TO Fcst_Week_5
               COMPUTE WS_Line_Total = SRC_Week (WS_Source_Idx 1)
                   + SRC_Week (WS_Source_Idx 2)
                   + SRC_Week (WS_Source_Idx 3)
                   + SRC_Week (WS_Source_Idx 4)
                   + SRC_Week (WS_Source_Idx 5)
               MOVE WS_Line_Total TO Fcst_Total
               WRITE Fcst_Buffer FROM FcstDetail
                   AFTER ADVANCING 1 LINES.

      * 7700-Write-Compare-Section - the prior run's closed weeks
      * against the payments that came in; accuracy is actual as
      * a percentage of forecast.
           7700-Write-Compare-Section.
               MOVE 'Forecast Reliability - Prior Run'
                   TO Fcst_Section_Title
               WRITE Fcst_Buffer FROM FcstSectionLine
                   AFTER ADVANCING 2 LINES
               IF Compare_Count EQUAL ZERO
                   MOVE 'No closed week from a prior run to compare.'
                       TO Fcst_Note
                   WRITE Fcst_Buffer FROM FcstNoteLine
                       AFTER ADVANCING 1 LINES
               ELSE
                   MOVE WS_Prior_Run_Date TO WS_Display_Date_N
                   PERFORM 7900-Edit-Display-Date
                   MOVE SPACES TO Fcst_Note
                   STRING 'Forecast run of ' WS_Edited_Date
                       DELIMITED BY SIZE INTO Fcst_Note
                   WRITE Fcst_Buffer FROM FcstNoteLine
                       AFTER ADVANCING 1 LINES
                   WRITE Fcst_Buffer FROM FcstCompareColumns
                       AFTER ADVANCING 1 LINES
                   PERFORM 7710-Write-One-Compare-Line
                       VARYING WS_CW_Idx FROM 1 BY 1
                       UNTIL WS_CW_Idx > Compare_Count
               END-IF.

           7710-Write-One-Compare-Line.
               MOVE CW_Start (WS_CW_Idx) TO WS_Display_Date_N
               PERFORM 7900-Edit-Display-Date
               MOVE WS_Edited_Date TO Fcst_Cmp_From
               MOVE CW_End (WS_CW_Idx) TO WS_Display_Date_N
               PERFORM 7900-Edit-Display-Date
               MOVE WS_Edited_Date TO Fcst_Cmp_To
               MOVE CW_Forecast (WS_CW_Idx) TO Fcst_Cmp_Forecast
               MOVE CW_Actual (WS_CW_Idx) TO Fcst_Cmp_Actual
               COMPUTE WS_Variance =
                   CW_Actual (WS_CW_Idx) - CW_Forecast (WS_CW_Idx)
               MOVE WS_Variance TO Fcst_Cmp_Variance
               MOVE ZERO TO WS_Accuracy_Pct
               IF CW_Forecast (WS_CW_Idx) > ZERO
                   COMPUTE WS_Accuracy_Pct ROUNDED =
                       CW_Actual (WS_CW_Idx) * 100
                           / CW_Forecast (WS_CW_Idx)
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS_Accuracy_Pct
                   END-COMPUTE
               END-IF
               MOVE WS_Accuracy_Pct TO Fcst_Cmp_Pct
               WRITE Fcst_Buffer FROM FcstCompareDetail
                   AFTER ADVANCING 1 LINES.

           7900-Edit-Display-Date.
               MOVE SPACES TO WS_Edited_Date
               STRING WS_Display_Month '/' WS_Display_Day '/'
                       WS_Display_Year DELIMITED BY SIZE
                   INTO WS_Edited_Date.

           9000-Close-Program.
               CLOSE CustBal
               CLOSE CustMstr
               CLOSE CustHist.

       End Program CashForecast.
