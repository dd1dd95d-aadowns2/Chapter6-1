      *   2026-09-02  AD  Archived years pulled back on request:
      *                   the HistArchiveIndex years list with the
      *                   live history and join the period totals.
      *   2026-10-15  AD  Sales rep carried on the master, sorted
      *                   transaction and history layouts for the
      *                   monthly commission run (master 119 to
      *                   123, sorted image 103 to 107, history 69
      *                   to 73).
      *   2026-10-15  AD  A sale's invoice number shows on its
      *                   history line, live and archived (sorted
      *                   image 107 to 115, history 73 to 81).
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127) and due date
      *                   on the history layout (history 81 to
      *                   89).
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
      *   2026-10-15  AD  Operator id asked at start against
      *                   OperatorMaster; the account view ends
      *                   with the five latest shared account
      *                   notes from CustNotes and offers adding a
      *                   note (signed-on operators only) or the
      *                   full note trail, through AcctNotes.
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101) and on the
      *                   queued adjustment, reject and suspense
      *                   images (115 to 127).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).  The account
      *                   view shows the customer's billing
      *                   currency with this month's rate and its
      *                   period, the balance in it beside the USD
      *                   position, each history line's
      *                   billing-currency equivalent (the line's
      *                   own currency turned to USD at its
      *                   period's rate first) and the period
      *                   totals in it, all through BillCurrency;
      *                   a currency with no rate stays in USD and
      *                   says so.
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
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustPendAdj assign to "CustPendAdj"
                       File Status is File_Status
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  CustMstr.
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

           FD  CustBal.
               01  Balance_Record.
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

           FD  CustPendAdj
               Record Contains 127 Characters.
               01  Pending_Adj_Record.
                   05  PJ_Customer_Number          PIC X(6).
                   05  PJ_Rest                     PIC X(121).

           FD  CustRej
               Record Contains 149 Characters.
               01  Reject_Record.
                   05  RJ_Image.
                       10  RJ_Customer_Number      PIC X(6).
                       10  RJ_Rest                 PIC X(121).
                   05  RJ_Run_Id                   PIC X(14).
                   05  RJ_Reject_Date              PIC 9(8).

           FD  CustSusp
               Record Contains 127 Characters.
               01  Suspense_Record.
                   05  SU_Customer_Number          PIC X(6).
                   05  SU_Rest                     PIC X(121).

           FD  ArchIndex
               Record Contains 4 Characters.
                   05  IX_Year                     PIC 9(4).

           FD  HistArchIn
               Record Contains 101 Characters.
               01  Arch_History_Record.
                   05  AH_Customer_Number          PIC 9(6).
                   05  AH_Period                   PIC X(6).
                   05  AH_Office_Code              PIC X(4).
                   05  AH_Approved_By              PIC X(8).
                   05  AH_Product_Code             PIC X(4).
                   05  AH_Sales_Rep                PIC X(4).
                   05  AH_Invoice_Number           PIC 9(8).
                   05  AH_Due_Date                 PIC 9(8).
                   05  AH_Trans_Id                 PIC X(12).

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Master_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Inquiry_Number               PIC 9(6).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_Current_Period               PIC X(6).
               01  Bill_Calc_Function              PIC X(1) value 'C'.
               COPY "BillQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Conv==.
               01  WS_Bill_Currency                PIC X(3).
               01  WS_Bill_Rate_Edit               PIC 9.9999.
               01  WS_Line_Amount                  PIC 9(7)V9(2).
               01  WS_Line_Currency                PIC X(3).
               01  WS_Line_Period                  PIC X(6).
               01  WS_Line_Reporting               PIC S9(9)V9(2).
               01  WS_Line_Billing                 PIC S9(11)V9(2).
               01  WS_Bill_Edit                    PIC +ZZZZZZZZZZ9.99.
               01  WS_Bill_Text                    PIC X(24).
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Notes_Choice                 PIC X(1).
               01  WS_Notes_Function               PIC X(1).
               01  WS_Notes_Desk                   PIC X(8)
                                                   value 'CONSOLE'.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               01  Operator_EOF_Sw                 PIC X(1).
                   88  No_More_Operators             value 'Y'.
                   88  More_Operator_Records         value 'N'.
               01  WS_Hist_Archive_Name            PIC X(40).
               01  Arch_Index_EOF_Sw               PIC X(1).
                   88  No_More_Index_Years           value 'Y'.
               01  WS_History_Shown                PIC 9(4).
               01  WS_Queue_Hits                   PIC 9(4).
               01  WS_Balance_Edit                 PIC +Z,ZZZ,ZZ9.99.
               01  WS_Total_Edit                   PIC +ZZZZZZZZZZ9.99.
               01  WS_Amount_Edit                  PIC Z,ZZZ,ZZ9.99.
               01  WS_Invoice_Text                 PIC X(13).
               01  Inquiry_Period_Count            PIC 9(3) value zero.
               01  Inquiry_Period_Table.
                   05  Inquiry_Period_Entry OCCURS 150 TIMES.
                       10  IQP_Period              PIC X(6).
                       10  IQP_Total               PIC S9(11)V9(2).
               01  WS_Inq_Period_Idx               PIC 9(3).
               01  WS_Inq_Period_Match             PIC 9(3).
               01  Inquiry_Period_Sw               PIC X(1).
       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               MOVE WS_Current_Date (1:6) TO WS_Current_Period
               DISPLAY "Account View Console"
               DISPLAY "Operator id: " WITH NO ADVANCING
               ACCEPT WS_Operator_Id
               PERFORM 1500-Check-Sign-On
               IF SignOn_Rejected
                   DISPLAY "Operator not on OperatorMaster - "
                       "notes can be viewed but not added."
               END-IF
               PERFORM 1000-Open-Files
               PERFORM 2000-Show-One-Account UNTIL Exit_Requested
               PERFORM 9000-Close-Program
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT".

           1500-Check-Sign-On.
               OPEN INPUT OperMast
               IF File_Status EQUAL '00'
                   SET More_Operator_Records TO TRUE
                   PERFORM 1510-Check-One-Operator
                       UNTIL No_More_Operators OR SignOn_Accepted
                   CLOSE OperMast
               END-IF.

           1510-Check-One-Operator.
               READ OperMast
                   AT END SET No_More_Operators TO TRUE
               END-READ
               IF NOT No_More_Operators
                   IF OP_Operator_Id EQUAL WS_Operator_Id
                       SET SignOn_Accepted TO TRUE
                       DISPLAY "Welcome " OP_Name
                   END-IF
               END-IF.

           2000-Show-One-Account.
               DISPLAY " "
               DISPLAY "Customer number (0 to exit): "
                   PERFORM 5000-Show-Pending-Adjustments
                   PERFORM 6000-Show-Rejects
                   PERFORM 7000-Show-Suspense
                   MOVE 'L' TO WS_Notes_Function
                   CALL "AcctNotes" USING WS_Notes_Function
                       WS_Inquiry_Number WS_Operator_Id WS_Notes_Desk
                   PERFORM 7500-Offer-Notes
               END-IF.

           3000-Show-Master.
               ELSE
                   DISPLAY "Customer " WS_Inquiry_Number
                       " not on the master."
               END-IF
               PERFORM 3100-Set-Billing-Currency.

      * 3100-Set-Billing-Currency - this month's rate for the
      * customer's billing currency (blank, or no master row, is
      * USD); a currency with no rate in effect leaves the view in
      * USD, said once here.
           3100-Set-Billing-Currency.
               MOVE 'USD' TO WS_Bill_Currency
               IF Master_Found AND CM_Billing_Currency NOT EQUAL SPACES
                   MOVE CM_Billing_Currency TO WS_Bill_Currency
               END-IF
               IF WS_Bill_Currency NOT EQUAL 'USD'
                   MOVE WS_Bill_Currency TO Conv_Bill_Currency
                   MOVE WS_Current_Period TO Conv_Bill_Period
                   MOVE ZERO TO Conv_Bill_Reporting_Amount
                   CALL "BillCurrency" USING Bill_Calc_Function,
                       Conv_Bill_Query
                   IF Conv_Bill_Rate_Found
                       MOVE Conv_Bill_Rate TO WS_Bill_Rate_Edit
                       DISPLAY "  Billing currency " WS_Bill_Currency
                           " - one " WS_Bill_Currency " = "
                           WS_Bill_Rate_Edit " USD, rate period "
                           Conv_Bill_Rate_Period
                   ELSE
                       DISPLAY "  Billing currency " WS_Bill_Currency
                           " has no rate on file - amounts in USD"
                       MOVE 'USD' TO WS_Bill_Currency
                   END-IF
               END-IF.

           3500-Show-Balance.
                       DISPLAY "No balance record on file."
                   NOT INVALID KEY
                       MOVE CB_Balance TO WS_Balance_Edit
                       IF WS_Bill_Currency EQUAL 'USD'
                           DISPLAY "Balance: " WS_Balance_Edit
                               "  Last activity: " CB_Last_Activity
                       ELSE
                           MOVE WS_Bill_Currency TO Conv_Bill_Currency
                           MOVE WS_Current_Period TO Conv_Bill_Period
                           MOVE CB_Balance
                               TO Conv_Bill_Reporting_Amount
                           CALL "BillCurrency" USING
                               Bill_Calc_Function, Conv_Bill_Query
                           MOVE Conv_Bill_Amount TO WS_Bill_Edit
                           DISPLAY "Balance: " WS_Bill_Edit " "
                               WS_Bill_Currency "  (USD "
                               WS_Balance_Edit ")  Last activity: "
                               CB_Last_Activity
                       END-IF
               END-READ.

      * 4000-Show-History - the rows in key order with one total
                   IF AH_Customer_Number EQUAL WS_Inquiry_Number
                       ADD 1 TO WS_History_Shown
                       MOVE AH_Amount_Trans TO WS_Amount_Edit
                       MOVE SPACES TO WS_Invoice_Text
                       IF AH_Invoice_Number NUMERIC
                           IF AH_Invoice_Number > ZERO
                               STRING ' inv ' AH_Invoice_Number
                                   DELIMITED BY SIZE
                                   INTO WS_Invoice_Text
                           END-IF
                       END-IF
                       MOVE AH_Amount_Trans TO WS_Line_Amount
                       MOVE AH_Currency_Code TO WS_Line_Currency
                       MOVE AH_Period TO WS_Line_Period
                       PERFORM 4400-Convert-History-Line
                       DISPLAY "  " AH_Period "/" AH_Day_Trans " "
                           AH_Trans_Type " " WS_Amount_Edit " "
                           AH_Currency_Code " " AH_Reason_Code
                           " by " AH_Entered_By WS_Invoice_Text
                           " (archived)" WS_Bill_Text
                       PERFORM 4330-Total-Archived-Period
                   END-IF
               END-IF.
                       (AH_Trans_Type EQUAL 'A' AND
                           (AH_Reason_Code EQUAL 'LATE' OR
                               AH_Reason_Code EQUAL 'RFND' OR
                               AH_Reason_Code EQUAL 'ESCH' OR
                               AH_Reason_Code EQUAL 'FXGN' OR
                               AH_Reason_Code EQUAL 'XFER' OR
                               AH_Reason_Code EQUAL 'NSF ' OR
                               AH_Reason_Code EQUAL 'NSFC'))
                       ADD WS_Line_Billing
                           TO IQP_Total (WS_Inq_Period_Match)
                   ELSE
                       SUBTRACT WS_Line_Billing
                           FROM IQP_Total (WS_Inq_Period_Match)
                   END-IF
               END-IF.
                           DISPLAY "History:"
                       END-IF
                       MOVE CH_Amount_Trans TO WS_Amount_Edit
                       MOVE SPACES TO WS_Invoice_Text
                       IF CH_Invoice_Number NUMERIC
                           IF CH_Invoice_Number > ZERO
                               STRING ' inv ' CH_Invoice_Number
                                   DELIMITED BY SIZE
                                   INTO WS_Invoice_Text
                           END-IF
                       END-IF
                       MOVE CH_Amount_Trans TO WS_Line_Amount
                       MOVE CH_Currency_Code TO WS_Line_Currency
                       MOVE CH_Period TO WS_Line_Period
                       PERFORM 4400-Convert-History-Line
                       DISPLAY "  " CH_Period "/" CH_Day_Trans " "
                           CH_Trans_Type " " WS_Amount_Edit " "
                           CH_Currency_Code " " CH_Reason_Code
                           " by " CH_Entered_By WS_Invoice_Text
                           WS_Bill_Text
                       PERFORM 4200-Total-One-Period
                   END-IF
               END-IF.
                       (CH_Trans_Type EQUAL 'A' AND
                           (CH_Reason_Code EQUAL 'LATE' OR
                               CH_Reason_Code EQUAL 'RFND' OR
                               CH_Reason_Code EQUAL 'ESCH' OR
                               CH_Reason_Code EQUAL 'FXGN' OR
                               CH_Reason_Code EQUAL 'XFER' OR
                               CH_Reason_Code EQUAL 'NSF ' OR
                               CH_Reason_Code EQUAL 'NSFC'))
                       ADD WS_Line_Billing
                           TO IQP_Total (WS_Inq_Period_Match)
                   ELSE
                       SUBTRACT WS_Line_Billing
                           FROM IQP_Total (WS_Inq_Period_Match)
                   END-IF
               END-IF.
                   MOVE WS_Inq_Period_Idx TO WS_Inq_Period_Match
               END-IF.

      * 4400-Convert-History-Line - a line in the billing currency
      * already stands as booked; any other goes to USD at its own
      * period's rate, then to the billing currency at this
      * month's, so the period totals all add in one currency.
           4400-Convert-History-Line.
               MOVE SPACES TO WS_Bill_Text
               IF WS_Line_Currency EQUAL WS_Bill_Currency OR
                   (WS_Line_Currency EQUAL SPACES AND
                       WS_Bill_Currency EQUAL 'USD')
                   MOVE WS_Line_Amount TO WS_Line_Billing
               ELSE
                   MOVE WS_Line_Currency TO Conv_Bill_Currency
                   MOVE WS_Line_Period TO Conv_Bill_Period
                   MOVE ZERO TO Conv_Bill_Reporting_Amount
                   CALL "BillCurrency" USING Bill_Calc_Function,
                       Conv_Bill_Query
                   COMPUTE WS_Line_Reporting ROUNDED =
                       WS_Line_Amount * Conv_Bill_Rate
                   MOVE WS_Bill_Currency TO Conv_Bill_Currency
                   MOVE WS_Current_Period TO Conv_Bill_Period
                   MOVE WS_Line_Reporting TO Conv_Bill_Reporting_Amount
                   CALL "BillCurrency" USING Bill_Calc_Function,
                       Conv_Bill_Query
                   MOVE Conv_Bill_Amount TO WS_Line_Billing
                   MOVE WS_Line_Billing TO WS_Bill_Edit
                   STRING ' =' WS_Bill_Edit ' ' WS_Bill_Currency
                           DELIMITED BY SIZE
                       INTO WS_Bill_Text
               END-IF.

           4500-Show-Period-Totals.
               DISPLAY "Period totals (" WS_Bill_Currency "):"
               PERFORM 4510-Show-One-Period-Total
                   VARYING WS_Inq_Period_Idx FROM 1 BY 1
                   UNTIL WS_Inq_Period_Idx > Inquiry_Period_Count.

           4510-Show-One-Period-Total.
               MOVE IQP_Total (WS_Inq_Period_Idx) TO WS_Total_Edit
               DISPLAY "  " IQP_Period (WS_Inq_Period_Idx) " "
                   WS_Total_Edit.

           5000-Show-Pending-Adjustments.
               MOVE ZERO TO WS_Queue_Hits
                   END-IF
               END-IF.

      * 7500-Offer-Notes - while the customer is still on the line
      * the call can be noted, or the full note trail shown.
           7500-Offer-Notes.
               IF SignOn_Accepted
                   DISPLAY "N. Add a note  V. View all notes  "
                       "Enter to continue: " WITH NO ADVANCING
               ELSE
                   DISPLAY "V. View all notes  "
                       "Enter to continue: " WITH NO ADVANCING
               END-IF
               MOVE SPACE TO WS_Notes_Choice
               ACCEPT WS_Notes_Choice
               EVALUATE TRUE
                   WHEN WS_Notes_Choice EQUAL 'N' AND SignOn_Accepted
                       MOVE 'A' TO WS_Notes_Function
                       CALL "AcctNotes" USING WS_Notes_Function
                           WS_Inquiry_Number WS_Operator_Id
                           WS_Notes_Desk
                   WHEN WS_Notes_Choice EQUAL 'V'
                       MOVE 'V' TO WS_Notes_Function
                       CALL "AcctNotes" USING WS_Notes_Function
                           WS_Inquiry_Number WS_Operator_Id
                           WS_Notes_Desk
               END-EVALUATE.

           9000-Close-Program.
               CLOSE CustMstr
               CLOSE CustBal
