       Identification Division.
           Program-ID. AgeBalance.
               Author. Anthony Downs.
      * Modification History
      *   2026-10-15  AD  Shared aging for AgedTrial, LateCharge and
      *                   DunningRun - mode 'Q' lays a customer's
      *                   open booked balance against the charges
      *                   on CustomerHistory newest due date first
      *                   (payments apply oldest-first, so what is
      *                   still open is the newest unpaid charges)
      *                   and answers the amount in each
      *                   days-past-due band, the total past due,
      *                   the days past due of the oldest open
      *                   charge and the newest office on the
      *                   history.  Mode 'C' closes the files at the
      *                   end of the caller's run.
      *   2026-10-15  AD  ESCH, the escheated credit cleared by
      *                   the unclaimed property run, joins RFND
      *                   as a debit-adjustment reason when
      *                   history rows are netted.
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  NSF and NSFC, the returned-payment
      *                   reversal and its fee, join the debit
      *                   adjustments.
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
      *   2026-10-15  AD  With the charge table full the oldest
      *                   charge drops to make room for the new one,
      *                   rather than the newest being passed over.

       Environment Division.
           Input-Output Section.
               File-Control.
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

       Data Division.
           File Section.
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

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  Files_Open_Sw                   PIC X(1) value 'N'.
                   88  Files_Open                    value 'Y'.
                   88  Files_Closed                  value 'N'.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Rate_EOF_Sw                     PIC X(1).
                   88  No_More_Rates                 value 'Y'.
                   88  More_Rate_Records             value 'N'.
               01  WS_Newest_Period_Seen           PIC X(6).
               01  WS_Remaining                    PIC S9(9)V9(2).
               01  WS_Allocation                   PIC S9(9)V9(2).
               01  WS_Bucket_Idx                   PIC 9(1).
               01  WS_Days_Past_Due                PIC S9(5).
               01  WS_Date_Function                PIC X(1).
               01  WS_Due_Date.
                   05  WS_Due_Period               PIC X(6).
                   05  WS_Due_Day                  PIC X(2).
               01  WS_Due_Date_N REDEFINES WS_Due_Date
                                                   PIC 9(8).

      * Open charge table - one entry per charge row on the
      * customer's history, converted at its own period's rate and
      * sorted newest due date first before the balance is laid
      * against it.
               01  Charge_Count                    PIC 9(3) value zero.
               01  Charge_Table.
                   05  Charge_Entry OCCURS 300 TIMES.
                       10  CG_Due_Date             PIC 9(8).
                       10  CG_Amount               PIC S9(9)V9(2).
               01  WS_CG_Idx                       PIC 9(3).
               01  WS_CG_Sort_Outer                PIC 9(3).
               01  WS_CG_Sort_Inner                PIC 9(3).
               01  WS_CG_Temp.
                   05  WS_CG_Temp_Due_Date         PIC 9(8).
                   05  WS_CG_Temp_Amount           PIC S9(9)V9(2).

               01  WS_Conversion_Rate              PIC 9(1)V9(4).
               01  WS_Rate_Best_Period             PIC X(6).
               01  Currency_Table_Entries          PIC 9(3) value zero.
               01  Currency_Rate_Table.
                   05  Currency_Table OCCURS 200 TIMES.
                       10  CT_Currency_Code        PIC X(3).
                       10  CT_Effective_Period     PIC X(6).
                       10  CT_Conversion_Rate      PIC 9(1)V9(4).
               01  WS_Currency_Idx                 PIC 9(3).

       Linkage Section.
           01  LK_Function                         PIC X(1).
           01  LK_Customer_Number                  PIC 9(6).
           01  LK_Balance                          PIC S9(8)V9(2).
           01  LK_As_Of_Date                       PIC 9(8).
           COPY "AgedPosition.cpy"
               REPLACING LEADING ==Prefix== BY ==LK==.

       Procedure Division USING LK_Function, LK_Customer_Number,
               LK_Balance, LK_As_Of_Date, LK_Aged_Position.

           0000-Mainline.
               EVALUATE LK_Function
                   WHEN 'Q'
                       IF Files_Closed
                           PERFORM 1000-Open-Files
                       END-IF
                       PERFORM 2000-Age-One-Customer
                   WHEN 'C'
                       IF Files_Open
                           CLOSE CustHist
                           SET Files_Closed TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT PROGRAM.

      * 1000-Open-Files - the rate table loads once per run; no
      * CurrencyRates file means everything is carried at par.
           1000-Open-Files.
               MOVE ZERO TO Currency_Table_Entries
               OPEN INPUT CurrRates
               IF File_Status EQUAL '00'
                   SET More_Rate_Records TO TRUE
                   PERFORM 1100-Read-One-Rate
                       UNTIL No_More_Rates
                   CLOSE CurrRates
               END-IF
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SET Files_Open TO TRUE.

           1100-Read-One-Rate.
               READ CurrRates
                   AT END SET No_More_Rates TO TRUE
               END-READ
               IF NOT No_More_Rates
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

           2000-Age-One-Customer.
               INITIALIZE LK_Aged_Position
               PERFORM 3000-Build-Charge-Table
               IF LK_Balance > ZERO
                   PERFORM 4000-Allocate-To-Buckets
               END-IF.

      * 3000-Build-Charge-Table - sales and the debit adjustments
      * (LATE, RFND, FXGN, XFER, NSF, NSFC) are the charges;
      * payments, returns and credit adjustments have already come
      * off the balance being allocated.  A charge with no due
      * date on file (one written before terms were carried, or a
      * debit adjustment) falls due on its transaction date.
           3000-Build-Charge-Table.
               MOVE ZERO TO Charge_Count
               MOVE LOW-VALUES TO WS_Newest_Period_Seen
               SET More_History TO TRUE
               MOVE LK_Customer_Number TO CH_Customer_Number
               MOVE LOW-VALUES TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 3100-Read-One-History-Row
                   UNTIL No_More_History.

           3100-Read-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Customer_Number NOT EQUAL LK_Customer_Number
                       SET No_More_History TO TRUE
                   ELSE
                       PERFORM 3200-Take-One-History-Row
                   END-IF
               END-IF.

      * 3200-Take-One-History-Row - the history reads oldest period
      * first, so with the table full the first entry is the oldest
      * charge; it drops and the new one goes on the end, as the
      * newest charges are the ones still open.  A balance the
      * charges kept cannot explain still lands in the oldest band.
           3200-Take-One-History-Row.
               IF CH_Period > WS_Newest_Period_Seen
                   MOVE CH_Period TO WS_Newest_Period_Seen
                   MOVE CH_Office_Code TO LK_Aged_Newest_Office
               END-IF
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
                   ELSE
                       PERFORM 3210-Drop-Oldest-Charge
                           VARYING WS_CG_Idx FROM 1 BY 1
                           UNTIL WS_CG_Idx > 299
                   END-IF
                   PERFORM 3300-Lookup-Currency-Rate
                   COMPUTE CG_Amount (Charge_Count) ROUNDED =
                       CH_Amount_Trans * WS_Conversion_Rate
                   PERFORM 3400-Set-Due-Date
                   MOVE WS_Due_Date_N
                       TO CG_Due_Date (Charge_Count)
               END-IF.

           3210-Drop-Oldest-Charge.
               MOVE Charge_Entry (WS_CG_Idx + 1)
                   TO Charge_Entry (WS_CG_Idx).

           3300-Lookup-Currency-Rate.
               MOVE ZEROES TO WS_Rate_Best_Period
               MOVE 1.0000 TO WS_Conversion_Rate
               PERFORM 3310-Check-Currency-Entry
                   VARYING WS_Currency_Idx FROM 1 BY 1
                   UNTIL WS_Currency_Idx > Currency_Table_Entries.

           3310-Check-Currency-Entry.
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

           3400-Set-Due-Date.
               IF CH_Due_Date NUMERIC AND CH_Due_Date > ZERO
                   MOVE CH_Due_Date TO WS_Due_Date_N
               ELSE
                   MOVE CH_Period TO WS_Due_Period
                   MOVE CH_Day_Trans TO WS_Due_Day
                   IF WS_Due_Day NOT NUMERIC OR WS_Due_Day EQUAL '00'
                       MOVE '01' TO WS_Due_Day
                   END-IF
               END-IF.

      * 4000-Allocate-To-Buckets - the charge table sorts newest due
      * date first, then the open balance is laid against each
      * charge in turn; whatever the history cannot explain lands
      * in the oldest band.
           4000-Allocate-To-Buckets.
               PERFORM 4100-Sort-Charge-Outer-Pass
                   VARYING WS_CG_Sort_Outer FROM 1 BY 1
                   UNTIL WS_CG_Sort_Outer >= Charge_Count
               MOVE LK_Balance TO WS_Remaining
               PERFORM 4300-Allocate-One-Charge
                   VARYING WS_CG_Idx FROM 1 BY 1
                   UNTIL WS_CG_Idx > Charge_Count
                       OR WS_Remaining NOT GREATER ZERO
               IF WS_Remaining > ZERO
                   ADD WS_Remaining TO LK_Aged_Bucket (6)
                   ADD WS_Remaining TO LK_Aged_Past_Due
                   IF LK_Aged_Oldest_Days < 121
                       MOVE 121 TO LK_Aged_Oldest_Days
                   END-IF
               END-IF.

           4100-Sort-Charge-Outer-Pass.
               PERFORM 4200-Sort-Charge-Inner-Compare
                   VARYING WS_CG_Sort_Inner FROM 1 BY 1
                   UNTIL WS_CG_Sort_Inner > Charge_Count
                       - WS_CG_Sort_Outer.

           4200-Sort-Charge-Inner-Compare.
               IF CG_Due_Date (WS_CG_Sort_Inner) <
                   CG_Due_Date (WS_CG_Sort_Inner + 1)
                   MOVE Charge_Entry (WS_CG_Sort_Inner)
                       TO WS_CG_Temp
                   MOVE Charge_Entry (WS_CG_Sort_Inner + 1)
                       TO Charge_Entry (WS_CG_Sort_Inner)
                   MOVE WS_CG_Temp
                       TO Charge_Entry (WS_CG_Sort_Inner + 1)
               END-IF.

           4300-Allocate-One-Charge.
               IF CG_Amount (WS_CG_Idx) > ZERO
                   IF CG_Amount (WS_CG_Idx) < WS_Remaining
                       MOVE CG_Amount (WS_CG_Idx) TO WS_Allocation
                   ELSE
                       MOVE WS_Remaining TO WS_Allocation
                   END-IF
                   PERFORM 4400-Find-Bucket-For-Charge
                   ADD WS_Allocation TO LK_Aged_Bucket (WS_Bucket_Idx)
                   IF WS_Bucket_Idx > 1
                       ADD WS_Allocation TO LK_Aged_Past_Due
                       IF WS_Days_Past_Due > LK_Aged_Oldest_Days
                           MOVE WS_Days_Past_Due
                               TO LK_Aged_Oldest_Days
                       END-IF
                   END-IF
                   SUBTRACT WS_Allocation FROM WS_Remaining
               END-IF.

           4400-Find-Bucket-For-Charge.
               MOVE 'D' TO WS_Date_Function
               MOVE ZERO TO WS_Days_Past_Due
               CALL "DateCalc" USING WS_Date_Function,
                   CG_Due_Date (WS_CG_Idx), WS_Days_Past_Due,
                   LK_As_Of_Date
               EVALUATE TRUE
                   WHEN WS_Days_Past_Due NOT GREATER ZERO
                       MOVE 1 TO WS_Bucket_Idx
                   WHEN WS_Days_Past_Due NOT GREATER 30
                       MOVE 2 TO WS_Bucket_Idx
                   WHEN WS_Days_Past_Due NOT GREATER 60
                       MOVE 3 TO WS_Bucket_Idx
                   WHEN WS_Days_Past_Due NOT GREATER 90
                       MOVE 4 TO WS_Bucket_Idx
                   WHEN WS_Days_Past_Due NOT GREATER 120
                       MOVE 5 TO WS_Bucket_Idx
                   WHEN OTHER
                       MOVE 6 TO WS_Bucket_Idx
               END-EVALUATE.

       End Program AgeBalance.
