       Identification Division.
           Program-ID. BillCurrency.
               Author. Anthony Downs.
      * Modification History
      *   2026-10-15  AD  Shared billing-currency conversion for
      *                   StatementRun, DunningRun, AcctConsole and
      *                   RefundRun - mode 'C' finds the newest
      *                   CurrencyRates row in effect for the
      *                   customer's billing currency and period and
      *                   answers the rate, its period and the
      *                   reporting-currency amount converted into
      *                   the billing currency.  The rates load on
      *                   the first call; no CurrencyRates file
      *                   means no foreign rate is ever found and
      *                   the caller stays in the reporting currency.

       Environment Division.
           Input-Output Section.
               File-Control.
                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Currency_Rate_Record - one row per currency and first
      * period in effect; the rate turns one unit of the currency
      * into the reporting currency.
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
               01  Tables_Loaded_Sw                PIC X(1) value 'N'.
                   88  Tables_Loaded                 value 'Y'.
                   88  Tables_Not_Loaded             value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  WS_Reporting_Currency           PIC X(3)
                       value 'USD'.
               01  WS_Best_Period                  PIC X(6).
               01  WS_Best_Rate                    PIC 9(1)V9(4).

               01  Currency_Rate_Count             PIC 9(3) value zero.
               01  Currency_Rate_Table.
                   05  Currency_Rate_Entry OCCURS 300 TIMES.
                       10  CRT_Currency_Code       PIC X(3).
                       10  CRT_Effective_Period    PIC X(6).
                       10  CRT_Conversion_Rate     PIC 9(1)V9(4).
               01  WS_Currency_Rate_Idx            PIC 9(3).

       Linkage Section.
           01  LK_Function                         PIC X(1).
           COPY "BillQuery.cpy"
               REPLACING LEADING ==Prefix== BY ==LK==.

       Procedure Division USING LK_Function, LK_Bill_Query.

           0000-Mainline.
               EVALUATE LK_Function
                   WHEN 'C'
                       IF Tables_Not_Loaded
                           PERFORM 1000-Load-Tables
                       END-IF
                       PERFORM 2000-Convert-Amount
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT PROGRAM.

      * 1000-Load-Tables - CurrencyRates is optional.
           1000-Load-Tables.
               MOVE ZERO TO Currency_Rate_Count
               OPEN INPUT CurrRates
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1100-Read-One-Currency-Rate
                       UNTIL No_More_Input
                   CLOSE CurrRates
               END-IF
               SET Tables_Loaded TO TRUE.

           1100-Read-One-Currency-Rate.
               READ CurrRates
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Currency_Rate_Count < 300
                       ADD 1 TO Currency_Rate_Count
                       MOVE CR_Currency_Code
                           TO CRT_Currency_Code (Currency_Rate_Count)
                       MOVE CR_Effective_Period
                           TO CRT_Effective_Period
                               (Currency_Rate_Count)
                       MOVE CR_Conversion_Rate
                           TO CRT_Conversion_Rate
                               (Currency_Rate_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Currency_Rate_Table"
                               "TABLE FULL"
                   END-IF
               END-IF.

      * 2000-Convert-Amount - the reporting currency, or a blank
      * billing currency, answers at one.  Otherwise the newest
      * row in effect for the period wins, and the billing amount
      * is the reporting amount divided by its rate; a zero rate
      * is treated as no rate at all.
           2000-Convert-Amount.
               MOVE SPACES TO LK_Bill_Rate_Period
               IF LK_Bill_Currency EQUAL SPACES OR
                   LK_Bill_Currency EQUAL WS_Reporting_Currency
                   SET LK_Bill_Rate_Found TO TRUE
                   MOVE 1 TO LK_Bill_Rate
                   MOVE LK_Bill_Period TO LK_Bill_Rate_Period
                   MOVE LK_Bill_Reporting_Amount TO LK_Bill_Amount
               ELSE
                   MOVE LOW-VALUES TO WS_Best_Period
                   MOVE ZERO TO WS_Best_Rate
                   PERFORM 2100-Check-One-Currency-Rate
                       VARYING WS_Currency_Rate_Idx FROM 1 BY 1
                       UNTIL WS_Currency_Rate_Idx >
                           Currency_Rate_Count
                   IF WS_Best_Period NOT EQUAL LOW-VALUES AND
                       WS_Best_Rate > ZERO
                       SET LK_Bill_Rate_Found TO TRUE
                       MOVE WS_Best_Rate TO LK_Bill_Rate
                       MOVE WS_Best_Period TO LK_Bill_Rate_Period
                       COMPUTE LK_Bill_Amount ROUNDED =
                           LK_Bill_Reporting_Amount / WS_Best_Rate
                   ELSE
                       SET LK_Bill_Rate_Not_Found TO TRUE
                       MOVE 1 TO LK_Bill_Rate
                       MOVE LK_Bill_Reporting_Amount
                           TO LK_Bill_Amount
                   END-IF
               END-IF.

           2100-Check-One-Currency-Rate.
               IF CRT_Currency_Code (WS_Currency_Rate_Idx) EQUAL
                   LK_Bill_Currency AND
                   CRT_Effective_Period (WS_Currency_Rate_Idx) NOT
                       GREATER THAN LK_Bill_Period AND
                   CRT_Effective_Period (WS_Currency_Rate_Idx) >
                       WS_Best_Period
                   MOVE CRT_Effective_Period (WS_Currency_Rate_Idx)
                       TO WS_Best_Period
                   MOVE CRT_Conversion_Rate (WS_Currency_Rate_Idx)
                       TO WS_Best_Rate
               END-IF.

       End Program BillCurrency.
