       Identification Division.
           Program-ID. TaxCalc.
               Author. Anthony Downs.
      * Modification History
      *   2026-10-15  AD  Shared tax computation for TransEntry, the
      *                   report run, RejectRepair and
      *                   StandingOrders - mode 'T' finds the
      *                   TaxRates row in effect for a jurisdiction
      *                   and period (a row for the product line's
      *                   category wins over the jurisdiction's
      *                   general row) and answers the rate and the
      *                   tax it gives on the amount, with the
      *                   TaxTolerance a keyed tax may differ from
      *                   it by.  The masters load on the first
      *                   call; no TaxRates file means no rate is
      *                   ever found and nothing is verified.

       Environment Division.
           Input-Output Section.
               File-Control.
                   Select TaxRates assign to "TaxRates"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ProdMast assign to "ProductMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select TaxTol assign to "TaxTolerance"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Tax_Rate_Record - one row per jurisdiction, product
      * category (blank for every category) and first period in
      * effect; the rate is a percent of the transaction amount.
           FD  TaxRates
               Record Contains 19 Characters.
               01  Tax_Rate_Record.
                   05  TR_Juris                    PIC X(4).
                   05  TR_Category                 PIC X(4).
                   05  TR_Effective_Period         PIC X(6).
                   05  TR_Rate_Pct                 PIC 9(2)V9(3).

           FD  ProdMast
               Record Contains 28 Characters.
               01  Product_Master_Record.
                   05  PM_Product_Code             PIC X(4).
                   05  PM_Description              PIC X(20).
                   05  PM_Category                 PIC X(4).

      * Tax_Tolerance_Record - how far a keyed tax may stray from
      * the computed tax before the record rejects.
           FD  TaxTol
               Record Contains 6 Characters.
               01  Tax_Tolerance_Record.
                   05  TT_Tolerance                PIC 9(4)V9(2).

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
               01  WS_Tolerance                    PIC 9(4)V9(2)
                       value 0.05.
               01  WS_Category                     PIC X(4).
               01  WS_Best_Category_Period         PIC X(6).
               01  WS_Best_Category_Pct            PIC 9(2)V9(3).
               01  WS_Best_General_Period          PIC X(6).
               01  WS_Best_General_Pct             PIC 9(2)V9(3).

               01  Tax_Rate_Count                  PIC 9(3) value zero.
               01  Tax_Rate_Table.
                   05  Tax_Rate_Entry OCCURS 300 TIMES.
                       10  TRT_Juris               PIC X(4).
                       10  TRT_Category            PIC X(4).
                       10  TRT_Effective_Period    PIC X(6).
                       10  TRT_Rate_Pct            PIC 9(2)V9(3).
               01  WS_Tax_Rate_Idx                 PIC 9(3).

               01  Product_Count                   PIC 9(3) value zero.
               01  Product_Table.
                   05  Product_Entry OCCURS 100 TIMES.
                       10  PRT_Code                PIC X(4).
                       10  PRT_Category            PIC X(4).
               01  WS_Product_Idx                  PIC 9(3).
               01  Product_Found_Sw                PIC X(1).
                   88  Product_Found                 value 'Y'.
                   88  Product_Not_Found             value 'N'.

       Linkage Section.
           01  LK_Function                         PIC X(1).
           COPY "TaxQuery.cpy"
               REPLACING LEADING ==Prefix== BY ==LK==.

       Procedure Division USING LK_Function, LK_Tax_Query.

           0000-Mainline.
               EVALUATE LK_Function
                   WHEN 'T'
                       IF Tables_Not_Loaded
                           PERFORM 1000-Load-Tables
                       END-IF
                       PERFORM 2000-Compute-Tax
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT PROGRAM.

      * 1000-Load-Tables - all three files are optional: no
      * ProductMaster means every product takes the general rate,
      * no TaxTolerance file keeps the five-cent default.
           1000-Load-Tables.
               MOVE ZERO TO Tax_Rate_Count
               OPEN INPUT TaxRates
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1100-Read-One-Tax-Rate
                       UNTIL No_More_Input
                   CLOSE TaxRates
               END-IF
               MOVE ZERO TO Product_Count
               OPEN INPUT ProdMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1200-Read-One-Product
                       UNTIL No_More_Input
                   CLOSE ProdMast
               END-IF
               OPEN INPUT TaxTol
               IF File_Status EQUAL '00'
                   READ TaxTol
                       AT END CONTINUE
                       NOT AT END
                           IF TT_Tolerance NUMERIC
                               MOVE TT_Tolerance TO WS_Tolerance
                           END-IF
                   END-READ
                   CLOSE TaxTol
               END-IF
               SET Tables_Loaded TO TRUE.

           1100-Read-One-Tax-Rate.
               READ TaxRates
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Tax_Rate_Count < 300
                       ADD 1 TO Tax_Rate_Count
                       MOVE TR_Juris TO TRT_Juris (Tax_Rate_Count)
                       MOVE TR_Category
                           TO TRT_Category (Tax_Rate_Count)
                       MOVE TR_Effective_Period
                           TO TRT_Effective_Period (Tax_Rate_Count)
                       MOVE TR_Rate_Pct
                           TO TRT_Rate_Pct (Tax_Rate_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Tax_Rate_Table" "TABLE FULL"
                   END-IF
               END-IF.

           1200-Read-One-Product.
               READ ProdMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Product_Count < 100
                       ADD 1 TO Product_Count
                       MOVE PM_Product_Code TO PRT_Code (Product_Count)
                       MOVE PM_Category
                           TO PRT_Category (Product_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Product_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 2000-Compute-Tax - the newest row in effect for the period
      * wins, a row for the product's category ahead of the
      * jurisdiction's general row whatever their periods.
           2000-Compute-Tax.
               MOVE WS_Tolerance TO LK_Tax_Tolerance
               MOVE ZERO TO LK_Tax_Rate_Pct
               MOVE ZERO TO LK_Tax_Computed
               SET LK_Tax_Rate_Not_Found TO TRUE
               MOVE SPACES TO WS_Category
               IF LK_Tax_Product NOT EQUAL SPACES
                   SET Product_Not_Found TO TRUE
                   PERFORM 2100-Match-One-Product
                       VARYING WS_Product_Idx FROM 1 BY 1
                       UNTIL WS_Product_Idx > Product_Count
                           OR Product_Found
               END-IF
               MOVE LOW-VALUES TO WS_Best_Category_Period
               MOVE LOW-VALUES TO WS_Best_General_Period
               MOVE ZERO TO WS_Best_Category_Pct
               MOVE ZERO TO WS_Best_General_Pct
               IF LK_Tax_Juris NOT EQUAL SPACES
                   PERFORM 2200-Check-One-Tax-Rate
                       VARYING WS_Tax_Rate_Idx FROM 1 BY 1
                       UNTIL WS_Tax_Rate_Idx > Tax_Rate_Count
               END-IF
               IF WS_Best_Category_Period NOT EQUAL LOW-VALUES
                   SET LK_Tax_Rate_Found TO TRUE
                   MOVE WS_Best_Category_Pct TO LK_Tax_Rate_Pct
               ELSE
                   IF WS_Best_General_Period NOT EQUAL LOW-VALUES
                       SET LK_Tax_Rate_Found TO TRUE
                       MOVE WS_Best_General_Pct TO LK_Tax_Rate_Pct
                   END-IF
               END-IF
               IF LK_Tax_Rate_Found
                   COMPUTE LK_Tax_Computed ROUNDED =
                       LK_Tax_Base * LK_Tax_Rate_Pct / 100
               END-IF.

           2100-Match-One-Product.
               IF PRT_Code (WS_Product_Idx) EQUAL LK_Tax_Product
                   SET Product_Found TO TRUE
                   MOVE PRT_Category (WS_Product_Idx) TO WS_Category
               END-IF.

           2200-Check-One-Tax-Rate.
               IF TRT_Juris (WS_Tax_Rate_Idx) EQUAL LK_Tax_Juris AND
                   TRT_Effective_Period (WS_Tax_Rate_Idx) NOT GREATER
                       THAN LK_Tax_Period
                   IF TRT_Category (WS_Tax_Rate_Idx) EQUAL SPACES
                       IF TRT_Effective_Period (WS_Tax_Rate_Idx) >
                           WS_Best_General_Period
                           MOVE TRT_Effective_Period (WS_Tax_Rate_Idx)
                               TO WS_Best_General_Period
                           MOVE TRT_Rate_Pct (WS_Tax_Rate_Idx)
                               TO WS_Best_General_Pct
                       END-IF
                   ELSE
                       IF WS_Category NOT EQUAL SPACES AND
                           TRT_Category (WS_Tax_Rate_Idx) EQUAL
                               WS_Category AND
                           TRT_Effective_Period (WS_Tax_Rate_Idx) >
                               WS_Best_Category_Period
                           MOVE TRT_Effective_Period (WS_Tax_Rate_Idx)
                               TO WS_Best_Category_Period
                           MOVE TRT_Rate_Pct (WS_Tax_Rate_Idx)
                               TO WS_Best_Category_Pct
                       END-IF
                   END-IF
               END-IF.

       End Program TaxCalc.
