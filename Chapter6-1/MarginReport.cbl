       Identification Division.
           Program-ID. MarginReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Gross margin report - reads the sales and
      *                   returns on CustomerHistory (converted at
      *                   each row's own period rate, the way
      *                   ProductAnalysis does) and costs each one
      *                   at the product's standard cost in force
      *                   for the row's period on the new
      *                   ProductCost file.  Sales, returns, cost
      *                   and gross margin percent print by
      *                   category and product, by office and for
      *                   the top customers; a return reverses its
      *                   cost along with its revenue.  A product
      *                   sold below cost, or under the MarginParams
      *                   margin percent, is flagged, as is one
      *                   with no standard cost on file.  An
      *                   optional from/to period (YYYYMM YYYYMM)
      *                   on the command line limits the rows.
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

                   Select ProdMast assign to "ProductMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ProdCost assign to "ProductCost"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select MarginParams assign to "MarginParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select MarginRpt assign to "MarginReport"
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

           FD  ProdMast
               Record Contains 28 Characters.
               01  Product_Master_Record.
                   05  PM_Product_Code             PIC X(4).
                   05  PM_Description              PIC X(20).
                   05  PM_Category                 PIC X(4).

      * Product_Cost_Record - the product's standard cost from an
      * effective period on, until a later row for the product
      * takes over.  Posted rows carry an amount but no quantity,
      * so the standard cost is held as cost per 1.00 of sales
      * value (0.6250 = 62.5 cents of cost in every dollar sold).
           FD  ProdCost
               Record Contains 15 Characters.
               01  Product_Cost_Record.
                   05  PC_Product_Code             PIC X(4).
                   05  PC_Effective_Period         PIC X(6).
                   05  PC_Std_Cost_Rate            PIC 9(1)V9(4).

           FD  CurrRates
               Record Contains 14 Characters.
               01  Currency_Rate_Record.
                   05  CR_Currency_Code            PIC X(3).
                   05  CR_Effective_Period         PIC X(6).
                   05  CR_Conversion_Rate          PIC 9(1)V9(4).

      * Margin_Param_Record - the margin percent under which a
      * product is flagged, and how many top customers list.
           FD  MarginParams
               Record Contains 6 Characters.
               01  Margin_Param_Record.
                   05  MP_Low_Margin_Pct           PIC 9(2)V9(2).
                   05  MP_Top_Customers            PIC 9(2).

           FD  MarginRpt
               Record Contains 132 Characters.
               01  Margin_Buffer                   PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  WS_Command_Line                 PIC X(80).
               01  WS_From_Period                  PIC X(6)
                       value '000000'.
               01  WS_To_Period                    PIC X(6)
                       value '999999'.
               01  WS_Low_Margin_Pct               PIC 9(2)V9(2)
                       value 20.00.
               01  WS_Top_Limit                    PIC 9(2) value 10.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  WS_Row_Count                    PIC 9(8) value zero.
               01  WS_Conversion_Rate              PIC 9(1)V9(4).
               01  WS_Converted_Amount             PIC 9(9)V9(2).
               01  WS_Row_Cost                     PIC 9(9)V9(2).
               01  WS_Rate_Best_Period             PIC X(6).
               01  Rate_Found_Sw                   PIC X(1).
                   88  Rate_Found                    value 'Y'.
                   88  Rate_Not_Found                value 'N'.
               01  Currency_Table_Entries          PIC 9(3) value zero.
               01  Currency_Rate_Table.
                   05  Currency_Table OCCURS 200 TIMES.
                       10  CT_Currency_Code        PIC X(3).
                       10  CT_Effective_Period     PIC X(6).
                       10  CT_Conversion_Rate      PIC 9(1)V9(4).
               01  WS_Currency_Idx                 PIC 9(3).

               01  Product_Master_Count            PIC 9(3) value zero.
               01  Product_Master_Table.
                   05  Product_Master_Entry OCCURS 100 TIMES.
                       10  PMT_Code                PIC X(4).
                       10  PMT_Description         PIC X(20).
                       10  PMT_Category            PIC X(4).
               01  WS_PM_Idx                       PIC 9(3).
               01  WS_Found_Description            PIC X(20).
               01  WS_Found_Category               PIC X(4).

      * Cost_Table - every ProductCost row; the row for the
      * product with the latest effective period not after the
      * history row's period is the cost in force.
               01  Cost_Count                      PIC 9(3) value zero.
               01  Cost_Table.
                   05  Cost_Entry OCCURS 500 TIMES.
                       10  CST_Product             PIC X(4).
                       10  CST_Effective_Period    PIC X(6).
                       10  CST_Rate                PIC 9(1)V9(4).
               01  WS_Cost_Idx                     PIC 9(3).
               01  WS_Cost_Rate                    PIC 9(1)V9(4).
               01  WS_Cost_Best_Period             PIC X(6).
               01  Cost_Found_Sw                   PIC X(1).
                   88  Cost_Found                    value 'Y'.
                   88  Cost_Not_Found                value 'N'.

      * Margin_Product_Table - one entry per product, bubble-
      * sorted on category then product for the listing.
               01  Margin_Product_Count            PIC 9(3) value zero.
               01  Margin_Product_Table.
                   05  Margin_Product_Entry OCCURS 200 TIMES.
                       10  MPT_Sort_Key.
                           15  MPT_Category        PIC X(4).
                           15  MPT_Product         PIC X(4).
                       10  MPT_Sales               PIC 9(11)V9(2).
                       10  MPT_Returns             PIC 9(11)V9(2).
                       10  MPT_Sales_Cost          PIC 9(11)V9(2).
                       10  MPT_Returns_Cost        PIC 9(11)V9(2).
                       10  MPT_Uncosted            PIC 9(6).
               01  WS_MPT_Idx                      PIC 9(3).
               01  WS_MPT_Match_Idx                PIC 9(3).
               01  WS_MPT_Temp                     PIC X(66).

               01  Office_Count                    PIC 9(3) value zero.
               01  Office_Table.
                   05  Office_Entry OCCURS 100 TIMES.
                       10  OFT_Office              PIC X(4).
                       10  OFT_Sales               PIC 9(11)V9(2).
                       10  OFT_Returns             PIC 9(11)V9(2).
                       10  OFT_Sales_Cost          PIC 9(11)V9(2).
                       10  OFT_Returns_Cost        PIC 9(11)V9(2).
               01  WS_OFT_Idx                      PIC 9(3).
               01  WS_OFT_Match_Idx                PIC 9(3).
               01  WS_OFT_Temp                     PIC X(56).

               01  WS_Sort_Outer                   PIC 9(3).
               01  WS_Sort_Inner                   PIC 9(3).
               01  Entry_Sw                        PIC X(1).
                   88  Entry_Present                 value 'Y'.
                   88  Entry_Missing                 value 'N'.

      * The history is in customer order, so one customer's totals
      * build up at a time and rank into Top_Table at the break.
               01  WS_Cur_Customer                 PIC 9(6) value zero.
               01  WS_Cur_Sales                    PIC 9(11)V9(2).
               01  WS_Cur_Returns                  PIC 9(11)V9(2).
               01  WS_Cur_Sales_Cost               PIC 9(11)V9(2).
               01  WS_Cur_Returns_Cost             PIC 9(11)V9(2).
               01  WS_Cur_Net                      PIC S9(11)V9(2).
               01  Top_Count                       PIC 9(2) value zero.
               01  Top_Table.
                   05  Top_Entry OCCURS 26 TIMES.
                       10  TOP_Customer            PIC 9(6).
                       10  TOP_Net                 PIC S9(11)V9(2).
                       10  TOP_Sales               PIC 9(11)V9(2).
                       10  TOP_Returns             PIC 9(11)V9(2).
                       10  TOP_Sales_Cost          PIC 9(11)V9(2).
                       10  TOP_Returns_Cost        PIC 9(11)V9(2).
               01  WS_Top_Idx                      PIC 9(2).
               01  WS_Top_Pos                      PIC 9(2).
               01  WS_Top_Shift                    PIC 9(2).

      * Line figures - one set of working totals feeds every
      * section's detail line.
               01  WS_Line_Sales                   PIC 9(11)V9(2).
               01  WS_Line_Returns                 PIC 9(11)V9(2).
               01  WS_Line_Sales_Cost              PIC 9(11)V9(2).
               01  WS_Line_Returns_Cost            PIC 9(11)V9(2).
               01  WS_Line_Net_Sales               PIC S9(11)V9(2).
               01  WS_Line_Net_Cost                PIC S9(11)V9(2).
               01  WS_Line_Margin                  PIC S9(11)V9(2).
               01  WS_Line_Pct                     PIC S9(5)V9(1).
               01  WS_Cat_Sales                    PIC 9(11)V9(2).
               01  WS_Cat_Returns                  PIC 9(11)V9(2).
               01  WS_Cat_Sales_Cost               PIC 9(11)V9(2).
               01  WS_Cat_Returns_Cost             PIC 9(11)V9(2).
               01  WS_Prev_Category                PIC X(4).
               01  WS_Flagged_Count                PIC 9(3) value zero.

               01  MarginHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(21)
                           value 'Gross Margin Report  '.
                   05  Mgn_Head_From           PIC X(6).
                   05              PIC X(4)    value ' to '.
                   05  Mgn_Head_To             PIC X(6).
               01  MarginSectionLine.
                   05              PIC X(2)    value spaces.
                   05  Mgn_Section_Text        PIC X(60).
               01  MarginColumns.
                   05              PIC X(34)   value spaces.
                   05              PIC X(45) value
                       '         Sales        Returns           Cost'.
                   05              PIC X(35) value
                       '          Margin  Pct  Flag'.
               01  MarginDetail.
                   05              PIC X(4)    value spaces.
                   05  Mgn_Code                PIC X(6).
                   05              PIC X(1)    value spaces.
                   05  Mgn_Name                PIC X(20).
                   05              PIC X(1)    value spaces.
                   05  Mgn_Sales               PIC ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Mgn_Returns             PIC ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Mgn_Cost                PIC ---,---,--9.99.
                   05              PIC X(1)    value spaces.
                   05  Mgn_Margin              PIC ---,---,--9.99.
                   05              PIC X(1)    value spaces.
                   05  Mgn_Pct                 PIC ---9.9.
                   05              PIC X(1)    value spaces.
                   05  Mgn_Flag                PIC X(10).
               01  MarginCountLine.
                   05              PIC X(2)    value spaces.
                   05  Mgn_Count_Label         PIC X(30).
                   05  Mgn_Count_Value         PIC ZZ,ZZ9.

       Procedure Division.

           0000-Mainline.
               PERFORM 1000-Initialize
               PERFORM 1100-Load-Product-Master
               PERFORM 1200-Load-Product-Costs
               PERFORM 1300-Load-Currency-Rates
               PERFORM 2000-Scan-History
               PERFORM 3000-Write-Margin-Report
               DISPLAY "MarginReport: " WS_Row_Count
                   " history rows costed, " WS_Flagged_Count
                   " products flagged."
               STOP RUN.

           1000-Initialize.
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:6) NUMERIC
                   MOVE WS_Command_Line (1:6) TO WS_From_Period
               END-IF
               IF WS_Command_Line (8:6) NUMERIC
                   MOVE WS_Command_Line (8:6) TO WS_To_Period
               END-IF
               OPEN INPUT MarginParams
               IF File_Status EQUAL '00'
                   READ MarginParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE MP_Low_Margin_Pct
                               TO WS_Low_Margin_Pct
                           IF MP_Top_Customers > ZERO AND
                               MP_Top_Customers NOT > 25
                               MOVE MP_Top_Customers TO WS_Top_Limit
                           END-IF
                   END-READ
                   CLOSE MarginParams
               END-IF.

           1100-Load-Product-Master.
               MOVE ZERO TO Product_Master_Count
               OPEN INPUT ProdMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1110-Read-One-Product
                       UNTIL No_More_Input
                   CLOSE ProdMast
               END-IF.

           1110-Read-One-Product.
               READ ProdMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Product_Master_Count < 100
                       ADD 1 TO Product_Master_Count
                       MOVE PM_Product_Code
                           TO PMT_Code (Product_Master_Count)
                       MOVE PM_Description
                           TO PMT_Description (Product_Master_Count)
                       MOVE PM_Category
                           TO PMT_Category (Product_Master_Count)
                   END-IF
               END-IF.

           1200-Load-Product-Costs.
               MOVE ZERO TO Cost_Count
               OPEN INPUT ProdCost
                   CALL "Validations" USING File_Status
                       BY CONTENT "ProductCost" "OPEN INPUT"
               SET More_Input_Records TO TRUE
               PERFORM 1210-Read-One-Cost
                   UNTIL No_More_Input
               CLOSE ProdCost.

           1210-Read-One-Cost.
               READ ProdCost
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Cost_Count < 500
                       ADD 1 TO Cost_Count
                       MOVE PC_Product_Code TO CST_Product (Cost_Count)
                       MOVE PC_Effective_Period
                           TO CST_Effective_Period (Cost_Count)
                       MOVE PC_Std_Cost_Rate TO CST_Rate (Cost_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Cost_Table" "TABLE FULL"
                   END-IF
               END-IF.

           1300-Load-Currency-Rates.
               MOVE ZERO TO Currency_Table_Entries
               OPEN INPUT CurrRates
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1310-Read-One-Rate
                       UNTIL No_More_Input
                   CLOSE CurrRates
               END-IF.

           1310-Read-One-Rate.
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

           2000-Scan-History.
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
               PERFORM 2050-Clear-Customer-Totals
               PERFORM 2100-Cost-One-History-Row
                   UNTIL No_More_History
               PERFORM 2600-Rank-Customer
               CLOSE CustHist.

           2050-Clear-Customer-Totals.
               MOVE ZERO TO WS_Cur_Sales
               MOVE ZERO TO WS_Cur_Returns
               MOVE ZERO TO WS_Cur_Sales_Cost
               MOVE ZERO TO WS_Cur_Returns_Cost.

      * 2100-Cost-One-History-Row - sales and returns inside the
      * period range only; payments and adjustments carry no
      * product and no cost.
           2100-Cost-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Customer_Number NOT EQUAL WS_Cur_Customer
                       PERFORM 2600-Rank-Customer
                       PERFORM 2050-Clear-Customer-Totals
                       MOVE CH_Customer_Number TO WS_Cur_Customer
                   END-IF
                   IF (CH_Trans_Type EQUAL 'S' OR
                       CH_Trans_Type EQUAL 'R') AND
                       CH_Period NOT < WS_From_Period AND
                       CH_Period NOT > WS_To_Period
                       ADD 1 TO WS_Row_Count
                       PERFORM 2200-Cost-One-Row
                   END-IF
               END-IF.

      * 2200-Cost-One-Row - the return is costed at the standard
      * in force when it came back and reverses that cost out of
      * the product, office and customer alike.
           2200-Cost-One-Row.
               PERFORM 2300-Lookup-Currency-Rate
               COMPUTE WS_Converted_Amount ROUNDED =
                   CH_Amount_Trans * WS_Conversion_Rate
               PERFORM 2400-Lookup-Std-Cost
               COMPUTE WS_Row_Cost ROUNDED =
                   WS_Converted_Amount * WS_Cost_Rate
               PERFORM 2450-Resolve-Product-Master
               PERFORM 2500-Find-Product-Entry
               PERFORM 2550-Find-Office-Entry
               IF CH_Trans_Type EQUAL 'S'
                   ADD WS_Converted_Amount TO WS_Cur_Sales
                   ADD WS_Row_Cost TO WS_Cur_Sales_Cost
               ELSE
                   ADD WS_Converted_Amount TO WS_Cur_Returns
                   ADD WS_Row_Cost TO WS_Cur_Returns_Cost
               END-IF
               IF Entry_Present
                   IF CH_Trans_Type EQUAL 'S'
                       ADD WS_Converted_Amount
                           TO OFT_Sales (WS_OFT_Match_Idx)
                       ADD WS_Row_Cost
                           TO OFT_Sales_Cost (WS_OFT_Match_Idx)
                   ELSE
                       ADD WS_Converted_Amount
                           TO OFT_Returns (WS_OFT_Match_Idx)
                       ADD WS_Row_Cost
                           TO OFT_Returns_Cost (WS_OFT_Match_Idx)
                   END-IF
               END-IF.

           2300-Lookup-Currency-Rate.
               SET Rate_Not_Found TO TRUE
               MOVE ZEROES TO WS_Rate_Best_Period
               MOVE 1.0000 TO WS_Conversion_Rate
               PERFORM 2310-Check-Currency-Entry
                   VARYING WS_Currency_Idx FROM 1 BY 1
                   UNTIL WS_Currency_Idx > Currency_Table_Entries.

           2310-Check-Currency-Entry.
               IF CT_Currency_Code (WS_Currency_Idx) EQUAL
                   CH_Currency_Code AND
                   CT_Effective_Period (WS_Currency_Idx) NOT GREATER
                       THAN CH_Period AND
                   CT_Effective_Period (WS_Currency_Idx) NOT LESS
                       THAN WS_Rate_Best_Period
                   SET Rate_Found TO TRUE
                   MOVE CT_Effective_Period (WS_Currency_Idx)
                       TO WS_Rate_Best_Period
                   MOVE CT_Conversion_Rate (WS_Currency_Idx)
                       TO WS_Conversion_Rate
               END-IF.

      * 2400-Lookup-Std-Cost - no cost in force leaves the row at
      * zero cost and counted as uncosted against its product.
           2400-Lookup-Std-Cost.
               SET Cost_Not_Found TO TRUE
               MOVE ZEROES TO WS_Cost_Best_Period
               MOVE ZERO TO WS_Cost_Rate
               PERFORM 2410-Check-One-Cost
                   VARYING WS_Cost_Idx FROM 1 BY 1
                   UNTIL WS_Cost_Idx > Cost_Count.

           2410-Check-One-Cost.
               IF CST_Product (WS_Cost_Idx) EQUAL CH_Product_Code AND
                   CST_Effective_Period (WS_Cost_Idx) NOT GREATER
                       THAN CH_Period AND
                   CST_Effective_Period (WS_Cost_Idx) NOT LESS
                       THAN WS_Cost_Best_Period
                   SET Cost_Found TO TRUE
                   MOVE CST_Effective_Period (WS_Cost_Idx)
                       TO WS_Cost_Best_Period
                   MOVE CST_Rate (WS_Cost_Idx) TO WS_Cost_Rate
               END-IF.

           2450-Resolve-Product-Master.
               MOVE '(not on product master)' TO WS_Found_Description
               MOVE '(no)' TO WS_Found_Category
               PERFORM 2460-Check-One-Master-Entry
                   VARYING WS_PM_Idx FROM 1 BY 1
                   UNTIL WS_PM_Idx > Product_Master_Count.

           2460-Check-One-Master-Entry.
               IF PMT_Code (WS_PM_Idx) EQUAL CH_Product_Code
                   MOVE PMT_Description (WS_PM_Idx)
                       TO WS_Found_Description
                   MOVE PMT_Category (WS_PM_Idx)
                       TO WS_Found_Category
               END-IF.

           2500-Find-Product-Entry.
               SET Entry_Missing TO TRUE
               PERFORM 2510-Match-One-Product
                   VARYING WS_MPT_Idx FROM 1 BY 1
                   UNTIL WS_MPT_Idx > Margin_Product_Count
                       OR Entry_Present
               IF Entry_Missing
                   IF Margin_Product_Count < 200
                       ADD 1 TO Margin_Product_Count
                       MOVE Margin_Product_Count TO WS_MPT_Match_Idx
                       MOVE WS_Found_Category
                           TO MPT_Category (WS_MPT_Match_Idx)
                       MOVE CH_Product_Code
                           TO MPT_Product (WS_MPT_Match_Idx)
                       MOVE ZERO TO MPT_Sales (WS_MPT_Match_Idx)
                       MOVE ZERO TO MPT_Returns (WS_MPT_Match_Idx)
                       MOVE ZERO TO MPT_Sales_Cost (WS_MPT_Match_Idx)
                       MOVE ZERO
                           TO MPT_Returns_Cost (WS_MPT_Match_Idx)
                       MOVE ZERO TO MPT_Uncosted (WS_MPT_Match_Idx)
                       SET Entry_Present TO TRUE
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Margin_Product_Table"
                               "TABLE FULL"
                   END-IF
               END-IF
               IF Entry_Present
                   IF CH_Trans_Type EQUAL 'S'
                       ADD WS_Converted_Amount
                           TO MPT_Sales (WS_MPT_Match_Idx)
                       ADD WS_Row_Cost
                           TO MPT_Sales_Cost (WS_MPT_Match_Idx)
                   ELSE
                       ADD WS_Converted_Amount
                           TO MPT_Returns (WS_MPT_Match_Idx)
                       ADD WS_Row_Cost
                           TO MPT_Returns_Cost (WS_MPT_Match_Idx)
                   END-IF
                   IF Cost_Not_Found
                       ADD 1 TO MPT_Uncosted (WS_MPT_Match_Idx)
                   END-IF
               END-IF.

           2510-Match-One-Product.
               IF MPT_Product (WS_MPT_Idx) EQUAL CH_Product_Code
                   SET Entry_Present TO TRUE
                   MOVE WS_MPT_Idx TO WS_MPT_Match_Idx
               END-IF.

           2550-Find-Office-Entry.
               SET Entry_Missing TO TRUE
               PERFORM 2560-Match-One-Office
                   VARYING WS_OFT_Idx FROM 1 BY 1
                   UNTIL WS_OFT_Idx > Office_Count
                       OR Entry_Present
               IF Entry_Missing
                   IF Office_Count < 100
                       ADD 1 TO Office_Count
                       MOVE Office_Count TO WS_OFT_Match_Idx
                       MOVE CH_Office_Code
                           TO OFT_Office (WS_OFT_Match_Idx)
                       MOVE ZERO TO OFT_Sales (WS_OFT_Match_Idx)
                       MOVE ZERO TO OFT_Returns (WS_OFT_Match_Idx)
                       MOVE ZERO TO OFT_Sales_Cost (WS_OFT_Match_Idx)
                       MOVE ZERO
                           TO OFT_Returns_Cost (WS_OFT_Match_Idx)
                       SET Entry_Present TO TRUE
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Office_Table" "TABLE FULL"
                   END-IF
               END-IF.

           2560-Match-One-Office.
               IF OFT_Office (WS_OFT_Idx) EQUAL CH_Office_Code
                   SET Entry_Present TO TRUE
                   MOVE WS_OFT_Idx TO WS_OFT_Match_Idx
               END-IF.

      * 2600-Rank-Customer - the finished customer slots into the
      * top list by net sales, pushing the rest down; the list is
      * held one longer than it prints so the shift never runs
      * off its end.
           2600-Rank-Customer.
               COMPUTE WS_Cur_Net = WS_Cur_Sales - WS_Cur_Returns
               IF WS_Cur_Sales > ZERO OR WS_Cur_Returns > ZERO
                   MOVE 1 TO WS_Top_Pos
                   PERFORM 2610-Step-Past-Larger
                       UNTIL WS_Top_Pos > Top_Count
                           OR TOP_Net (WS_Top_Pos) < WS_Cur_Net
                   IF WS_Top_Pos NOT > WS_Top_Limit
                       IF Top_Count < WS_Top_Limit
                           ADD 1 TO Top_Count
                       END-IF
                       PERFORM 2620-Shift-One-Down
                           VARYING WS_Top_Shift FROM Top_Count BY -1
                           UNTIL WS_Top_Shift NOT > WS_Top_Pos
                       MOVE WS_Cur_Customer
                           TO TOP_Customer (WS_Top_Pos)
                       MOVE WS_Cur_Net TO TOP_Net (WS_Top_Pos)
                       MOVE WS_Cur_Sales TO TOP_Sales (WS_Top_Pos)
                       MOVE WS_Cur_Returns TO TOP_Returns (WS_Top_Pos)
                       MOVE WS_Cur_Sales_Cost
                           TO TOP_Sales_Cost (WS_Top_Pos)
                       MOVE WS_Cur_Returns_Cost
                           TO TOP_Returns_Cost (WS_Top_Pos)
                   END-IF
               END-IF.

           2610-Step-Past-Larger.
               ADD 1 TO WS_Top_Pos.

           2620-Shift-One-Down.
               MOVE Top_Entry (WS_Top_Shift - 1)
                   TO Top_Entry (WS_Top_Shift).

           3000-Write-Margin-Report.
               PERFORM 3100-Sort-Product-Pass
                   VARYING WS_Sort_Outer FROM 1 BY 1
                   UNTIL WS_Sort_Outer >= Margin_Product_Count
               PERFORM 3150-Sort-Office-Pass
                   VARYING WS_Sort_Outer FROM 1 BY 1
                   UNTIL WS_Sort_Outer >= Office_Count
               OPEN OUTPUT MarginRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "MarginReport" "OPEN OUTPUT"
               MOVE WS_From_Period TO Mgn_Head_From
               MOVE WS_To_Period TO Mgn_Head_To
               WRITE Margin_Buffer FROM MarginHeading
               MOVE 'By category and product' TO Mgn_Section_Text
               WRITE Margin_Buffer FROM MarginSectionLine
                   AFTER ADVANCING 2 LINES
               WRITE Margin_Buffer FROM MarginColumns
                   AFTER ADVANCING 1 LINES
               MOVE SPACES TO WS_Prev_Category
               PERFORM 3300-Write-One-Product-Line
                   VARYING WS_MPT_Idx FROM 1 BY 1
                   UNTIL WS_MPT_Idx > Margin_Product_Count
               IF Margin_Product_Count > ZERO
                   PERFORM 3400-Write-Category-Total
               END-IF
               MOVE 'By office' TO Mgn_Section_Text
               WRITE Margin_Buffer FROM MarginSectionLine
                   AFTER ADVANCING 2 LINES
               WRITE Margin_Buffer FROM MarginColumns
                   AFTER ADVANCING 1 LINES
               PERFORM 3500-Write-One-Office-Line
                   VARYING WS_OFT_Idx FROM 1 BY 1
                   UNTIL WS_OFT_Idx > Office_Count
               MOVE 'Top customers by net sales' TO Mgn_Section_Text
               WRITE Margin_Buffer FROM MarginSectionLine
                   AFTER ADVANCING 2 LINES
               WRITE Margin_Buffer FROM MarginColumns
                   AFTER ADVANCING 1 LINES
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               PERFORM 3600-Write-One-Customer-Line
                   VARYING WS_Top_Idx FROM 1 BY 1
                   UNTIL WS_Top_Idx > Top_Count
               CLOSE CustMstr
               MOVE 'Products flagged:' TO Mgn_Count_Label
               MOVE WS_Flagged_Count TO Mgn_Count_Value
               WRITE Margin_Buffer FROM MarginCountLine
                   AFTER ADVANCING 2 LINES
               CLOSE MarginRpt.

           3100-Sort-Product-Pass.
               PERFORM 3110-Sort-Product-Compare
                   VARYING WS_Sort_Inner FROM 1 BY 1
                   UNTIL WS_Sort_Inner > Margin_Product_Count
                       - WS_Sort_Outer.

           3110-Sort-Product-Compare.
               IF MPT_Sort_Key (WS_Sort_Inner) >
                   MPT_Sort_Key (WS_Sort_Inner + 1)
                   MOVE Margin_Product_Entry (WS_Sort_Inner)
                       TO WS_MPT_Temp
                   MOVE Margin_Product_Entry (WS_Sort_Inner + 1)
                       TO Margin_Product_Entry (WS_Sort_Inner)
                   MOVE WS_MPT_Temp
                       TO Margin_Product_Entry (WS_Sort_Inner + 1)
               END-IF.

           3150-Sort-Office-Pass.
               PERFORM 3160-Sort-Office-Compare
                   VARYING WS_Sort_Inner FROM 1 BY 1
                   UNTIL WS_Sort_Inner > Office_Count - WS_Sort_Outer.

           3160-Sort-Office-Compare.
               IF OFT_Office (WS_Sort_Inner) >
                   OFT_Office (WS_Sort_Inner + 1)
                   MOVE Office_Entry (WS_Sort_Inner) TO WS_OFT_Temp
                   MOVE Office_Entry (WS_Sort_Inner + 1)
                       TO Office_Entry (WS_Sort_Inner)
                   MOVE WS_OFT_Temp TO Office_Entry (WS_Sort_Inner + 1)
               END-IF.

      * 3200-Compute-Line-Margin - net sales less net cost, the
      * percent on net sales; no net sales prints a zero percent.
           3200-Compute-Line-Margin.
               COMPUTE WS_Line_Net_Sales =
                   WS_Line_Sales - WS_Line_Returns
               COMPUTE WS_Line_Net_Cost =
                   WS_Line_Sales_Cost - WS_Line_Returns_Cost
               COMPUTE WS_Line_Margin =
                   WS_Line_Net_Sales - WS_Line_Net_Cost
               IF WS_Line_Net_Sales EQUAL ZERO
                   MOVE ZERO TO WS_Line_Pct
               ELSE
                   COMPUTE WS_Line_Pct ROUNDED =
                       WS_Line_Margin * 100 / WS_Line_Net_Sales
               END-IF
               MOVE WS_Line_Sales TO Mgn_Sales
               MOVE WS_Line_Returns TO Mgn_Returns
               MOVE WS_Line_Net_Cost TO Mgn_Cost
               MOVE WS_Line_Margin TO Mgn_Margin
               MOVE WS_Line_Pct TO Mgn_Pct
               MOVE SPACES TO Mgn_Flag.

      * 3300-Write-One-Product-Line - below cost, under the margin
      * threshold, or sold with no standard cost in force flags.
           3300-Write-One-Product-Line.
               IF MPT_Category (WS_MPT_Idx) NOT EQUAL WS_Prev_Category
                   IF WS_MPT_Idx > 1
                       PERFORM 3400-Write-Category-Total
                   END-IF
                   MOVE MPT_Category (WS_MPT_Idx) TO WS_Prev_Category
                   MOVE ZERO TO WS_Cat_Sales
                   MOVE ZERO TO WS_Cat_Returns
                   MOVE ZERO TO WS_Cat_Sales_Cost
                   MOVE ZERO TO WS_Cat_Returns_Cost
               END-IF
               ADD MPT_Sales (WS_MPT_Idx) TO WS_Cat_Sales
               ADD MPT_Returns (WS_MPT_Idx) TO WS_Cat_Returns
               ADD MPT_Sales_Cost (WS_MPT_Idx) TO WS_Cat_Sales_Cost
               ADD MPT_Returns_Cost (WS_MPT_Idx)
                   TO WS_Cat_Returns_Cost
               MOVE MPT_Sales (WS_MPT_Idx) TO WS_Line_Sales
               MOVE MPT_Returns (WS_MPT_Idx) TO WS_Line_Returns
               MOVE MPT_Sales_Cost (WS_MPT_Idx) TO WS_Line_Sales_Cost
               MOVE MPT_Returns_Cost (WS_MPT_Idx)
                   TO WS_Line_Returns_Cost
               PERFORM 3200-Compute-Line-Margin
               MOVE MPT_Product (WS_MPT_Idx) TO Mgn_Code
               MOVE MPT_Product (WS_MPT_Idx) TO CH_Product_Code
               PERFORM 2450-Resolve-Product-Master
               MOVE WS_Found_Description TO Mgn_Name
               EVALUATE TRUE
                   WHEN MPT_Uncosted (WS_MPT_Idx) > ZERO
                       MOVE 'NO COST' TO Mgn_Flag
                   WHEN WS_Line_Margin < ZERO
                       MOVE 'BELOW COST' TO Mgn_Flag
                   WHEN WS_Line_Net_Sales > ZERO AND
                       WS_Line_Pct < WS_Low_Margin_Pct
                       MOVE 'LOW MARGIN' TO Mgn_Flag
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF Mgn_Flag NOT EQUAL SPACES
                   ADD 1 TO WS_Flagged_Count
               END-IF
               WRITE Margin_Buffer FROM MarginDetail
                   AFTER ADVANCING 1 LINES.

           3400-Write-Category-Total.
               MOVE WS_Cat_Sales TO WS_Line_Sales
               MOVE WS_Cat_Returns TO WS_Line_Returns
               MOVE WS_Cat_Sales_Cost TO WS_Line_Sales_Cost
               MOVE WS_Cat_Returns_Cost TO WS_Line_Returns_Cost
               PERFORM 3200-Compute-Line-Margin
               MOVE SPACES TO Mgn_Code
               MOVE SPACES TO Mgn_Name
               STRING 'Category ' DELIMITED BY SIZE
                       WS_Prev_Category DELIMITED BY SIZE
                       ' total' DELIMITED BY SIZE
                   INTO Mgn_Name
               WRITE Margin_Buffer FROM MarginDetail
                   AFTER ADVANCING 1 LINES.

           3500-Write-One-Office-Line.
               MOVE OFT_Sales (WS_OFT_Idx) TO WS_Line_Sales
               MOVE OFT_Returns (WS_OFT_Idx) TO WS_Line_Returns
               MOVE OFT_Sales_Cost (WS_OFT_Idx) TO WS_Line_Sales_Cost
               MOVE OFT_Returns_Cost (WS_OFT_Idx)
                   TO WS_Line_Returns_Cost
               PERFORM 3200-Compute-Line-Margin
               MOVE OFT_Office (WS_OFT_Idx) TO Mgn_Code
               MOVE SPACES TO Mgn_Name
               WRITE Margin_Buffer FROM MarginDetail
                   AFTER ADVANCING 1 LINES.

           3600-Write-One-Customer-Line.
               MOVE TOP_Sales (WS_Top_Idx) TO WS_Line_Sales
               MOVE TOP_Returns (WS_Top_Idx) TO WS_Line_Returns
               MOVE TOP_Sales_Cost (WS_Top_Idx) TO WS_Line_Sales_Cost
               MOVE TOP_Returns_Cost (WS_Top_Idx)
                   TO WS_Line_Returns_Cost
               PERFORM 3200-Compute-Line-Margin
               MOVE TOP_Customer (WS_Top_Idx) TO Mgn_Code
               MOVE TOP_Customer (WS_Top_Idx) TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY MOVE SPACES TO CM_Last_Name
               END-READ
               MOVE CM_Last_Name TO Mgn_Name
               WRITE Margin_Buffer FROM MarginDetail
                   AFTER ADVANCING 1 LINES.

       End Program MarginReport.
