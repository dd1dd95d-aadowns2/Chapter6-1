       Identification Division.
           Program-ID. RebateRun.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Quarterly customer volume rebate run - for
      *                   each contract on RebateAgreements totals
      *                   the qualifying net sales (sales less
      *                   returns, at each period's conversion rate)
      *                   posted to CustomerHistory inside the
      *                   agreement period, rolling branches up to
      *                   their CM_Parent_Number head office where
      *                   the agreement is at parent level, and
      *                   accrues the rebate earned to date at the
      *                   highest tier passed (the tier's percent
      *                   applies to the whole volume).  Once the
      *                   agreement period has ended the rebate is
      *                   generated as an RBTE credit adjustment to
      *                   CustPendAdj, so it rides the normal
      *                   AdjApproval path before it posts, and the
      *                   agreement is stamped settled.  RBTE must
      *                   be on the ReasonCodes master the way DSPT
      *                   is.  As-of date YYYYMMDD on the command
      *                   line, today when blank.  Report:
      *                   RebateReport.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
      *   2026-10-15  AD  A full agreement table stops the run
      *                   before RebateAgreements is rewritten.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Agreements assign to "RebateAgreements"
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

                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustPendAdj assign to "CustPendAdj"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RebateRpt assign to "RebateReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Rebate_Agreement_Record - one row per contract: the
      * customer (or, at parent level 'P', the head office whose
      * branches roll up to it), the agreement period, up to four
      * ascending tiers (threshold of net sales and the percent
      * earned once it is passed; unused tiers zero), and the
      * accrual and settlement this run keeps up to date.
           FD  Agreements
               Record Contains 108 Characters.
               01  Rebate_Agreement_Record.
                   05  RA_Agreement_Id             PIC X(6).
                   05  RA_Customer_Number          PIC 9(6).
                   05  RA_Level                    PIC X(1).
                       88  RA_Parent_Level           value 'P'.
                       88  RA_Customer_Level         value 'C'.
                   05  RA_Start_Date               PIC 9(8).
                   05  RA_End_Date                 PIC 9(8).
                   05  RA_Tier OCCURS 4 TIMES.
                       10  RA_Tier_Threshold       PIC 9(9)V9(2).
                       10  RA_Tier_Percent         PIC 9(2)V9(2).
                   05  RA_Accrued                  PIC 9(9)V9(2).
                   05  RA_Settled_Date             PIC 9(8).

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

           FD  CurrRates
               Record Contains 14 Characters.
               01  Currency_Rate_Record.
                   05  CR_Currency_Code            PIC X(3).
                   05  CR_Effective_Period         PIC X(6).
                   05  CR_Conversion_Rate          PIC 9(1)V9(4).

           FD  CustPendAdj
               Record Contains 127 Characters.
               01  Pending_Adj_Record.
                   05  PJ_Customer_Number          PIC 9(6).
                   05  PJ_First_Name               PIC X(10).
                   05  PJ_Last_Name                PIC X(20).
                   05  PJ_Month_Trans              PIC X(2).
                   05  PJ_Year_Trans               PIC X(4).
                   05  PJ_Amount_Trans             PIC 9(7)V9(2).
                   05  PJ_Trans_Type               PIC X(1).
                   05  PJ_Currency_Code            PIC X(3).
                   05  PJ_Entered_By               PIC X(8).
                   05  PJ_Reason_Code              PIC X(4).
                   05  PJ_Day_Trans                PIC X(2).
                   05  PJ_Tax_Juris                PIC X(4).
                   05  PJ_Tax_Amount               PIC 9(4)V9(2).
                   05  PJ_Office_Code              PIC X(4).
                   05  PJ_Approved_By              PIC X(8).
                   05  PJ_Product_Code             PIC X(4).
                   05  PJ_Company                  PIC X(2).
                   05  PJ_Rma_Number               PIC X(6).
                   05  PJ_Sales_Rep                PIC X(4).
                   05  PJ_Invoice_Number           PIC 9(8).
                   05  PJ_Trans_Id                 PIC X(12).

           FD  RebateRpt
               Record Contains 132 Characters.
               01  Rebate_Buffer                   PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "TransTrace.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_Command_Line                 PIC X(80).
               01  WS_As_Of_Date                   PIC X(8).
               01  WS_As_Of_Date_N REDEFINES WS_As_Of_Date
                                                   PIC 9(8).
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  WS_Hist_Customer                PIC 9(6) value zero.
               01  WS_Hist_Parent                  PIC 9(6).
               01  WS_Row_Date                     PIC X(8).
               01  WS_Row_Date_N REDEFINES WS_Row_Date
                                                   PIC 9(8).
               01  WS_Row_Net                      PIC S9(9)V9(2).
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

      * Agreement_Table - the file held whole, with the running
      * net sales and the head office's latest office code per
      * agreement; the file is rewritten from it at the end.
               01  Agreement_Count                 PIC 9(3) value zero.
               01  Agreement_Table.
                   05  Agreement_Entry OCCURS 200 TIMES.
                       10  AGT_Image               PIC X(108).
                       10  AGT_Net_Sales           PIC S9(11)V9(2).
                       10  AGT_Office              PIC X(4).
                       10  AGT_Office_Period       PIC X(6).
               01  WS_AG_Idx                       PIC 9(3).
               01  WS_Tier_Idx                     PIC 9(1).
               01  WS_Current_Tier                 PIC 9(1).
               01  WS_Current_Percent              PIC 9(2)V9(2).
               01  WS_Next_Threshold               PIC 9(9)V9(2).
               01  WS_Earned                       PIC 9(9)V9(2).
               01  WS_Status_Text                  PIC X(20).
               01  WS_Run_Accrued                  PIC 9(11)V9(2)
                       value zero.
               01  WS_Run_Credited                 PIC 9(11)V9(2)
                       value zero.
               01  WS_Credit_Count                 PIC 9(4) value zero.

               01  RebateHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(31)
                           value 'Customer Volume Rebates  As of '.
                   05  Rebate_Head_Date        PIC X(8).
               01  RebateColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(40)
                   value 'Agrmt  Cust   Lvl Period              '.
                   05              PIC X(39)
                   value 'Sales to date Tier  Pct  Next threshold'.
                   05              PIC X(23)
                   value '         Accrued Status'.
               01  RebateDetail.
                   05              PIC X(2)    value spaces.
                   05  Rebate_Agreement        PIC X(6).
                   05              PIC X(1)    value spaces.
                   05  Rebate_Customer         PIC 9(6).
                   05              PIC X(1)    value spaces.
                   05  Rebate_Level            PIC X(3).
                   05              PIC X(1)    value spaces.
                   05  Rebate_Start            PIC 9(8).
                   05              PIC X(1)    value '-'.
                   05  Rebate_End              PIC 9(8).
                   05              PIC X(3)    value spaces.
                   05  Rebate_Sales            PIC ZZZ,ZZZ,ZZ9.99-.
                   05              PIC X(2)    value spaces.
                   05  Rebate_Tier             PIC 9.
                   05              PIC X(2)    value spaces.
                   05  Rebate_Percent          PIC Z9.99.
                   05              PIC X(2)    value spaces.
                   05  Rebate_Next             PIC X(14).
                   05              PIC X(2)    value spaces.
                   05  Rebate_Accrued          PIC ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Rebate_Status           PIC X(20).
               01  WS_Next_Edit                    PIC ZZZ,ZZZ,ZZ9.99.
               01  RebateTotals.
                   05              PIC X(2)    value spaces.
                   05              PIC X(12)   value 'Agreements: '.
                   05  Rebate_Total_Count      PIC ZZZ9.
                   05              PIC X(11)   value '  Accrued: '.
                   05  Rebate_Total_Accrued    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(21)
                           value '  Credits generated: '.
                   05  Rebate_Total_Credits    PIC ZZZ9.
                   05              PIC X(2)    value ' /'.
                   05  Rebate_Total_Credited   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       Procedure Division.

           0000-Mainline.
               CALL "RunTiming" USING BY CONTENT 'S' 'REBATE      '
               PERFORM 1000-Initialize
               PERFORM 1100-Load-Agreements
               PERFORM 1200-Load-Currency-Rates
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               PERFORM 2000-Total-Net-Sales
               PERFORM 3000-Write-Rebate-Report
               CLOSE CustMstr
               PERFORM 8000-Rewrite-Agreements
               MOVE 'C' TO WS_Trc_Function
               CALL "TransLog" USING WS_Trace_Request
               CALL "RunTiming" USING BY CONTENT 'E' 'REBATE      '
               DISPLAY "RebateRun: " Agreement_Count
                   " agreements, " WS_Credit_Count
                   " rebate credits queued for approval."
               STOP RUN.

      * 1000-Initialize - the as-of date comes off the command line
      * as YYYYMMDD; left blank it is today.  Sales count up to it
      * and an agreement settles once its period has ended by it.
           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:8) EQUAL SPACES
                   MOVE WS_Current_Date TO WS_As_Of_Date
               ELSE
                   MOVE WS_Command_Line (1:8) TO WS_As_Of_Date
                   IF WS_As_Of_Date NOT NUMERIC
                       DISPLAY "RebateRun: as-of date must be "
                           "YYYYMMDD."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           1100-Load-Agreements.
               MOVE ZERO TO Agreement_Count
               OPEN INPUT Agreements
                   CALL "Validations" USING File_Status
                       BY CONTENT "RebateAgreements" "OPEN INPUT"
               SET More_Input_Records TO TRUE
               PERFORM 1110-Read-One-Agreement
                   UNTIL No_More_Input
               CLOSE Agreements.

           1110-Read-One-Agreement.
               READ Agreements
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Agreement_Count < 200
                       ADD 1 TO Agreement_Count
                       MOVE Rebate_Agreement_Record
                           TO AGT_Image (Agreement_Count)
                       MOVE ZERO TO AGT_Net_Sales (Agreement_Count)
                       MOVE SPACES TO AGT_Office (Agreement_Count)
                       MOVE SPACES
                           TO AGT_Office_Period (Agreement_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Agreement_Table" "TABLE FULL"
                       DISPLAY "Agreement table full - "
                           "RebateAgreements left as it stands."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
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

      * 2000-Total-Net-Sales - one pass of the history file; every
      * sale and return dated inside an agreement's period and not
      * after the as-of date counts toward each agreement it
      * belongs to.
           2000-Total-Net-Sales.
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
               PERFORM 2100-Check-One-History-Row
                   UNTIL No_More_History
               CLOSE CustHist.

           2100-Check-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Trans_Type EQUAL 'S' OR
                       CH_Trans_Type EQUAL 'R'
                       MOVE CH_Period TO WS_Row_Date (1:6)
                       MOVE CH_Day_Trans TO WS_Row_Date (7:2)
                       IF WS_Row_Date NUMERIC AND
                           WS_Row_Date_N NOT > WS_As_Of_Date_N
                           PERFORM 2200-Price-One-Row
                           PERFORM 2300-Apply-To-Agreement
                               VARYING WS_AG_Idx FROM 1 BY 1
                               UNTIL WS_AG_Idx > Agreement_Count
                       END-IF
                   END-IF
               END-IF.

      * 2200-Price-One-Row - converted at its own period's rate,
      * a return taking the sale back; the customer's head office
      * (itself when it has no parent) is read once per customer.
           2200-Price-One-Row.
               IF CH_Customer_Number NOT EQUAL WS_Hist_Customer
                   MOVE CH_Customer_Number TO WS_Hist_Customer
                   MOVE CH_Customer_Number TO WS_Hist_Parent
                   SET Master_Found TO TRUE
                   MOVE CH_Customer_Number TO CM_Customer_Number
                   READ CustMstr
                       INVALID KEY SET Master_Not_Found TO TRUE
                   END-READ
                   IF Master_Found AND CM_Parent_Number NOT EQUAL ZERO
                       MOVE CM_Parent_Number TO WS_Hist_Parent
                   END-IF
               END-IF
               PERFORM 2210-Lookup-Currency-Rate
               COMPUTE WS_Converted_Amount ROUNDED =
                   CH_Amount_Trans * WS_Conversion_Rate
               IF CH_Trans_Type EQUAL 'S'
                   MOVE WS_Converted_Amount TO WS_Row_Net
               ELSE
                   COMPUTE WS_Row_Net = 0 - WS_Converted_Amount
               END-IF.

           2210-Lookup-Currency-Rate.
               MOVE ZEROES TO WS_Rate_Best_Period
               MOVE 1.0000 TO WS_Conversion_Rate
               PERFORM 2220-Check-Currency-Entry
                   VARYING WS_Currency_Idx FROM 1 BY 1
                   UNTIL WS_Currency_Idx > Currency_Table_Entries.

           2220-Check-Currency-Entry.
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

      * 2300-Apply-To-Agreement - a customer-level agreement takes
      * only its own customer's rows; a parent-level agreement
      * takes every row whose head office it is.  The head
      * office's own newest row supplies the office the credit
      * posts under.
           2300-Apply-To-Agreement.
               MOVE AGT_Image (WS_AG_Idx) TO Rebate_Agreement_Record
               IF WS_Row_Date_N NOT < RA_Start_Date AND
                   WS_Row_Date_N NOT > RA_End_Date
                   IF CH_Customer_Number EQUAL RA_Customer_Number OR
                       (RA_Parent_Level AND
                           WS_Hist_Parent EQUAL RA_Customer_Number)
                       ADD WS_Row_Net TO AGT_Net_Sales (WS_AG_Idx)
                   END-IF
               END-IF
               IF CH_Customer_Number EQUAL RA_Customer_Number AND
                   CH_Period NOT < AGT_Office_Period (WS_AG_Idx)
                   MOVE CH_Period TO AGT_Office_Period (WS_AG_Idx)
                   MOVE CH_Office_Code TO AGT_Office (WS_AG_Idx)
               END-IF.

           3000-Write-Rebate-Report.
               OPEN OUTPUT RebateRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "RebateReport" "OPEN OUTPUT"
               MOVE WS_As_Of_Date TO Rebate_Head_Date
               WRITE Rebate_Buffer FROM RebateHeading
               WRITE Rebate_Buffer FROM RebateColumns
                   AFTER ADVANCING 2 LINES
               PERFORM 3100-Settle-One-Agreement
                   VARYING WS_AG_Idx FROM 1 BY 1
                   UNTIL WS_AG_Idx > Agreement_Count
               MOVE Agreement_Count TO Rebate_Total_Count
               MOVE WS_Run_Accrued TO Rebate_Total_Accrued
               MOVE WS_Credit_Count TO Rebate_Total_Credits
               MOVE WS_Run_Credited TO Rebate_Total_Credited
               WRITE Rebate_Buffer FROM RebateTotals
                   AFTER ADVANCING 2 LINES
               CLOSE RebateRpt.

      * 3100-Settle-One-Agreement - the accrual is the earned
      * rebate to date; a settled agreement keeps the amount it
      * was credited, and one whose period has ended by the as-of
      * date is credited now.
           3100-Settle-One-Agreement.
               MOVE AGT_Image (WS_AG_Idx) TO Rebate_Agreement_Record
               PERFORM 3200-Find-Current-Tier
               IF RA_Settled_Date NOT EQUAL ZERO
                   MOVE 'SETTLED ' TO WS_Status_Text
                   MOVE RA_Settled_Date TO WS_Status_Text (9:8)
               ELSE
                   MOVE WS_Earned TO RA_Accrued
                   IF RA_End_Date NOT > WS_As_Of_Date_N
                       MOVE WS_As_Of_Date_N TO RA_Settled_Date
                       IF RA_Accrued > ZERO
                           PERFORM 4000-Queue-Rebate-Credit
                           MOVE 'CREDIT QUEUED' TO WS_Status_Text
                       ELSE
                           MOVE 'ENDED - NOT EARNED' TO WS_Status_Text
                       END-IF
                   ELSE
                       MOVE 'ACCRUING' TO WS_Status_Text
                   END-IF
                   MOVE Rebate_Agreement_Record
                       TO AGT_Image (WS_AG_Idx)
               END-IF
               ADD RA_Accrued TO WS_Run_Accrued
               MOVE RA_Agreement_Id TO Rebate_Agreement
               MOVE RA_Customer_Number TO Rebate_Customer
               IF RA_Parent_Level
                   MOVE 'PAR' TO Rebate_Level
               ELSE
                   MOVE 'CUS' TO Rebate_Level
               END-IF
               MOVE RA_Start_Date TO Rebate_Start
               MOVE RA_End_Date TO Rebate_End
               MOVE AGT_Net_Sales (WS_AG_Idx) TO Rebate_Sales
               MOVE WS_Current_Tier TO Rebate_Tier
               MOVE WS_Current_Percent TO Rebate_Percent
               IF WS_Next_Threshold EQUAL ZERO
                   MOVE 'TOP TIER' TO Rebate_Next
               ELSE
                   MOVE WS_Next_Threshold TO WS_Next_Edit
                   MOVE WS_Next_Edit TO Rebate_Next
               END-IF
               MOVE RA_Accrued TO Rebate_Accrued
               MOVE WS_Status_Text TO Rebate_Status
               WRITE Rebate_Buffer FROM RebateDetail
                   AFTER ADVANCING 1 LINES.

      * 3200-Find-Current-Tier - the highest tier whose threshold
      * net sales have reached, and the threshold of the one above
      * it (zero at the top tier).
           3200-Find-Current-Tier.
               MOVE ZERO TO WS_Current_Tier
               MOVE ZERO TO WS_Current_Percent
               MOVE ZERO TO WS_Next_Threshold
               PERFORM 3210-Check-One-Tier
                   VARYING WS_Tier_Idx FROM 1 BY 1
                   UNTIL WS_Tier_Idx > 4
               IF AGT_Net_Sales (WS_AG_Idx) > ZERO
                   COMPUTE WS_Earned ROUNDED =
                       AGT_Net_Sales (WS_AG_Idx)
                           * WS_Current_Percent / 100
               ELSE
                   MOVE ZERO TO WS_Earned
               END-IF.

           3210-Check-One-Tier.
               IF RA_Tier_Threshold (WS_Tier_Idx) > ZERO OR
                   RA_Tier_Percent (WS_Tier_Idx) > ZERO
                   IF AGT_Net_Sales (WS_AG_Idx) NOT <
                       RA_Tier_Threshold (WS_Tier_Idx)
                       MOVE WS_Tier_Idx TO WS_Current_Tier
                       MOVE RA_Tier_Percent (WS_Tier_Idx)
                           TO WS_Current_Percent
                   ELSE
                       IF WS_Next_Threshold EQUAL ZERO
                           MOVE RA_Tier_Threshold (WS_Tier_Idx)
                               TO WS_Next_Threshold
                       END-IF
                   END-IF
               END-IF.

      * 4000-Queue-Rebate-Credit - a full sorted-record image for
      * the rebate, held on CustPendAdj the way DisputeDesk queues
      * an upheld dispute, so a supervisor approves the credit
      * before it posts; the id comes from the TransId issuer
      * (source RB).
           4000-Queue-Rebate-Credit.
               SET Master_Found TO TRUE
               MOVE RA_Customer_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               OPEN EXTEND CustPendAdj
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustPendAdj
               END-IF
               MOVE SPACES TO Pending_Adj_Record
               MOVE RA_Customer_Number TO PJ_Customer_Number
               IF Master_Found
                   MOVE CM_First_Name TO PJ_First_Name
                   MOVE CM_Last_Name TO PJ_Last_Name
                   MOVE CM_Company TO PJ_Company
                   MOVE CM_Sales_Rep TO PJ_Sales_Rep
               ELSE
                   MOVE 'REBATE CREDIT' TO PJ_Last_Name
               END-IF
               MOVE WS_As_Of_Date (5:2) TO PJ_Month_Trans
               MOVE WS_As_Of_Date (1:4) TO PJ_Year_Trans
               MOVE WS_As_Of_Date (7:2) TO PJ_Day_Trans
               MOVE RA_Accrued TO PJ_Amount_Trans
               MOVE 'A' TO PJ_Trans_Type
               MOVE 'USD' TO PJ_Currency_Code
               MOVE 'REBATE' TO PJ_Entered_By
               MOVE 'RBTE' TO PJ_Reason_Code
               MOVE SPACES TO PJ_Tax_Juris
               MOVE ZERO TO PJ_Tax_Amount
               MOVE AGT_Office (WS_AG_Idx) TO PJ_Office_Code
               MOVE SPACES TO PJ_Approved_By
               MOVE SPACES TO PJ_Product_Code
               MOVE SPACES TO PJ_Rma_Number
               MOVE ZERO TO PJ_Invoice_Number
               CALL "TransId" USING BY CONTENT 'RB'
                   BY REFERENCE PJ_Trans_Id
               WRITE Pending_Adj_Record
               CLOSE CustPendAdj
               ADD 1 TO WS_Credit_Count
               ADD RA_Accrued TO WS_Run_Credited
               MOVE 'L' TO WS_Trc_Function
               MOVE PJ_Trans_Id TO WS_Trc_Trans_Id
               MOVE 'RebateRun' TO WS_Trc_Program
               MOVE 'CREATED' TO WS_Trc_Disposition
               MOVE 'CustPendAdj' TO WS_Trc_File
               MOVE PJ_Customer_Number TO WS_Trc_Key
               CALL "TransLog" USING WS_Trace_Request.

           8000-Rewrite-Agreements.
               OPEN OUTPUT Agreements
                   CALL "Validations" USING File_Status
                       BY CONTENT "RebateAgreements" "OPEN OUTPUT"
               PERFORM 8100-Write-One-Agreement
                   VARYING WS_AG_Idx FROM 1 BY 1
                   UNTIL WS_AG_Idx > Agreement_Count
               CLOSE Agreements.

           8100-Write-One-Agreement.
               MOVE AGT_Image (WS_AG_Idx) TO Rebate_Agreement_Record
               WRITE Rebate_Agreement_Record.

       End Program RebateRun.
