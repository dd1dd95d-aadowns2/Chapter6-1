      *                   ReportDelivery like the other outputs.
      *                   Delivery mode rides the command line
      *                   (E/P/B, blank for none).
      *   2026-10-15  AD  Sales rep carried on the master layout
      *                   for the monthly commission run (master
      *                   119 to 123).
      *   2026-10-15  AD  Past due now means money past the due
      *                   date the customer's payment terms set,
      *                   as the shared AgeBalance routine ages
      *                   it, rather than no activity this period;
      *                   the letter shows the past-due amount
      *                   beside the balance. Terms code carried
      *                   on the master (123 to 127).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to
      *                   136). A customer flagged for returned
      *                   mail gets no letter and no escalation;
      *                   the dunning level already reached is
      *                   held and the customer is appended to the
      *                   BadAddressWorklist for the desk.
      *   2026-10-15  AD  ReportDelivery requests carry a
      *                   recipient address (blank here, for the
      *                   site's own distribution list).
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).  The letter
      *                   states the balance and past-due amount
      *                   in the customer's billing currency
      *                   through BillCurrency at this month's
      *                   rate, with the rate and its period
      *                   printed; a currency with no rate stays
      *                   in USD and says so.
      *   2026-10-15  AD  A customer on a current payment plan
      *                   from PaymentPlans gets no letter and no
      *                   escalation; the level already reached is
      *                   held while the plan stands.
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycles - the command line takes
      *                   mode,cycle; a cycle run letters only that
      *                   cycle's customers (blank CM_Billing_Cycle
      *                   is cycle 4), ages as of the cycle's
      *                   cutoff, and holds the level of everyone
      *                   passed over.  Cycle code carried on the
      *                   master layout (master 191 to 192).
      *   2026-10-15  AD  An account placed with a collection
      *                   agency (open row on AgencyPlacements)
      *                   gets no letter and holds the dunning
      *                   level reached until it is recalled.
      *   2026-10-15  AD  Plan and placed customer tables sized to
      *                   2000 as AgencyPlacement allows.  A full
      *                   dunning, plan or placed customer table on
      *                   loading stops the run before any letter is
      *                   written or CustDunning rewritten.

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BadAddr assign to "BadAddressWorklist"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PlanFile assign to "PaymentPlans"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PlaceFile assign to "AgencyPlacements"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  CustBal.
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
                   05  CM_Billing_Currency             PIC X(3).
                   05  CM_Cash_Only                    PIC X(1).
                   05  CM_Billing_Cycle                PIC X(1).

      * Dunning_Record - one row per customer with a letter
      * outstanding: the escalation level already reached and the
               Record Contains 132 Characters.
               01  Letter_Buffer                   PIC X(132).

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

      * Plan_Record - only the customer and plan status matter
      * here: a customer paying to a current plan is not dunned.
           FD  PlanFile
               Record Contains 360 Characters.
               01  Plan_Record.
                   05  PP_Plan_Number              PIC 9(6).
                   05  PP_Customer_Number          PIC 9(6).
                   05  PP_Agreed_Total             PIC 9(7)V9(2).
                   05  PP_Installment_Count        PIC 9(2).
                   05  PP_Status                   PIC X(1).
                       88  Plan_Current              value 'C'.
                   05  PP_Created                  PIC 9(8).
                   05  PP_Created_By               PIC X(8).
                   05  PP_Closed                   PIC 9(8).
                   05  PP_Schedule                 PIC X(312).

      * Placement_Record - only the customer and placement status
      * matter here: an account placed with a collection agency is
      * the agency's to work until it is recalled.
           FD  PlaceFile
               Record Contains 80 Characters.
               01  Placement_Record.
                   05  AP_Customer_Number          PIC 9(6).
                   05  AP_Agency                   PIC X(4).
                   05  AP_Status                   PIC X(1).
                       88  Placement_Open            value 'P'.
                   05  AP_Placed_Date              PIC 9(8).
                   05  AP_Placed_Balance           PIC S9(8)V9(2).
                   05  AP_Source                   PIC X(1).
                   05  AP_Recovered                PIC 9(9)V9(2).
                   05  AP_Commission               PIC 9(7)V9(2).
                   05  AP_Recalled_Date            PIC 9(8).
                   05  AP_Recalled_By              PIC X(8).
                   05  AP_Run_Id                   PIC X(14).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  WS_Command_Line                 PIC X(80).
               01  WS_Mode_Param                   PIC X(1).
               01  WS_Run_Cycle                    PIC X(1)
                       value spaces.
                   88  All_Cycles                    value spaces.
               01  Cycle_Function                  PIC X(1) value 'C'.
               COPY "CycleQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Cyc==.
               01  WS_Age_Date                     PIC 9(8).
               01  WS_Customer_Cycle               PIC X(1).
               01  WS_Cycle_Skip_Count             PIC 9(6) value zero.
               01  Delivery_Mode_Sw                PIC X(1) value 'N'.
                   88  Deliver_None                  value 'N'.
                   88  Deliver_Email                 value 'E'.
                   88  Deliver_Pdf                   value 'P'.
                   88  Deliver_Both                  value 'B'.
               01  WS_Deliv_Recipient              PIC X(60)
                       value spaces.
               01  WS_Letter_File_Name             PIC X(40)
                       value 'DunningLetters'.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  Age_Query                       PIC X(1) value 'Q'.
               01  Age_Close                       PIC X(1) value 'C'.
              COPY "AgedPosition.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  Balance_EOF_Sw                  PIC X(1).
                   88  No_More_Balances              value 'Y'.
                   88  More_Balance_Records          value 'N'.
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  WS_Letter_Count                 PIC 9(6) value zero.
               01  WS_Held_Count                   PIC 9(6) value zero.
               01  WS_Plan_Held_Count              PIC 9(6) value zero.
               01  Plan_EOF_Sw                     PIC X(1).
                   88  No_More_Plans                 value 'Y'.
                   88  More_Plan_Records             value 'N'.
               01  On_Plan_Sw                      PIC X(1).
                   88  On_Current_Plan               value 'Y'.
                   88  Not_On_Plan                   value 'N'.
               01  Plan_Customer_Count             PIC 9(4) value zero.
               01  Plan_Customer_Table.
                   05  Plan_Customer OCCURS 2000 TIMES
                                                   PIC 9(6).
               01  WS_Plan_Idx                     PIC 9(4).
               01  WS_Placed_Held_Count            PIC 9(6) value zero.
               01  Placement_EOF_Sw                PIC X(1).
                   88  No_More_Placements            value 'Y'.
                   88  More_Placement_Records        value 'N'.
               01  Placed_Sw                       PIC X(1).
                   88  Placed_With_Agency            value 'Y'.
                   88  Not_Placed                    value 'N'.
               01  Placed_Customer_Count           PIC 9(4) value zero.
               01  Placed_Customer_Table.
                   05  Placed_Customer OCCURS 2000 TIMES
                                                   PIC 9(6).
               01  WS_Placed_Idx                   PIC 9(4).
               01  WS_Letter_Level                 PIC 9(1).
               01  Bill_Calc_Function              PIC X(1) value 'C'.
               COPY "BillQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Conv==.
               01  WS_No_Rate_Currency             PIC X(3).

      * Dunning_Table - the CustDunning rows held in storage so the
      * file can be rewritten whole at end of run: lettered
                   05  Letter_Cust_Number      PIC 9(6).
                   05              PIC X(15)
                           value '  Balance due: '.
                   05  Letter_Balance          PIC ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Letter_Balance_Currency PIC X(3).
                   05              PIC X(12)
                           value '  Past due: '.
                   05  Letter_Past_Due         PIC ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(1)    value spaces.
                   05  Letter_Due_Currency     PIC X(3).
               01  LetterCurrencyLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(11)   value 'Amounts in '.
                   05  Letter_Bill_Currency    PIC X(3).
                   05              PIC X(7)    value ' - one '.
                   05  Letter_Rate_Currency    PIC X(3).
                   05              PIC X(3)    value ' = '.
                   05  Letter_Rate             PIC 9.9999.
                   05              PIC X(18)
                           value ' USD, rate period '.
                   05  Letter_Rate_Period      PIC X(6).
               01  LetterNoRateLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(17)
                           value 'Billing currency '.
                   05  Letter_No_Rate_Currency PIC X(3).
                   05              PIC X(34)
                       value ' has no rate on file - amounts in '.
                   05              PIC X(3)    value 'USD'.
               01  LetterBodyLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_Body_Text        PIC X(70).
               PERFORM 9000-Close-Program
               DISPLAY "DunningRun: " WS_Letter_Count
                   " letters generated."
               IF WS_Held_Count > ZERO
                   DISPLAY "DunningRun: " WS_Held_Count
                       " held for returned mail (BadAddressWorklist)."
               END-IF
               IF WS_Plan_Held_Count > ZERO
                   DISPLAY "DunningRun: " WS_Plan_Held_Count
                       " held on a current payment plan."
               END-IF
               IF WS_Placed_Held_Count > ZERO
                   DISPLAY "DunningRun: " WS_Placed_Held_Count
                       " held while placed with an agency."
               END-IF
               IF NOT All_Cycles
                   DISPLAY "DunningRun: cycle " WS_Run_Cycle
                       " aged as of " WS_Age_Date ", "
                       WS_Cycle_Skip_Count
                       " passed over (other cycles)."
               END-IF
               STOP RUN.

           1000-Initialize.
               MOVE WS_Sys_Hours TO Run_Id (9:2)
               MOVE WS_Sys_Minutes TO Run_Id (11:2)
               MOVE WS_Sys_Seconds TO Run_Id (13:2)
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               MOVE SPACES TO WS_Mode_Param
               UNSTRING WS_Command_Line DELIMITED BY ','
                   INTO WS_Mode_Param
                       WS_Run_Cycle
               END-UNSTRING
               IF WS_Mode_Param NOT EQUAL SPACES
                   MOVE WS_Mode_Param TO Delivery_Mode_Sw
               END-IF
               MOVE WS_Current_Date TO WS_Age_Date
               IF NOT All_Cycles
                   PERFORM 1050-Set-Cycle-Cutoff
               END-IF
               PERFORM 1100-Load-Dunning-File
               PERFORM 1200-Load-Current-Plans
               PERFORM 1250-Load-Placed-Customers
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT"
                   INVALID KEY SET No_More_Balances TO TRUE
               END-START.

      * 1050-Set-Cycle-Cutoff - a cycle run ages as of this
      * month's cutoff for the cycle; a cycle BillingCycles does
      * not define stops the run before the dunning file is touched.
           1050-Set-Cycle-Cutoff.
               MOVE WS_Run_Cycle TO Cyc_Cycle_Code
               MOVE WS_Current_Date (1:6) TO Cyc_Cycle_Period
               CALL "BillCycle" USING Cycle_Function, Cyc_Cycle_Query
               IF Cyc_Cycle_Not_Defined
                   DISPLAY "DunningRun: billing cycle " WS_Run_Cycle
                       " is not defined."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE Cyc_Cycle_Cutoff TO WS_Age_Date.

           1100-Load-Dunning-File.
               MOVE ZERO TO Dunning_Count
               OPEN INPUT CustDun
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Dunning_Table" "TABLE FULL"
                       DISPLAY "Dunning table full - CustDunning "
                           "left as it stands."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 1200-Load-Current-Plans - no PaymentPlans file means no
      * one is on a plan.
           1200-Load-Current-Plans.
               MOVE ZERO TO Plan_Customer_Count
               OPEN INPUT PlanFile
               IF File_Status EQUAL '00'
                   SET More_Plan_Records TO TRUE
                   PERFORM 1210-Read-One-Plan
                       UNTIL No_More_Plans
                   CLOSE PlanFile
               END-IF.

           1210-Read-One-Plan.
               READ PlanFile
                   AT END SET No_More_Plans TO TRUE
               END-READ
               IF NOT No_More_Plans
                   IF Plan_Current
                       IF Plan_Customer_Count < 2000
                           ADD 1 TO Plan_Customer_Count
                           MOVE PP_Customer_Number
                               TO Plan_Customer (Plan_Customer_Count)
                       ELSE
                           CALL "Validations" USING
                               WS_Table_Full_Status BY CONTENT
                               "Plan_Customer_Table" "TABLE FULL"
                           DISPLAY "Plan customer table full - no "
                               "letters generated."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

      * 1250-Load-Placed-Customers - no AgencyPlacements file
      * means no account is out with an agency.
           1250-Load-Placed-Customers.
               MOVE ZERO TO Placed_Customer_Count
               OPEN INPUT PlaceFile
               IF File_Status EQUAL '00'
                   SET More_Placement_Records TO TRUE
                   PERFORM 1260-Read-One-Placement
                       UNTIL No_More_Placements
                   CLOSE PlaceFile
               END-IF.

           1260-Read-One-Placement.
               READ PlaceFile
                   AT END SET No_More_Placements TO TRUE
               END-READ
               IF NOT No_More_Placements
                   IF Placement_Open
                       IF Placed_Customer_Count < 2000
                           ADD 1 TO Placed_Customer_Count
                           MOVE AP_Customer_Number TO
                               Placed_Customer (Placed_Customer_Count)
                       ELSE
                           CALL "Validations" USING
                               WS_Table_Full_Status BY CONTENT
                               "Placed_Customer_Table" "TABLE FULL"
                           DISPLAY "Placed customer table full - no "
                               "letters generated."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

      * 3000-Judge-One-Balance - past due means some of the open
      * balance is past the due date the customer's terms set, as
      * AgeBalance ages it for LateCharge and the aged trial; a
      * customer gone from the master cannot be addressed and is
      * skipped.  A cycle run passes over customers on other cycles,
      * whose dunning rows are kept as they stand.
           3000-Judge-One-Balance.
               READ CustBal NEXT RECORD
                   AT END SET No_More_Balances TO TRUE
               END-READ
               IF NOT No_More_Balances
                   MOVE '4' TO WS_Customer_Cycle
                   IF NOT All_Cycles
                       PERFORM 3100-Find-Customer-Cycle
                   END-IF
                   IF All_Cycles OR WS_Customer_Cycle EQUAL WS_Run_Cycle
                       PERFORM 3200-Age-One-Balance
                   ELSE
                       PERFORM 4200-Hold-Dunning-Level
                       ADD 1 TO WS_Cycle_Skip_Count
                   END-IF
               END-IF.

      * 3100-Find-Customer-Cycle - a blank cycle, or no master row,
      * is the month-end cycle 4.
           3100-Find-Customer-Cycle.
               MOVE CB_Customer_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CM_Billing_Cycle NOT EQUAL SPACES
                           MOVE CM_Billing_Cycle TO WS_Customer_Cycle
                       END-IF
               END-READ.

           3200-Age-One-Balance.
               IF CB_Balance > ZERO
                   CALL "AgeBalance" USING Age_Query,
                       CB_Customer_Number, CB_Balance,
                       WS_Age_Date, WS_Aged_Position
                   IF WS_Aged_Past_Due > ZERO
                       PERFORM 4000-Generate-One-Letter
                   END-IF
               END-IF.

      * 4000-Generate-One-Letter - a master flagged for returned
      * mail gets no letter and no escalation: the customer holds
      * the level already reached and goes on the worklist, so a
      * corrected address picks up where the letters left off.  A
      * customer paying to a current plan holds the level the same
      * way; a broken plan picks the letters up again.  An account
      * placed with a collection agency holds at the level reached
      * too, so a recalled account comes back at final demand.
           4000-Generate-One-Letter.
               SET Master_Found TO TRUE
               MOVE CB_Customer_Number TO CM_Customer_Number
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               IF Master_Found
                   PERFORM 4050-Check-Payment-Plan
                   PERFORM 4070-Check-Agency-Placement
                   EVALUATE TRUE
                       WHEN Placed_With_Agency
                           PERFORM 4200-Hold-Dunning-Level
                           ADD 1 TO WS_Placed_Held_Count
                       WHEN On_Current_Plan
                           PERFORM 4200-Hold-Dunning-Level
                           ADD 1 TO WS_Plan_Held_Count
                       WHEN CM_Addr_Returned
                           PERFORM 4200-Hold-Dunning-Level
                           PERFORM 4300-Write-Bad-Address-Row
                           ADD 1 TO WS_Held_Count
                       WHEN OTHER
                           PERFORM 4100-Escalate-Dunning-Level
                           PERFORM 5000-Write-One-Letter
                           ADD 1 TO WS_Letter_Count
                   END-EVALUATE
               END-IF.

           4050-Check-Payment-Plan.
               SET Not_On_Plan TO TRUE
               PERFORM 4060-Match-One-Plan-Customer
                   VARYING WS_Plan_Idx FROM 1 BY 1
                   UNTIL WS_Plan_Idx > Plan_Customer_Count
                       OR On_Current_Plan.

           4060-Match-One-Plan-Customer.
               IF Plan_Customer (WS_Plan_Idx) EQUAL CB_Customer_Number
                   SET On_Current_Plan TO TRUE
               END-IF.

           4070-Check-Agency-Placement.
               SET Not_Placed TO TRUE
               PERFORM 4075-Match-One-Placed-Customer
                   VARYING WS_Placed_Idx FROM 1 BY 1
                   UNTIL WS_Placed_Idx > Placed_Customer_Count
                       OR Placed_With_Agency.

           4075-Match-One-Placed-Customer.
               IF Placed_Customer (WS_Placed_Idx) EQUAL
                   CB_Customer_Number
                   SET Placed_With_Agency TO TRUE
               END-IF.

      * 4100-Escalate-Dunning-Level - a customer already on the
                   MOVE WS_Dun_Idx TO WS_Dun_Match_Idx
               END-IF.

           4200-Hold-Dunning-Level.
               SET Dunning_Entry_Missing TO TRUE
               PERFORM 4110-Match-Dunning-Entry
                   VARYING WS_Dun_Idx FROM 1 BY 1
                   UNTIL WS_Dun_Idx > Dunning_Count
                       OR Dunning_Entry_Present
               IF Dunning_Entry_Present
                   MOVE 'Y' TO DNT_Keep_Sw (WS_Dun_Match_Idx)
               END-IF.

           4300-Write-Bad-Address-Row.
               OPEN EXTEND BadAddr
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT BadAddr
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "BadAddressWorklist" "OPEN EXTEND"
               MOVE CM_Customer_Number TO BW_Customer_Number
               MOVE WS_Current_Date TO BW_Date
               MOVE 'DUNNING' TO BW_Source
               MOVE CM_Addr_Status_Date TO BW_Flag_Date
               MOVE CM_Last_Name TO BW_Last_Name
               MOVE CM_Address TO BW_Address
               WRITE Bad_Address_Record
               CLOSE BadAddr.

           5000-Write-One-Letter.
               WRITE Letter_Buffer FROM LetterSeparator
                   AFTER ADVANCING 1 LINES
               WRITE Letter_Buffer FROM LetterCityLine
                   AFTER ADVANCING 1 LINES
               MOVE CB_Customer_Number TO Letter_Cust_Number
               PERFORM 5100-Set-Billing-Currency
               MOVE CB_Balance TO Conv_Bill_Reporting_Amount
               CALL "BillCurrency" USING Bill_Calc_Function,
                   Conv_Bill_Query
               MOVE Conv_Bill_Amount TO Letter_Balance
               MOVE WS_Aged_Past_Due TO Conv_Bill_Reporting_Amount
               CALL "BillCurrency" USING Bill_Calc_Function,
                   Conv_Bill_Query
               MOVE Conv_Bill_Amount TO Letter_Past_Due
               MOVE Conv_Bill_Currency TO Letter_Balance_Currency
               MOVE Conv_Bill_Currency TO Letter_Due_Currency
               WRITE Letter_Buffer FROM LetterAccountLine
                   AFTER ADVANCING 2 LINES
               IF WS_No_Rate_Currency NOT EQUAL SPACES
                   MOVE WS_No_Rate_Currency TO Letter_No_Rate_Currency
                   WRITE Letter_Buffer FROM LetterNoRateLine
                       AFTER ADVANCING 1 LINES
               ELSE
                   IF Conv_Bill_Currency NOT EQUAL 'USD'
                       MOVE Conv_Bill_Currency TO Letter_Bill_Currency
                       MOVE Conv_Bill_Currency TO Letter_Rate_Currency
                       MOVE Conv_Bill_Rate TO Letter_Rate
                       MOVE Conv_Bill_Rate_Period
                           TO Letter_Rate_Period
                       WRITE Letter_Buffer FROM LetterCurrencyLine
                           AFTER ADVANCING 1 LINES
                   END-IF
               END-IF
               EVALUATE WS_Letter_Level
                   WHEN 1
                       MOVE 'FIRST NOTICE - your account is past '
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 2 LINES.

      * 5100-Set-Billing-Currency - this month's rate for the
      * customer's billing currency (blank is USD); a currency with
      * no rate in effect leaves the letter in USD, noted on it.
           5100-Set-Billing-Currency.
               MOVE SPACES TO WS_No_Rate_Currency
               MOVE 'USD' TO Conv_Bill_Currency
               IF CM_Billing_Currency NOT EQUAL SPACES
                   MOVE CM_Billing_Currency TO Conv_Bill_Currency
               END-IF
               MOVE WS_Current_Date (1:6) TO Conv_Bill_Period
               MOVE ZERO TO Conv_Bill_Reporting_Amount
               CALL "BillCurrency" USING Bill_Calc_Function,
                   Conv_Bill_Query
               IF Conv_Bill_Rate_Not_Found
                   MOVE Conv_Bill_Currency TO WS_No_Rate_Currency
                   MOVE 'USD' TO Conv_Bill_Currency
               END-IF.

      * 7000-Rewrite-Dunning-File - only rows marked kept (a letter
      * went out this cycle, or the customer was held or passed
      * over) survive; a customer who caught up drops off, so a
      * later lapse starts over at the first notice.
           7000-Rewrite-Dunning-File.
               OPEN OUTPUT CustDun
                   CALL "Validations" USING File_Status
           8000-Deliver-Letters.
               IF NOT Deliver_None AND WS_Letter_Count > ZERO
                   CALL "ReportDelivery" USING WS_Letter_File_Name
                       Delivery_Mode_Sw WS_Deliv_Recipient
               END-IF.

           9000-Close-Program.
               CLOSE CustBal
               CLOSE CustMstr
               CLOSE DunLetters
               CALL "AgeBalance" USING Age_Close, CB_Customer_Number,
                   CB_Balance, WS_Current_Date, WS_Aged_Position.

       End Program DunningRun.
