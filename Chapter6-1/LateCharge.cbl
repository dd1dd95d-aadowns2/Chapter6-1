      *                   row carries its currency), so a foreign
      *                   dispute no longer nets raw units against
      *                   a booked balance.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   transaction layouts for the monthly
      *                   commission run (master 119 to 123, input
      *                   record 91 to 95).
      *   2026-10-15  AD  Charges key off money past its due date
      *                   rather than the last activity date: the
      *                   shared AgeBalance routine ages each
      *                   positive balance against the due dates
      *                   the customer's payment terms set, and
      *                   the grace period now counts 30-day
      *                   past-due bands. Terms code carried on
      *                   the master (123 to 127).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Every late charge takes a permanent
      *                   transaction id from the TransId issuer
      *                   (source LC) at the end of the charge
      *                   layout (record 95 to 107), and its
      *                   creation is logged to CustTransLog for
      *                   the TransTrace inquiry.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Customers on a current payment plan from
      *                   PaymentPlans are passed over - no charge
      *                   while they pay as agreed.
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycles - a cycle code on the
      *                   command line charges only that cycle's
      *                   customers (blank CM_Billing_Cycle is
      *                   cycle 4), aged as of the cycle's cutoff.
      *                   Cycle code carried on the master layout
      *                   (master 191 to 192).
      *   2026-10-15  AD  An account placed with a collection
      *                   agency (open row on AgencyPlacements)
      *                   accrues no charge until it is recalled.
      *   2026-10-15  AD  Plan and placed customer tables sized to
      *                   2000 as AgencyPlacement allows; a full one
      *                   releases the lock and stops the run before
      *                   any charge is generated.
       Environment Division.
           Configuration Section.
               Special-Names.
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
      * Param_Record - monthly charge rate as 9V9999 digits and the
      * grace period in months, zero padded: money more than that
      * many 30-day bands past its due date accrues the charge
      * (zero charges anything past due).
           FD  Params
               Record Contains 8 Characters.
               01  Param_Record.
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

           FD  CustChg
               Record Contains 107 Characters.
               01  Charge_Record.
                   05  RS_Customer_Number          PIC 9(6).
                   05  RS_First_Name               PIC X(10).
                   05  RS_Product_Code             PIC X(4).
                   05  RS_Company                  PIC X(2).
                   05  RS_Rma_Number               PIC X(6).
                   05  RS_Sales_Rep                PIC X(4).
                   05  RS_Trans_Id                 PIC X(12).

      * Dispute_Record - only the key, state and amount matter
      * here: open disputes net off the balance before the grace
                   05  CR_Effective_Period             PIC X(6).
                   05  CR_Conversion_Rate              PIC 9(1)V9(4).

      * Plan_Record - only the customer and plan status matter
      * here: a customer paying to a current plan is not charged.
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
               01  WS_Rate                         PIC 9(1)V9(4)
                       value 0.0150.
               01  WS_Lock_Status                  PIC 9(2).
               01  WS_Grace_Months                 PIC 9(3) value 1.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "TransTrace.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  Age_Query                       PIC X(1) value 'Q'.
               01  Age_Close                       PIC X(1) value 'C'.
              COPY "AgedPosition.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_First_Charged_Bucket         PIC 9(3).
               01  WS_Bucket_Idx                   PIC 9(3).
               01  WS_Charge_Amount                PIC 9(7)V9(2).
               01  WS_Batch_Count                  PIC 9(6) value zero.
               01  WS_Batch_Total                  PIC 9(7)V9(2)
               01  Dsp_Entry_Sw                    PIC X(1).
                   88  Dsp_Entry_Present             value 'Y'.
                   88  Dsp_Entry_Missing             value 'N'.
               01  Plan_EOF_Sw                     PIC X(1).
                   88  No_More_Plans                 value 'Y'.
                   88  More_Plan_Records             value 'N'.
               01  On_Plan_Sw                      PIC X(1).
                   88  On_Current_Plan               value 'Y'.
                   88  Not_On_Plan                   value 'N'.
               01  WS_Plan_Skipped                 PIC 9(6) value zero.
               01  Plan_Customer_Count             PIC 9(4) value zero.
               01  Plan_Customer_Table.
                   05  Plan_Customer OCCURS 2000 TIMES
                                                   PIC 9(6).
               01  WS_Plan_Idx                     PIC 9(4).
               01  WS_Placed_Skipped               PIC 9(6) value zero.
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
               01  WS_Command_Line                 PIC X(80).
               01  WS_Run_Cycle                    PIC X(1)
                       value spaces.
                   88  All_Cycles                    value spaces.
               01  Cycle_Function                  PIC X(1) value 'C'.
               COPY "CycleQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Cyc==.
               01  WS_Age_Date                     PIC 9(8).
               01  WS_Customer_Cycle               PIC X(1).
               01  WS_Cycle_Skipped                PIC 9(6) value zero.

       Procedure Division.

           0000-Mainline.
               CALL "RunTiming" USING BY CONTENT 'S' 'LATECHARGE  '
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               PERFORM 800-Set-Cycle-Cutoff
               PERFORM 900-Acquire-Run-Lock
               PERFORM 1000-Read-Params
               PERFORM 1100-Load-Currency-Rates
               PERFORM 1200-Load-Open-Disputes
               PERFORM 1300-Load-Current-Plans
               PERFORM 1350-Load-Placed-Customers
               PERFORM 1500-Set-First-Charged-Bucket
               PERFORM 2000-Open-Files
               PERFORM 3000-Judge-One-Balance
                   UNTIL No_More_Balances
               CALL "RunTiming" USING BY CONTENT 'E' 'LATECHARGE  '
               DISPLAY "LateCharge: " WS_Batch_Count
                   " charges generated, total " WS_Batch_Total
               IF WS_Plan_Skipped > ZERO
                   DISPLAY "LateCharge: " WS_Plan_Skipped
                       " passed over on a current payment plan."
               END-IF
               IF WS_Placed_Skipped > ZERO
                   DISPLAY "LateCharge: " WS_Placed_Skipped
                       " passed over while placed with an agency."
               END-IF
               IF NOT All_Cycles
                   DISPLAY "LateCharge: cycle " WS_Run_Cycle
                       " aged as of " WS_Age_Date ", "
                       WS_Cycle_Skipped " passed over (other cycles)."
               END-IF
               STOP RUN.

      * 800-Set-Cycle-Cutoff - with no cycle on the command line
      * every customer is charged as of today; a cycle run ages as
      * of this month's cutoff for the cycle, and a cycle
      * BillingCycles does not define stops the run.
           800-Set-Cycle-Cutoff.
               MOVE WS_Current_Date TO WS_Age_Date
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               MOVE WS_Command_Line (1:1) TO WS_Run_Cycle
               IF NOT All_Cycles
                   MOVE WS_Run_Cycle TO Cyc_Cycle_Code
                   MOVE WS_Current_Date (1:6) TO Cyc_Cycle_Period
                   CALL "BillCycle" USING Cycle_Function,
                       Cyc_Cycle_Query
                   IF Cyc_Cycle_Not_Defined
                       DISPLAY "LateCharge: billing cycle "
                           WS_Run_Cycle " is not defined."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE Cyc_Cycle_Cutoff TO WS_Age_Date
               END-IF.

      * 900-Acquire-Run-Lock - a shared stamp on CustRunLock so
      * the charge generator never reads balances the nightly run
      * is mid-rewrite on.
                       TO WS_Conversion_Rate
               END-IF.

      * 1300-Load-Current-Plans - no PaymentPlans file means no
      * one is on a plan.
           1300-Load-Current-Plans.
               MOVE ZERO TO Plan_Customer_Count
               OPEN INPUT PlanFile
               IF File_Status EQUAL '00'
                   SET More_Plan_Records TO TRUE
                   PERFORM 1310-Read-One-Plan
                       UNTIL No_More_Plans
                   CLOSE PlanFile
               END-IF.

           1310-Read-One-Plan.
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
                               "charges generated."
                           CALL "RunLock" USING WS_Lock_Status
                               BY CONTENT 'R' 'LateCharge  ' 'SYSTEM  '
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

      * 1350-Load-Placed-Customers - no AgencyPlacements file
      * means no account is out with an agency.
           1350-Load-Placed-Customers.
               MOVE ZERO TO Placed_Customer_Count
               OPEN INPUT PlaceFile
               IF File_Status EQUAL '00'
                   SET More_Placement_Records TO TRUE
                   PERFORM 1360-Read-One-Placement
                       UNTIL No_More_Placements
                   CLOSE PlaceFile
               END-IF.

           1360-Read-One-Placement.
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
                               "charges generated."
                           CALL "RunLock" USING WS_Lock_Status
                               BY CONTENT 'R' 'LateCharge  ' 'SYSTEM  '
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

      * 1500-Set-First-Charged-Bucket - AgeBalance bucket 1 is not
      * yet due and 2 onward the 30-day past-due bands, so a grace
      * of n months charges from bucket n+2; a grace past the
      * oldest band still charges the oldest band.
           1500-Set-First-Charged-Bucket.
               COMPUTE WS_First_Charged_Bucket = WS_Grace_Months + 2
               IF WS_First_Charged_Bucket > 6
                   MOVE 6 TO WS_First_Charged_Bucket
               END-IF.

           2000-Open-Files.
                   INVALID KEY SET No_More_Balances TO TRUE
               END-START.

      * 3000-Judge-One-Balance - the money on a positive balance
      * that is past its due date by more than the grace period
      * accrues one month's charge; a customer gone from the
      * master, or flagged inactive/credit-hold, is left for
      * CustMaint to sort out rather than charged blindly.  A
      * cycle run passes over customers on other cycles.
           3000-Judge-One-Balance.
               READ CustBal NEXT RECORD
                   AT END SET No_More_Balances TO TRUE
               END-READ
               IF NOT No_More_Balances
                   PERFORM 3040-Check-Customer-Cycle
                   IF NOT All_Cycles AND
                       WS_Customer_Cycle NOT EQUAL WS_Run_Cycle
                       ADD 1 TO WS_Cycle_Skipped
                   ELSE
                       PERFORM 3045-Charge-One-Balance
                   END-IF
               END-IF.

      * 3040-Check-Customer-Cycle - a blank cycle, or no master
      * row, is the month-end cycle 4.
           3040-Check-Customer-Cycle.
               MOVE '4' TO WS_Customer_Cycle
               IF NOT All_Cycles
                   MOVE CB_Customer_Number TO CM_Customer_Number
                   READ CustMstr
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CM_Billing_Cycle NOT EQUAL SPACES
                               MOVE CM_Billing_Cycle
                                   TO WS_Customer_Cycle
                           END-IF
                   END-READ
               END-IF.

           3045-Charge-One-Balance.
               PERFORM 3050-Check-Payment-Plan
               PERFORM 3070-Check-Agency-Placement
               IF Placed_With_Agency AND CB_Balance > ZERO
                   ADD 1 TO WS_Placed_Skipped
               END-IF
               IF On_Current_Plan AND Not_Placed AND CB_Balance > ZERO
                   ADD 1 TO WS_Plan_Skipped
               END-IF
               IF CB_Balance > ZERO AND Not_On_Plan AND Not_Placed
                   CALL "AgeBalance" USING Age_Query,
                       CB_Customer_Number, CB_Balance,
                       WS_Age_Date, WS_Aged_Position
                   MOVE ZERO TO WS_Chargeable_Balance
                   PERFORM 3100-Add-One-Charged-Bucket
                       VARYING WS_Bucket_Idx
                       FROM WS_First_Charged_Bucket BY 1
                       UNTIL WS_Bucket_Idx > 6
                   PERFORM 3500-Net-Off-Disputed-Money
                   IF WS_Chargeable_Balance > ZERO
                       PERFORM 4000-Generate-One-Charge
                   END-IF
               END-IF.

      * 3050-Check-Payment-Plan - a customer paying to a current
      * plan accrues no charge while the plan stands.
           3050-Check-Payment-Plan.
               SET Not_On_Plan TO TRUE
               PERFORM 3060-Match-One-Plan-Customer
                   VARYING WS_Plan_Idx FROM 1 BY 1
                   UNTIL WS_Plan_Idx > Plan_Customer_Count
                       OR On_Current_Plan.

           3060-Match-One-Plan-Customer.
               IF Plan_Customer (WS_Plan_Idx) EQUAL CB_Customer_Number
                   SET On_Current_Plan TO TRUE
               END-IF.

      * 3070-Check-Agency-Placement - an account placed with a
      * collection agency accrues no charge while the agency
      * holds it.
           3070-Check-Agency-Placement.
               SET Not_Placed TO TRUE
               PERFORM 3075-Match-One-Placed-Customer
                   VARYING WS_Placed_Idx FROM 1 BY 1
                   UNTIL WS_Placed_Idx > Placed_Customer_Count
                       OR Placed_With_Agency.

           3075-Match-One-Placed-Customer.
               IF Placed_Customer (WS_Placed_Idx) EQUAL
                   CB_Customer_Number
                   SET Placed_With_Agency TO TRUE
               END-IF.

           3100-Add-One-Charged-Bucket.
               ADD WS_Aged_Bucket (WS_Bucket_Idx)
                   TO WS_Chargeable_Balance.

      * 3500-Net-Off-Disputed-Money - contested amounts come off
      * the past-due money before it is charged, so we stop late-
      * charging money the dispute desk is still arguing about.
           3500-Net-Off-Disputed-Money.
               PERFORM 3510-Subtract-One-Disputed
                   VARYING WS_Dsp_Idx FROM 1 BY 1
                   UNTIL WS_Dsp_Idx > Disputed_Count.
                       MOVE SPACES TO RS_Tax_Juris
                       MOVE ZERO TO RS_Tax_Amount
                       MOVE SPACES TO RS_Product_Code
                       CALL "TransId" USING BY CONTENT 'LC'
                           BY REFERENCE RS_Trans_Id
                       WRITE Charge_Record
                       PERFORM 4010-Log-Created
                       ADD 1 TO WS_Batch_Count
                       ADD WS_Charge_Amount TO WS_Batch_Total
                   END-IF
               END-IF.

      * 4010-Log-Created - the charge's first step on its trace:
      * generated onto CustLateChg under the new id.
           4010-Log-Created.
               MOVE 'L' TO WS_Trc_Function
               MOVE RS_Trans_Id TO WS_Trc_Trans_Id
               MOVE 'LateCharge' TO WS_Trc_Program
               MOVE 'CREATED' TO WS_Trc_Disposition
               MOVE 'CustLateChg' TO WS_Trc_File
               MOVE RS_Customer_Number TO WS_Trc_Key
               CALL "TransLog" USING WS_Trace_Request.

           8000-Write-Trailer.
               MOVE SPACES TO Charge_Record
               MOVE 999999 TO RS_Customer_Number
               CLOSE CustBal
               CLOSE CustMstr
               CLOSE CustChg
               MOVE 'C' TO WS_Trc_Function
               CALL "TransLog" USING WS_Trace_Request
               CALL "AgeBalance" USING Age_Close, CB_Customer_Number,
                   CB_Balance, WS_Current_Date, WS_Aged_Position
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'LateCharge  ' 'SYSTEM  '.

