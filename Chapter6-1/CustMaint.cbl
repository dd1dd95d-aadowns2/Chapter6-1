      *                   layout (input record 85 to 91, sorted
      *                   image 97 to 103) for the return
      *                   authorization step.
      *   2026-10-15  AD  Default sales rep maintained on the
      *                   master (119 to 123, audit images with
      *                   it) and checked against the
      *                   SalesRepMaster when one is present;
      *                   TransEntry and StandingOrders stamp it
      *                   onto each sale.
      *   2026-10-15  AD  Payment terms code maintained on the
      *                   master (123 to 127, audit images with
      *                   it) and checked against the TermsMaster
      *                   when one is present; the posting run
      *                   dates each sale's due date from it.
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136,
      *                   audit images 127 to 136, CustMaintAudit
      *                   277 to 295). New R option records
      *                   returned mail against a customer number,
      *                   flagging the address with the date so
      *                   the mailing runs hold the customer; a
      *                   changed address on the C option clears
      *                   the flag. Lookup shows the flag.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference (P paper, E email, B both;
      *                   blank keys as paper) maintained on add
      *                   and change and shown on lookup (master
      *                   136 to 187, audit images with it,
      *                   CustMaintAudit 295 to 397).
      *   2026-10-15  AD  Menu options N and V add and view the
      *                   shared account notes on CustNotes
      *                   through AcctNotes; lookup ends with the
      *                   five latest notes.
      *   2026-10-15  AD  CustomerData widens 95 to 107 for the
      *                   transaction id carried at the end of the
      *                   layout.
      *   2026-10-15  AD  Billing currency maintained on add and
      *                   change and shown on lookup (master 187
      *                   to 190, audit images with it,
      *                   CustMaintAudit 397 to 403).  Blank keys
      *                   as the reporting currency, USD; any
      *                   other code must be on CurrencyRates when
      *                   that file is present.  Statements,
      *                   letters, the console and refund checks
      *                   present the customer's figures in it.
      *   2026-10-15  AD  Cash-only flag carried on the master
      *                   layout (master 190 to 191, audit images
      *                   with it, CustMaintAudit 403 to 405).  A
      *                   new customer starts without it; lookup
      *                   and change show it.  Only the
      *                   returned-payment desk sets or clears it.
      *   2026-10-15  AD  Billing cycle maintained on add and
      *                   change and shown on lookup (master 191
      *                   to 192, audit images with it,
      *                   CustMaintAudit 405 to 407).  Blank keys
      *                   as the month-end cycle; any other code
      *                   must be one BillCycle defines.
      *   2026-10-15  AD  A new customer is added Pending credit
      *                   approval (P) whatever status is keyed, and
      *                   only CreditApp moves a customer into or out
      *                   of Pending or Declined (D).
      *   2026-10-15  AD  Sales rep, terms and currency code loads
      *                   log TABLE FULL past their tables.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SalesRepMast assign to "SalesRepMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select TermsMast assign to "TermsMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  CustMstr.
                       88  CM_Active                     value 'A'.
                       88  CM_Inactive                   value 'I'.
                       88  CM_Credit_Hold                value 'C'.
                       88  CM_Pending_Approval           value 'P'.
                       88  CM_Declined                   value 'D'.
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
                       88  CM_Cash_Only_Set              value 'Y'.
                   05  CM_Billing_Cycle                PIC X(1).

           FD  CustMast
               Record Contains 107 Characters.
               01  Raw_Customer_Record.
                   05  RS_Customer_Number              PIC 9(6).
                   05  RS_Remainder                    PIC X(101).

      * Maint_Audit_Record - one entry per add/change/delete applied
      * to CustomerMaster, carrying the full before and after images
      * so "who changed this customer and when" can always be
      * answered from the audit file alone.
           FD  CustMaintAud
               Record Contains 407 Characters.
               01  Maint_Audit_Record.
                   05  MA_Action                       PIC X(1).
                   05  MA_Date                         PIC 9(8).
                   05  MA_Time                         PIC 9(6).
                   05  MA_Operator                     PIC X(8).
                   05  MA_Before_Image                 PIC X(192).
                   05  MA_After_Image                  PIC X(192).

           FD  MstrCtl
               Record Contains 6 Characters.
               01  Master_Control_Record.
                   05  MC_Record_Count             PIC 9(6).

           FD  SalesRepMast
               Record Contains 33 Characters.
               01  Sales_Rep_Record.
                   05  SR_Rep_Id                   PIC X(4).
                   05  SR_Name                     PIC X(20).
                   05  SR_Office                   PIC X(4).
                   05  SR_Commission_Rate          PIC 9(1)V9(4).

           FD  TermsMast
               Record Contains 14 Characters.
               01  Terms_Record.
                   05  TM_Terms_Code               PIC X(4).
                   05  TM_Net_Days                 PIC 9(3).
                   05  TM_Discount_Pct             PIC 9(2)V9(2).
                   05  TM_Discount_Days            PIC 9(3).

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
               01  WS_Choice                       PIC X(1).
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Password                     PIC X(8).
               01  WS_Work_Status                  PIC X(1).
               01  WS_Work_Parent                  PIC X(6).
               01  WS_Work_Company                 PIC X(2).
               01  WS_Work_Sales_Rep               PIC X(4).
               01  WS_Confirm                      PIC X(1).
               01  WS_Work_Email                   PIC X(50).
               01  WS_Work_Delivery                PIC X(1).
               01  WS_Notes_Function               PIC X(1).
               01  WS_Notes_Desk                   PIC X(8)
                                                   value 'CUSTMNT'.
               01  Sales_Rep_Count                 PIC 9(3) value zero.
               01  Sales_Rep_Id_Table.
                   05  Sales_Rep_Id_Entry OCCURS 100 TIMES.
                       10  SRT_Rep_Id              PIC X(4).
               01  WS_Sales_Rep_Idx                PIC 9(3).
               01  Sales_Rep_Found_Sw              PIC X(1).
                   88  Sales_Rep_Found               value 'Y'.
                   88  Sales_Rep_Not_Found           value 'N'.
               01  WS_Work_Terms_Code              PIC X(4).
               01  Terms_Count                     PIC 9(3) value zero.
               01  Terms_Code_Table.
                   05  Terms_Code_Entry OCCURS 50 TIMES.
                       10  TMT_Terms_Code          PIC X(4).
               01  WS_Terms_Idx                    PIC 9(3).
               01  Terms_Found_Sw                  PIC X(1).
                   88  Terms_Found                   value 'Y'.
                   88  Terms_Not_Found               value 'N'.
               01  WS_Work_Currency                PIC X(3).
               01  WS_Work_Cycle                   PIC X(1).
               01  Cycle_Function                  PIC X(1) value 'C'.
               COPY "CycleQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Cyc==.
               01  Currency_Count                  PIC 9(3) value zero.
               01  Currency_Code_Table.
                   05  Currency_Code_Entry OCCURS 200 TIMES.
                       10  CCT_Currency_Code       PIC X(3).
               01  WS_Currency_Idx                 PIC 9(3).
               01  Currency_Found_Sw               PIC X(1).
                   88  Currency_Found                value 'Y'.
                   88  Currency_Not_Found            value 'N'.
               01  WS_Held_Master                  PIC X(192).
               01  Parent_Found_Sw                 PIC X(1).
                   88  Parent_Found                  value 'Y'.
                   88  Parent_Not_Found              value 'N'.
               01  WS_Before_Image                 PIC X(192).
               01  WS_Activity_Count               PIC 9(6).
               01  WS_Control_Count                PIC S9(7).
               01  WS_Control_Delta                PIC S9(1).
               ACCEPT WS_Operator_Id
               PERFORM 1600-Check-Credential
               PERFORM 1500-Acquire-Run-Lock
               PERFORM 1700-Load-Sales-Reps
               PERFORM 1800-Load-Terms-Codes
               PERFORM 1900-Load-Currency-Codes
               OPEN I-O CustMstr
               IF File_Status EQUAL 35
                   OPEN OUTPUT CustMstr
               DISPLAY "C. Change customer"
               DISPLAY "D. Delete customer"
               DISPLAY "L. Lookup customer"
               DISPLAY "R. Returned mail"
               DISPLAY "N. Add an account note"
               DISPLAY "V. View account notes"
               DISPLAY "X. Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS_Choice
                       PERFORM 5000-Delete-Customer
                   WHEN 'L'
                       PERFORM 6000-Lookup-Customer
                   WHEN 'R'
                       PERFORM 8000-Record-Returned-Mail
                   WHEN 'N'
                       MOVE 'A' TO WS_Notes_Function
                       PERFORM 8500-Account-Notes
                   WHEN 'V'
                       MOVE 'V' TO WS_Notes_Function
                       PERFORM 8500-Account-Notes
                   WHEN 'X'
                       SET Exit_Requested TO TRUE
                   WHEN OTHER
                           MOVE WS_Work_Number TO CM_Customer_Number
                           MOVE WS_Work_First_Name TO CM_First_Name
                           MOVE WS_Work_Last_Name TO CM_Last_Name
                           MOVE 'P' TO WS_Work_Status
                           PERFORM 3200-Move-Contact-Fields
                           MOVE SPACES TO CM_Addr_Status
                           MOVE ZERO TO CM_Addr_Status_Date
                           MOVE 'N' TO CM_Cash_Only
                           WRITE CustomerMasterRecord
                               INVALID KEY
                                   CALL "Validations" USING File_Status
                               PERFORM 7000-Write-Maint-Audit
                               MOVE 1 TO WS_Control_Delta
                               PERFORM 7500-Adjust-Control-Count
                               DISPLAY "Customer added pending credit "
                                   "approval at CreditApp."
                           END-IF
                       ELSE
                           DISPLAY "Last name required, not added."
               PERFORM 3300-Check-Parent-Number
               DISPLAY "Company code (blank if single): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Company
               DISPLAY "Sales rep (blank if none): " WITH NO ADVANCING
               ACCEPT WS_Work_Sales_Rep
               PERFORM 3400-Check-Sales-Rep
               DISPLAY "Payment terms (blank if due at once): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Terms_Code
               PERFORM 3500-Check-Terms-Code
               DISPLAY "Email address (blank if none): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Email
               DISPLAY "Statement delivery (P paper, E email, "
                   "B both): " WITH NO ADVANCING
               ACCEPT WS_Work_Delivery
               PERFORM 3600-Check-Delivery
               DISPLAY "Billing currency (blank for USD): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Currency
               PERFORM 3700-Check-Billing-Currency
               DISPLAY "Billing cycle (blank for month end): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Cycle
               PERFORM 3800-Check-Billing-Cycle.

      * 3800-Check-Billing-Cycle - blank is the month-end cycle
      * every customer ran on before cycles; any other code must be
      * one BillCycle defines, or it keys as month end.
           3800-Check-Billing-Cycle.
               IF WS_Work_Cycle NOT EQUAL SPACES
                   MOVE WS_Work_Cycle TO Cyc_Cycle_Code
                   ACCEPT WS_Current_Date FROM DATE YYYYMMDD
                   MOVE WS_Current_Date (1:6) TO Cyc_Cycle_Period
                   CALL "BillCycle" USING Cycle_Function,
                       Cyc_Cycle_Query
                   IF Cyc_Cycle_Not_Defined
                       DISPLAY "Billing cycle not defined - "
                           "keyed as month end."
                       MOVE SPACES TO WS_Work_Cycle
                   END-IF
               END-IF.

      * 3700-Check-Billing-Currency - blank keys as the reporting
      * currency; with a CurrencyRates file present any other
      * code must have a rate on it, or the statement could not
      * be converted - an unknown code keys as USD.
           3700-Check-Billing-Currency.
               IF WS_Work_Currency EQUAL SPACES
                   MOVE 'USD' TO WS_Work_Currency
               END-IF
               IF Currency_Count > 0 AND
                   WS_Work_Currency NOT EQUAL 'USD'
                   SET Currency_Not_Found TO TRUE
                   PERFORM 3710-Match-One-Currency
                       VARYING WS_Currency_Idx FROM 1 BY 1
                       UNTIL WS_Currency_Idx > Currency_Count
                           OR Currency_Found
                   IF Currency_Not_Found
                       DISPLAY "Currency not on CurrencyRates - "
                           "keyed as USD."
                       MOVE 'USD' TO WS_Work_Currency
                   END-IF
               END-IF.

           3710-Match-One-Currency.
               IF CCT_Currency_Code (WS_Currency_Idx) EQUAL
                   WS_Work_Currency
                   SET Currency_Found TO TRUE
               END-IF.

      * 3600-Check-Delivery - blank keys as paper; an email or
      * both preference without an address is kept, but the
      * statement run falls back to paper and lists the customer
      * on its summary until the address is keyed.
           3600-Check-Delivery.
               IF WS_Work_Delivery EQUAL SPACES
                   MOVE 'P' TO WS_Work_Delivery
               END-IF
               IF WS_Work_Delivery NOT EQUAL 'P' AND
                   WS_Work_Delivery NOT EQUAL 'E' AND
                   WS_Work_Delivery NOT EQUAL 'B'
                   DISPLAY "Delivery must be P, E or B - "
                       "keyed as paper."
                   MOVE 'P' TO WS_Work_Delivery
               END-IF
               IF WS_Work_Delivery NOT EQUAL 'P' AND
                   WS_Work_Email EQUAL SPACES
                   DISPLAY "No email address - statements go on "
                       "paper until one is keyed."
               END-IF.

      * 3400-Check-Sales-Rep - with a SalesRepMaster present the
      * default rep must be on it; like a bad parent, an unknown
      * rep keys as none rather than block the maintenance.
           3400-Check-Sales-Rep.
               IF Sales_Rep_Count > 0 AND
                   WS_Work_Sales_Rep NOT EQUAL SPACES
                   SET Sales_Rep_Not_Found TO TRUE
                   PERFORM 3410-Match-One-Sales-Rep
                       VARYING WS_Sales_Rep_Idx FROM 1 BY 1
                       UNTIL WS_Sales_Rep_Idx > Sales_Rep_Count
                           OR Sales_Rep_Found
                   IF Sales_Rep_Not_Found
                       DISPLAY "Sales rep not on SalesRepMaster - "
                           "keyed as none."
                       MOVE SPACES TO WS_Work_Sales_Rep
                   END-IF
               END-IF.

           3410-Match-One-Sales-Rep.
               IF SRT_Rep_Id (WS_Sales_Rep_Idx) EQUAL
                   WS_Work_Sales_Rep
                   SET Sales_Rep_Found TO TRUE
               END-IF.

      * 3500-Check-Terms-Code - with a TermsMaster present the
      * terms code must be on it; an unknown code keys as none
      * (due at once) the way an unknown rep does.
           3500-Check-Terms-Code.
               IF Terms_Count > 0 AND
                   WS_Work_Terms_Code NOT EQUAL SPACES
                   SET Terms_Not_Found TO TRUE
                   PERFORM 3510-Match-One-Terms-Code
                       VARYING WS_Terms_Idx FROM 1 BY 1
                       UNTIL WS_Terms_Idx > Terms_Count
                           OR Terms_Found
                   IF Terms_Not_Found
                       DISPLAY "Terms code not on TermsMaster - "
                           "keyed as none."
                       MOVE SPACES TO WS_Work_Terms_Code
                   END-IF
               END-IF.

           3510-Match-One-Terms-Code.
               IF TMT_Terms_Code (WS_Terms_Idx) EQUAL
                   WS_Work_Terms_Code
                   SET Terms_Found TO TRUE
               END-IF.

      * 3300-Check-Parent-Number - a branch of a national account
      * names its head-office customer number; the parent must be
                       DISPLAY "Current last name: " CM_Last_Name
                       DISPLAY "Current status: " CM_Status
                       DISPLAY "Current parent: " CM_Parent_Number
                       DISPLAY "Current sales rep: " CM_Sales_Rep
                       DISPLAY "Current terms: " CM_Terms_Code
                       DISPLAY "Current email: " CM_Email
                       DISPLAY "Current delivery: " CM_Stmt_Delivery
                       DISPLAY "Current billing currency: "
                           CM_Billing_Currency
                       DISPLAY "Current billing cycle: "
                           CM_Billing_Cycle
                       IF CM_Addr_Returned
                           DISPLAY "Address flagged for returned mail "
                               "since " CM_Addr_Status_Date
                       END-IF
                       IF CM_Cash_Only_Set
                           DISPLAY "Cash only after returned payments "
                               "- cleared at ReturnedPayment"
                       END-IF
                       PERFORM 3100-Accept-Name-Fields
                       IF WS_Work_Last_Name NOT EQUAL SPACES
                           MOVE WS_Work_First_Name TO CM_First_Name
                           MOVE WS_Work_Last_Name TO CM_Last_Name
                           PERFORM 4100-Check-Address-Change
                           PERFORM 4200-Check-Status-Change
                           PERFORM 3200-Move-Contact-Fields
                           REWRITE CustomerMasterRecord
                               INVALID KEY
                   END-IF
               END-IF.

      * 4100-Check-Address-Change - a new mailing address on a
      * customer flagged for returned mail clears the flag, so the
      * statement, dunning and refund runs pick the customer up
      * again on their next cycle.
           4100-Check-Address-Change.
               IF CM_Addr_Returned
                   IF WS_Work_Address NOT EQUAL CM_Address OR
                       WS_Work_City NOT EQUAL CM_City OR
                       WS_Work_State NOT EQUAL CM_State OR
                       WS_Work_Zip NOT EQUAL CM_Zip
                       ACCEPT WS_Current_Date FROM DATE YYYYMMDD
                       MOVE SPACES TO CM_Addr_Status
                       MOVE WS_Current_Date TO CM_Addr_Status_Date
                       DISPLAY "Address changed - returned-mail flag "
                           "cleared."
                   END-IF
               END-IF.

      * 4200-Check-Status-Change - Pending approval and Declined
      * are set and cleared only by the credit officer at
      * CreditApp, so the desk can neither key a customer into
      * either nor take one out.
           4200-Check-Status-Change.
               IF CM_Pending_Approval OR CM_Declined
                   IF WS_Work_Status NOT EQUAL CM_Status
                       DISPLAY "Status is set at CreditApp - "
                           "left unchanged."
                       MOVE CM_Status TO WS_Work_Status
                   END-IF
               ELSE
                   IF WS_Work_Status EQUAL 'P' OR
                       WS_Work_Status EQUAL 'D'
                       DISPLAY "Status is set at CreditApp - "
                           "left unchanged."
                       MOVE CM_Status TO WS_Work_Status
                   END-IF
               END-IF.

      * 5000-Delete-Customer - a customer with current activity on
      * CustomerData is refused; deleting the master row would turn
      * every one of those transactions into a "No matching Customer
               MOVE WS_Work_Phone TO CM_Phone
               MOVE WS_Work_Status TO CM_Status
               MOVE WS_Work_Parent TO CM_Parent_Number
               MOVE WS_Work_Company TO CM_Company
               MOVE WS_Work_Sales_Rep TO CM_Sales_Rep
               MOVE WS_Work_Terms_Code TO CM_Terms_Code
               MOVE WS_Work_Email TO CM_Email
               MOVE WS_Work_Delivery TO CM_Stmt_Delivery
               MOVE WS_Work_Currency TO CM_Billing_Currency
               MOVE WS_Work_Cycle TO CM_Billing_Cycle.

           5000-Delete-Customer.
               PERFORM 2100-Accept-Customer-Number
                           " Status " CM_Status
                       DISPLAY "  " CM_Address " " CM_City " "
                           CM_State " " CM_Zip " " CM_Phone
                       DISPLAY "  Sales rep " CM_Sales_Rep
                           "  Terms " CM_Terms_Code
                       DISPLAY "  Email " CM_Email
                           "  Statements " CM_Stmt_Delivery
                           "  Billing currency " CM_Billing_Currency
                       DISPLAY "  Billing cycle " CM_Billing_Cycle
                       IF CM_Addr_Returned
                           DISPLAY "  Returned mail since "
                               CM_Addr_Status_Date
                               " - statements and letters held"
                       END-IF
                       IF CM_Cash_Only_Set
                           DISPLAY "  Cash only after returned "
                               "payments - no direct debit"
                       END-IF
                       MOVE 'L' TO WS_Notes_Function
                       CALL "AcctNotes" USING WS_Notes_Function
                           WS_Work_Number WS_Operator_Id WS_Notes_Desk
                   ELSE
                       DISPLAY "Customer " WS_Work_Number
                           " not on the master."
               MOVE CustomerMasterRecord TO MA_After_Image
               WRITE Maint_Audit_Record.

      * 8000-Record-Returned-Mail - the post office sent a
      * statement or letter back: the address is flagged with the
      * date so the mailing runs pass the customer over and list
      * them on the BadAddressWorklist until the address is
      * corrected through the change option.
           8000-Record-Returned-Mail.
               PERFORM 2100-Accept-Customer-Number
               IF Number_Is_Valid
                   PERFORM 2200-Read-Master
                   IF Master_Not_Found
                       DISPLAY "Customer " WS_Work_Number
                           " not on the master."
                   ELSE
                       IF CM_Addr_Returned
                           DISPLAY "Already flagged for returned mail "
                               "since " CM_Addr_Status_Date
                       ELSE
                           PERFORM 8100-Flag-Returned-Mail
                       END-IF
                   END-IF
               END-IF.

           8100-Flag-Returned-Mail.
               DISPLAY "Customer: " CM_Customer_Number
                   " " CM_First_Name " " CM_Last_Name
               DISPLAY "  " CM_Address " " CM_City " "
                   CM_State " " CM_Zip
               DISPLAY "Flag this address as returned mail (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS_Confirm
               IF WS_Confirm EQUAL 'Y' OR WS_Confirm EQUAL 'y'
                   MOVE CustomerMasterRecord TO WS_Before_Image
                   ACCEPT WS_Current_Date FROM DATE YYYYMMDD
                   MOVE 'R' TO CM_Addr_Status
                   MOVE WS_Current_Date TO CM_Addr_Status_Date
                   REWRITE CustomerMasterRecord
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerMaster" "REWRITE"
                   END-REWRITE
                   IF File_Status EQUAL ZERO OR
                       File_Status EQUAL 02
                       MOVE 'C' TO MA_Action
                       PERFORM 7000-Write-Maint-Audit
                       DISPLAY "Returned mail recorded."
                   END-IF
               ELSE
                   DISPLAY "Not flagged."
               END-IF.

      * 8500-Account-Notes - the shared notes file the collection,
      * dispute and console desks also key to; the customer need
      * not be on the master, so notes on a deleted account can
      * still be read.
           8500-Account-Notes.
               PERFORM 2100-Accept-Customer-Number
               IF Number_Is_Valid
                   CALL "AcctNotes" USING WS_Notes_Function
                       WS_Work_Number WS_Operator_Id WS_Notes_Desk
               END-IF.

      * 7500-Adjust-Control-Count - keeps the CustMstrControl
      * record MasterVerify checks against in step with every add
      * and delete; with no control record yet nothing is written,
                   STOP RUN
               END-IF.

      * 1700-Load-Sales-Reps - optional: with no SalesRepMaster
      * file any rep keys unchecked.
           1700-Load-Sales-Reps.
               MOVE ZERO TO Sales_Rep_Count
               OPEN INPUT SalesRepMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1710-Read-One-Sales-Rep
                       UNTIL No_More_Input
                   CLOSE SalesRepMast
               END-IF.

           1710-Read-One-Sales-Rep.
               READ SalesRepMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Sales_Rep_Count < 100
                       ADD 1 TO Sales_Rep_Count
                       MOVE SR_Rep_Id TO SRT_Rep_Id (Sales_Rep_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Sales_Rep_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 1800-Load-Terms-Codes - optional: with no TermsMaster file
      * any terms code keys unchecked.
           1800-Load-Terms-Codes.
               MOVE ZERO TO Terms_Count
               OPEN INPUT TermsMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1810-Read-One-Terms-Code
                       UNTIL No_More_Input
                   CLOSE TermsMast
               END-IF.

           1810-Read-One-Terms-Code.
               READ TermsMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Terms_Count < 50
                       ADD 1 TO Terms_Count
                       MOVE TM_Terms_Code
                           TO TMT_Terms_Code (Terms_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Terms_Code_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 1900-Load-Currency-Codes - optional: with no CurrencyRates
      * file any billing currency keys unchecked.  A currency with
      * several effective periods is held once.
           1900-Load-Currency-Codes.
               MOVE ZERO TO Currency_Count
               OPEN INPUT CurrRates
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1910-Read-One-Currency-Code
                       UNTIL No_More_Input
                   CLOSE CurrRates
               END-IF.

           1910-Read-One-Currency-Code.
               READ CurrRates
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE CR_Currency_Code TO WS_Work_Currency
                   SET Currency_Not_Found TO TRUE
                   PERFORM 3710-Match-One-Currency
                       VARYING WS_Currency_Idx FROM 1 BY 1
                       UNTIL WS_Currency_Idx > Currency_Count
                           OR Currency_Found
                   IF Currency_Not_Found
                       IF Currency_Count < 200
                           ADD 1 TO Currency_Count
                           MOVE CR_Currency_Code
                               TO CCT_Currency_Code (Currency_Count)
                       ELSE
                           CALL "Validations" USING
                               WS_Table_Full_Status BY CONTENT
                               "Currency_Code_Table" "TABLE FULL"
                       END-IF
                   END-IF
               END-IF.

           9000-Close-Program.
               CLOSE CustMstr
               CLOSE CustMaintAud
