      *                   RunLock manager while it updates the
      *                   masters, the collision guard every other
      *                   updater already carries.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   history layouts for the monthly
      *                   commission run (master 119 to 123,
      *                   history 69 to 73); the rows this program
      *                   posts carry a blank rep.
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81); rows written
      *                   here carry no invoice number.
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127) and due date
      *                   on the history layout (history 81 to
      *                   89).
      *   2026-10-15  AD  Each refund check issued also goes to
      *                   the bank's PositivePay file (account
      *                   from the RefundParams record, now 24
      *                   bytes) and onto the OutstandingChecks
      *                   register CheckRecon clears and voids
      *                   from.
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to
      *                   136). A credit owed to a customer
      *                   flagged for returned mail is held, not
      *                   refunded, and the customer is appended
      *                   to the BadAddressWorklist for the desk.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Each balance it zeroes and each history
      *                   row it adds is journalled through
      *                   PostJournal (before and after images
      *                   under the run id) so Backout can reverse
      *                   a run that stops part way.
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).  Each
      *                   RefundChecks row (116 to 141) now also
      *                   carries the refund in the customer's
      *                   billing currency through BillCurrency,
      *                   with the currency, the rate and its
      *                   period, for the check face; the amount
      *                   the books, PositivePay and the register
      *                   carry stays in the reporting currency.
      *                   A currency with no rate is cut in USD
      *                   and the report line says so.
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121), filled from the row's own office,
      *                   period, customer and sequence as each row
      *                   is written.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PosPay assign to "PositivePay"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OutChecks assign to "OutstandingChecks"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RefundRpt assign to "RefundReport"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BadAddr assign to "BadAddressWorklist"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Param_Record - the age a credit must reach before it
      * refunds, the amount above which a level-9 sign-on and
      * a per-item confirmation are required, and the bank account
      * the refund checks draw on for the positive-pay file.
           FD  Params
               Record Contains 24 Characters.
               01  Param_Record.
                   05  RF_Age_Months               PIC 9(3).
                   05  RF_Approval_Limit           PIC 9(7)V9(2).
                   05  RF_Bank_Account             PIC X(12).

           FD  CustBal.
               01  Balance_Record.
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

           FD  CustHist.
               01  History_Record.
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

           FD  OperMast
               Record Contains 29 Characters.

      * Check_Record - one row per refund for the check printer:
      * the reference, the payee block off the master and the
      * amount to cut, in the reporting currency and again in the
      * customer's billing currency at the rate shown.
           FD  RefundChecks
               Record Contains 141 Characters.
               01  Check_Record.
                   05  CK_Reference                PIC X(14).
                   05  CK_Payee                    PIC X(31).
                   05  CK_State                    PIC X(2).
                   05  CK_Zip                      PIC X(10).
                   05  CK_Amount                   PIC 9(7)V9(2).
                   05  CK_Bill_Currency            PIC X(3).
                   05  CK_Bill_Amount              PIC 9(9)V9(2).
                   05  CK_Bill_Rate                PIC 9(1)V9(4).
                   05  CK_Bill_Rate_Period         PIC X(6).

      * Positive_Pay_Record - the bank's issued-check layout: the
      * account drawn on, the check reference, issue date, amount,
      * I(ssue) or V(oid) and the payee.  The bank pays nothing
      * presented against the account that is not on it.
           FD  PosPay
               Record Contains 76 Characters.
               01  Positive_Pay_Record.
                   05  PP_Account                  PIC X(12).
                   05  PP_Reference                PIC X(14).
                   05  PP_Issue_Date               PIC 9(8).
                   05  PP_Amount                   PIC 9(8)V9(2).
                   05  PP_Action                   PIC X(1).
                   05  PP_Payee                    PIC X(31).

      * Outstanding_Check_Record - the outstanding-check register
      * CheckRecon clears against the bank's paid items and voids
      * from once a check goes stale.
           FD  OutChecks
               Record Contains 37 Characters.
               01  Outstanding_Check_Record.
                   05  OC_Reference                PIC X(14).
                   05  OC_Customer_Number          PIC 9(6).
                   05  OC_Issue_Date               PIC 9(8).
                   05  OC_Amount                   PIC 9(7)V9(2).

           FD  RefundRpt
               Record Contains 132 Characters.
               01  Refund_Buffer                   PIC X(132).

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

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
              COPY "JournalRequest.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
               01  WS_Age_Months                   PIC 9(3) value 6.
               01  WS_Approval_Limit               PIC 9(7)V9(2)
                       value 1000.00.
               01  WS_Bank_Account                 PIC X(12)
                       value spaces.
               01  WS_Cutoff_Period                PIC X(6).
               01  WS_Activity_Date_X              PIC X(8).
               01  WS_Activity_Period              PIC X(6).
               01  WS_Held_Count                   PIC 9(5) value zero.
               01  WS_Confirm                      PIC X(1).
               01  WS_Outcome                      PIC X(30).
               01  Bill_Calc_Function              PIC X(1) value 'C'.
               COPY "BillQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Conv==.
               01  WS_Currency_Note                PIC X(24).
               01  RefundHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(26)
                   05  Refund_Amount           PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Refund_Outcome          PIC X(30).
                   05              PIC X(1)    value spaces.
                   05  Refund_Currency_Note    PIC X(24).
               01  RefundCountLine.
                   05              PIC X(2)    value spaces.
                   05  Refund_Count_Label      PIC X(30).
                           MOVE RF_Age_Months TO WS_Age_Months
                           MOVE RF_Approval_Limit
                               TO WS_Approval_Limit
                           MOVE RF_Bank_Account TO WS_Bank_Account
                   END-READ
                   CLOSE Params
               END-IF.
               OPEN OUTPUT RefundChecks
                   CALL "Validations" USING File_Status
                       BY CONTENT "RefundChecks" "OPEN OUTPUT"
               OPEN OUTPUT PosPay
                   CALL "Validations" USING File_Status
                       BY CONTENT "PositivePay" "OPEN OUTPUT"
               OPEN EXTEND OutChecks
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT OutChecks
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "OutstandingChecks" "OPEN EXTEND"
               OPEN OUTPUT RefundRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "RefundReport" "OPEN OUTPUT"
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               MOVE SPACES TO WS_Outcome
               MOVE SPACES TO WS_Currency_Note
               IF Master_Not_Found
                   MOVE 'No master - not refunded' TO WS_Outcome
               ELSE
                   IF CM_Addr_Returned
                       MOVE 'Returned mail - held' TO WS_Outcome
                       PERFORM 4200-Write-Bad-Address-Row
                   ELSE
                       IF WS_Refund_Amount > WS_Approval_Limit
                           PERFORM 4100-Approve-Large-Refund
                       ELSE
                           MOVE 'REFUNDED' TO WS_Outcome
                       END-IF
                   END-IF
               END-IF
               IF WS_Outcome EQUAL 'REFUNDED' OR
                   END-IF
               END-IF.

      * 4200-Write-Bad-Address-Row - no check is cut to an address
      * the post office has returned mail from; the credit stays on
      * the account and the customer goes on the worklist.
           4200-Write-Bad-Address-Row.
               OPEN EXTEND BadAddr
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT BadAddr
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "BadAddressWorklist" "OPEN EXTEND"
               MOVE CM_Customer_Number TO BW_Customer_Number
               MOVE WS_Current_Date TO BW_Date
               MOVE 'REFUNDS' TO BW_Source
               MOVE CM_Addr_Status_Date TO BW_Flag_Date
               MOVE CM_Last_Name TO BW_Last_Name
               MOVE CM_Address TO BW_Address
               WRITE Bad_Address_Record
               CLOSE BadAddr.

      * 5000-Post-One-Refund - the refund posts as a RFND debit
      * adjustment: the balance comes up to zero, the history row
      * explains it, the audit entry records who ran it, the
      * check extract row pays it, and the positive-pay and
      * outstanding-check rows let the bank and CheckRecon follow
      * the check until it is paid or voided.
           5000-Post-One-Refund.
               MOVE Balance_Record TO WS_Jnl_Before
               MOVE ZERO TO CB_Balance
               MOVE WS_Current_Date TO CB_Last_Activity
               PERFORM 5050-Journal-Balance-Change
               REWRITE Balance_Record
                   INVALID KEY
                       CALL "Validations" USING File_Status
               END-REWRITE
               PERFORM 5100-Write-History-Row
               PERFORM 5200-Write-Audit-Row
               PERFORM 5300-Write-Check-Row
               PERFORM 5400-Write-Positive-Pay
               PERFORM 5500-Write-Register-Row.

           5050-Journal-Balance-Change.
               MOVE 'RefundRun' TO WS_Jnl_Program
               MOVE 'BAL ' TO WS_Jnl_File
               MOVE 'C' TO WS_Jnl_Action
               MOVE CB_Customer_Number TO WS_Jnl_Key
               MOVE Balance_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

           5100-Write-History-Row.
               MOVE CB_Customer_Number TO CH_Customer_Number
                   MOVE SPACES TO CH_Approved_By
               END-IF
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               SET History_Not_Written TO TRUE
               PERFORM 5110-Try-One-History-Write
                   VARYING WS_History_Seq FROM 1 BY 1
                   UNTIL History_Written OR WS_History_Seq > 9999
               IF History_Written
                   PERFORM 5150-Journal-History-Add
               END-IF.

           5110-Try-One-History-Write.
               MOVE WS_History_Seq TO CH_Sequence
               MOVE CH_Office_Code TO CH_OK_Office
               MOVE CH_Period TO CH_PK_Period
               MOVE CH_Customer_Number TO CH_PK_Customer
               MOVE CH_Sequence TO CH_PK_Sequence
               SET History_Written TO TRUE
               WRITE History_Record
                   INVALID KEY
                       SET History_Not_Written TO TRUE
               END-WRITE.

           5150-Journal-History-Add.
               MOVE 'RefundRun' TO WS_Jnl_Program
               MOVE 'HIST' TO WS_Jnl_File
               MOVE 'A' TO WS_Jnl_Action
               MOVE CH_Key TO WS_Jnl_Key
               MOVE SPACES TO WS_Jnl_Before
               MOVE History_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

           5200-Write-Audit-Row.
               MOVE CB_Customer_Number TO AA_Customer_Number
               MOVE WS_Current_Date TO AA_Date
               MOVE CM_State TO CK_State
               MOVE CM_Zip TO CK_Zip
               MOVE WS_Refund_Amount TO CK_Amount
               PERFORM 5350-Convert-Check-Amount
               WRITE Check_Record.

      * 5350-Convert-Check-Amount - the check face is in the
      * customer's billing currency (blank is USD) at this month's
      * rate; a currency with no rate in effect is cut in USD.
           5350-Convert-Check-Amount.
               MOVE 'USD' TO Conv_Bill_Currency
               IF CM_Billing_Currency NOT EQUAL SPACES
                   MOVE CM_Billing_Currency TO Conv_Bill_Currency
               END-IF
               MOVE WS_Current_Period TO Conv_Bill_Period
               MOVE WS_Refund_Amount TO Conv_Bill_Reporting_Amount
               CALL "BillCurrency" USING Bill_Calc_Function,
                   Conv_Bill_Query
               IF Conv_Bill_Rate_Not_Found
                   STRING 'No ' Conv_Bill_Currency
                           ' rate - check in USD' DELIMITED BY SIZE
                       INTO WS_Currency_Note
                   MOVE 'USD' TO Conv_Bill_Currency
                   MOVE WS_Current_Period TO Conv_Bill_Rate_Period
               ELSE
                   IF Conv_Bill_Currency NOT EQUAL 'USD'
                       STRING 'Check in ' Conv_Bill_Currency
                               DELIMITED BY SIZE
                           INTO WS_Currency_Note
                   END-IF
               END-IF
               MOVE Conv_Bill_Currency TO CK_Bill_Currency
               MOVE Conv_Bill_Amount TO CK_Bill_Amount
               MOVE Conv_Bill_Rate TO CK_Bill_Rate
               MOVE Conv_Bill_Rate_Period TO CK_Bill_Rate_Period.

           5400-Write-Positive-Pay.
               MOVE WS_Bank_Account TO PP_Account
               MOVE CK_Reference TO PP_Reference
               MOVE WS_Current_Date TO PP_Issue_Date
               MOVE WS_Refund_Amount TO PP_Amount
               MOVE 'I' TO PP_Action
               MOVE CK_Payee TO PP_Payee
               WRITE Positive_Pay_Record.

           5500-Write-Register-Row.
               MOVE CK_Reference TO OC_Reference
               MOVE CB_Customer_Number TO OC_Customer_Number
               MOVE WS_Current_Date TO OC_Issue_Date
               MOVE WS_Refund_Amount TO OC_Amount
               WRITE Outstanding_Check_Record.

           7000-Write-Report-Line.
               MOVE CB_Customer_Number TO Refund_Cust_Number
               IF Master_Found
               END-IF
               MOVE WS_Refund_Amount TO Refund_Amount
               MOVE WS_Outcome TO Refund_Outcome
               MOVE WS_Currency_Note TO Refund_Currency_Note
               WRITE Refund_Buffer FROM RefundDetail
                   AFTER ADVANCING 1 LINES.

               CLOSE CustHist
               CLOSE CustAdjAudit
               CLOSE RefundChecks
               CLOSE PosPay
               CLOSE OutChecks
               CLOSE RefundRpt
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'RefundRun   ' WS_Operator_Id.
