      *                   9999999.99 capacity, alone or with the
      *                   batch so far) stays pending for the next
      *                   settle run instead of truncating.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   transaction layouts for the monthly
      *                   commission run (master 119 to 123, input
      *                   record 91 to 95).
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Every settled collection takes a
      *                   permanent transaction id from the
      *                   TransId issuer (source DD) at the end of
      *                   the batch layout (record 95 to 107), and
      *                   its creation is logged to CustTransLog
      *                   for the TransTrace inquiry.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master
      *                   layout (master 190 to 191).  COLLECT
      *                   refuses the mandate of a customer the
      *                   returned-payment desk has marked
      *                   cash-only, and reports it, until the desk
      *                   clears the flag.
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Settlement eligibility comment gives the
      *                   DebitBatch record as 107 bytes.

       Environment Division.
           Configuration Section.
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
                       88  CM_Cash_Only_Set              value 'Y'.
                   05  CM_Billing_Cycle                PIC X(1).

      * Debit_Record - the bank's fixed collection layout: 'D'
      * rows, one 'T' trailer with the line count and amount hash.
                   05  BC_Status                   PIC X(1).

           FD  DebitBatch
               Record Contains 107 Characters.
               01  Batch_Record.
                   05  RS_Customer_Number          PIC 9(6).
                   05  RS_First_Name               PIC X(10).
                   05  RS_Product_Code             PIC X(4).
                   05  RS_Company                  PIC X(2).
                   05  RS_Rma_Number               PIC X(6).
                   05  RS_Sales_Rep                PIC X(4).
                   05  RS_Trans_Id                 PIC X(12).

           FD  GenReg
               Record Contains 46 Characters.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "TransTrace.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                       value zero.
               01  WS_Settled_Count                PIC 9(6) value zero.
               01  WS_Returned_Count               PIC 9(6) value zero.
               01  WS_Refused_Count                PIC 9(6) value zero.
               01  WS_Batch_Count                  PIC 9(6) value zero.
               01  WS_Batch_Total                  PIC 9(7)V9(2)
                       value zero.
               END-EVALUATE
               CLOSE DebitAud
               CLOSE DebitRpt
               MOVE 'C' TO WS_Trc_Function
               CALL "TransLog" USING WS_Trace_Request
               STOP RUN.

      * 2000-Collect-Due-Balances - one debit row per active
               MOVE WS_Collect_Count TO Deb_Count_Value
               WRITE Debit_Buffer FROM DebitCountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Mandates refused, cash only:'
                   TO Deb_Count_Label
               MOVE WS_Refused_Count TO Deb_Count_Value
               WRITE Debit_Buffer FROM DebitCountLine
                   AFTER ADVANCING 1 LINES
               DISPLAY "DirectDebit: " WS_Collect_Count
                   " collections written, total "
                   WS_Collect_Total ", " WS_Refused_Count
                   " cash-only mandates refused.".

      * 1500-Load-Pending-Customers - the customers whose last
      * collection the bank has not answered yet.
                           PERFORM 2160-Check-Mandate-Company
                       END-IF
                       IF Pending_Row_Not_Found AND Company_Matches
                           IF Master_Found AND CM_Cash_Only_Set
                               PERFORM 2170-Refuse-Cash-Only
                           ELSE
                               PERFORM 2180-Draw-Due-Balance
                           END-IF
                       END-IF
                   END-IF

      * 2160-Check-Mandate-Company - on a company run another
      * company's mandate waits for its own company's COLLECT.
      * The master is read for every mandate either way; the
      * cash-only check needs it.
           2160-Check-Mandate-Company.
               SET Company_Matches TO TRUE
               SET Master_Found TO TRUE
               MOVE MD_Customer_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               IF WS_Run_Company NOT EQUAL SPACES
                   IF Master_Not_Found OR
                       CM_Company NOT EQUAL WS_Run_Company
                       SET Company_Differs TO TRUE
                   END-IF
               END-IF.

      * 2170-Refuse-Cash-Only - a customer the returned-payment
      * desk has marked cash-only is not drawn on by direct debit
      * until the desk clears the flag; the report names it so
      * the mandate can be followed up.
           2170-Refuse-Cash-Only.
               ADD 1 TO WS_Refused_Count
               MOVE MD_Customer_Number TO Deb_Customer
               MOVE ZERO TO Deb_Amount
               MOVE 'REFUSED - cash-only customer' TO Deb_Outcome
               WRITE Debit_Buffer FROM DebitDetail
                   AFTER ADVANCING 1 LINES.

           2180-Draw-Due-Balance.
               SET Balance_Found TO TRUE
               MOVE MD_Customer_Number TO CB_Customer_Number
               READ CustBal
                   INVALID KEY SET Balance_Not_Found TO TRUE
               END-READ
               IF Balance_Found AND CB_Balance > ZERO
                   PERFORM 2200-Write-One-Debit
               END-IF.

           2200-Write-One-Debit.
               MOVE SPACES TO Debit_Record
               MOVE 'D' TO BD_Record_Type
               END-IF.

      * 5450-Check-Settle-Eligible - a settlement the batch
      * cannot carry stays pending: the 107-byte record and its
      * trailer hold 9999999.99 at most, and on a company run
      * another company's settlement belongs to that company's
      * own batch.
               MOVE ZERO TO RS_Tax_Amount
               MOVE SPACES TO RS_Product_Code
               MOVE SPACES TO RS_Rma_Number
               CALL "TransId" USING BY CONTENT 'DD'
                   BY REFERENCE RS_Trans_Id
               WRITE Batch_Record
               PERFORM 5510-Log-Created
               ADD 1 TO WS_Batch_Count
               ADD PD_Amount TO WS_Batch_Total
               MOVE 'S' TO DB_Action
               WRITE Debit_Buffer FROM DebitDetail
                   AFTER ADVANCING 1 LINES.

      * 5510-Log-Created - the collection's first step on its
      * trace: settled onto the debit batch under the new id.
           5510-Log-Created.
               MOVE 'L' TO WS_Trc_Function
               MOVE RS_Trans_Id TO WS_Trc_Trans_Id
               MOVE 'DirectDebit' TO WS_Trc_Program
               MOVE 'CREATED' TO WS_Trc_Disposition
               MOVE 'CustDebitBatch' TO WS_Trc_File
               MOVE RS_Customer_Number TO WS_Trc_Key
               CALL "TransLog" USING WS_Trace_Request.

           5600-Write-Batch-Trailer.
               MOVE SPACES TO Batch_Record
               MOVE 999999 TO RS_Customer_Number
