      *                   cannot import the same remittances twice;
      *                   the report batch-total picture widens to
      *                   the full trailer capacity.
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
      *   2026-10-15  AD  Every applied payment takes a permanent
      *                   transaction id from the TransId issuer
      *                   (source LB) at the end of the batch
      *                   layout (record 95 to 107), and its
      *                   creation is logged to CustTransLog for
      *                   the TransTrace inquiry.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
       Environment Division.
           Configuration Section.
               Special-Names.
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

           FD  LockBatch
               Record Contains 107 Characters.
               01  Batch_Record.
                   05  RS_Customer_Number          PIC 9(6).
                   05  RS_First_Name               PIC X(10).
                   05  RS_Product_Code             PIC X(4).
                   05  RS_Company                  PIC X(2).
                   05  RS_Rma_Number               PIC X(6).
                   05  RS_Sales_Rep                PIC X(4).
                   05  RS_Trans_Id                 PIC X(12).

      * Unapplied_Record - the raw remittance image plus the reason
      * it could not be applied, parked for the payments desk.
                       value 'CustGenRegister'.
               01  WS_Remit_Archive_Name           PIC X(40).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "TransTrace.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  Remit_EOF_Sw                    PIC X(1).
                   88  No_More_Remits                value 'Y'.
                   88  More_Remit_Records            value 'N'.
               MOVE ZERO TO RS_Tax_Amount
               MOVE SPACES TO RS_Product_Code
               MOVE WS_Matched_Company TO RS_Company
               CALL "TransId" USING BY CONTENT 'LB'
                   BY REFERENCE RS_Trans_Id
               WRITE Batch_Record
               PERFORM 5010-Log-Created
               ADD 1 TO WS_Batch_Count
               ADD LB_Amount TO WS_Batch_Total.

      * 5010-Log-Created - the payment's first step on its trace:
      * imported onto the lockbox batch under the new id.
           5010-Log-Created.
               MOVE 'L' TO WS_Trc_Function
               MOVE RS_Trans_Id TO WS_Trc_Trans_Id
               MOVE 'LockboxImport' TO WS_Trc_Program
               MOVE 'CREATED' TO WS_Trc_Disposition
               MOVE 'CustLockboxBatch' TO WS_Trc_File
               MOVE RS_Customer_Number TO WS_Trc_Key
               CALL "TransLog" USING WS_Trace_Request.

           6000-Write-Unapplied.
               ADD 1 TO WS_Unapplied_Count
               MOVE Remit_Record TO UC_Remit_Image
               CLOSE LockBatch
               CLOSE UnappCash
               CLOSE LockRpt
               MOVE 'C' TO WS_Trc_Function
               CALL "TransLog" USING WS_Trace_Request
               STRING 'LockboxRemit.' DELIMITED BY SIZE
                       WS_Current_Date DELIMITED BY SIZE
                   INTO WS_Remit_Archive_Name
