      *                   generated; a second run in the same
      *                   period refuses instead of double-billing
      *                   every order.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   transaction layouts (master 119 to 123,
      *                   batch record 91 to 95); each generated
      *                   order carries the customer's default
      *                   rep.
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127).
      *   2026-10-15  AD  Each order's tax is computed from the
      *                   TaxRates row in effect for the period
      *                   through TaxCalc instead of carrying the
      *                   fixed tax amount forever; the master's
      *                   amount stands only where no rate is on
      *                   file, a certified-exempt customer
      *                   carries none, and the report line shows
      *                   the tax generated.
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Every generated order takes a permanent
      *                   transaction id from the TransId issuer
      *                   (source SO) at the end of the batch
      *                   layout (record 95 to 107), and its
      *                   creation is logged to CustTransLog for
      *                   the TransTrace inquiry.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  An order for a customer pending credit
      *                   approval or declined at CreditApp is
      *                   skipped, as for a credit hold.
      *   2026-10-15  AD  Exempt certificate load logs TABLE FULL
      *                   past the table.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select TaxExempt assign to "TaxExemptCerts"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Standing_Order_Record - one row per recurring charge: what
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
                   05  CM_Addr_Status_Date             PIC 9(8).
                   05  CM_Email                        PIC X(50).
                   05  CM_Stmt_Delivery                PIC X(1).
                   05  CM_Billing_Currency             PIC X(3).
                   05  CM_Cash_Only                    PIC X(1).
                   05  CM_Billing_Cycle                PIC X(1).

           FD  StandBatch
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
               Record Contains 132 Characters.
               01  Stand_Buffer                    PIC X(132).

           FD  TaxExempt
               Record Contains 30 Characters.
               01  Tax_Exempt_Record.
                   05  TE_Customer_Number          PIC 9(6).
                   05  TE_Juris                    PIC X(4).
                   05  TE_Cert_Number              PIC X(12).
                   05  TE_Expiry                   PIC 9(8).

      * Last_Gen_Record - the one period this generator last ran
      * for; the guard against billing a period twice.
           FD  StandLast
           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "TransTrace.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_Current_Period               PIC X(6).
               01  WS_Command_Line                 PIC X(80).
               01  WS_Run_Company                  PIC X(2)
                       value zero.
               01  WS_Skipped_Count                PIC 9(5) value zero.
               01  WS_Skip_Reason                  PIC X(30).
               01  WS_Order_Tax                    PIC 9(4)V9(2).
               01  Tax_Calc_Function               PIC X(1) value 'T'.
              COPY "TaxQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Calc==.
               01  Cert_EOF_Sw                     PIC X(1).
                   88  No_More_Certs                 value 'Y'.
                   88  More_Cert_Records             value 'N'.
               01  Exempt_Cert_Count               PIC 9(3) value zero.
               01  Exempt_Cert_Table.
                   05  Exempt_Cert_Entry OCCURS 200 TIMES.
                       10  EXC_Customer_Number     PIC 9(6).
                       10  EXC_Juris               PIC X(4).
               01  WS_Exempt_Idx                   PIC 9(3).
               01  Exempt_Cert_Found_Sw            PIC X(1).
                   88  Exempt_Cert_Found             value 'Y'.
                   88  Exempt_Cert_Not_Found         value 'N'.
               01  StandHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(30)
                   05  Stand_Last_Name         PIC X(20).
                   05              PIC X(1)    value spaces.
                   05  Stand_Amount            PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(6)    value ' Tax '.
                   05  Stand_Tax               PIC Z,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Stand_Outcome           PIC X(30).
               01  StandCountLine.
               PERFORM 900-Check-Last-Generated
               PERFORM 1000-Check-Pending-Batch
               PERFORM 1100-Find-Next-Generation
               PERFORM 1200-Load-Exempt-Certs
               PERFORM 2000-Open-Files
               PERFORM 3000-Judge-One-Order
                   UNTIL No_More_Orders
                   END-IF
               END-IF.

      * 1200-Load-Exempt-Certs - customers holding a current
      * exemption certificate generate with no tax.
           1200-Load-Exempt-Certs.
               MOVE ZERO TO Exempt_Cert_Count
               OPEN INPUT TaxExempt
               IF File_Status EQUAL '00'
                   SET More_Cert_Records TO TRUE
                   PERFORM 1210-Read-One-Cert
                       UNTIL No_More_Certs
                   CLOSE TaxExempt
               END-IF.

           1210-Read-One-Cert.
               READ TaxExempt
                   AT END SET No_More_Certs TO TRUE
               END-READ
               IF NOT No_More_Certs
                   IF TE_Expiry NOT LESS WS_Current_Date
                       IF Exempt_Cert_Count < 200
                           ADD 1 TO Exempt_Cert_Count
                           MOVE TE_Customer_Number TO
                               EXC_Customer_Number (Exempt_Cert_Count)
                           MOVE TE_Juris
                               TO EXC_Juris (Exempt_Cert_Count)
                       ELSE
                           CALL "Validations" USING
                               WS_Table_Full_Status BY CONTENT
                               "Exempt_Cert_Table" "TABLE FULL"
                       END-IF
                   END-IF
               END-IF.

           2000-Open-Files.
               OPEN INPUT StandMast
                   CALL "Validations" USING File_Status
                       MOVE 'Customer on credit hold'
                           TO WS_Skip_Reason
                   END-IF
                   IF CM_Pending_Approval OR CM_Declined
                       MOVE 'Customer not credit approved'
                           TO WS_Skip_Reason
                   END-IF
                   IF WS_Run_Company NOT EQUAL SPACES AND
                       CM_Company NOT EQUAL WS_Run_Company
                       MOVE 'Not this run company'
                           TO WS_Skip_Reason
                   END-IF
               END-IF
               MOVE SO_Tax_Amount TO WS_Order_Tax
               IF WS_Skip_Reason EQUAL SPACES
                   PERFORM 4100-Compute-Order-Tax
               END-IF
               IF WS_Skip_Reason NOT EQUAL SPACES
                   ADD 1 TO WS_Skipped_Count
                   PERFORM 6000-Write-Report-Line
                   PERFORM 5000-Write-Order-Record
               END-IF.

      * 4100-Compute-Order-Tax - the order's tax comes from the
      * TaxRates row in effect this period (TaxCalc), so a rate
      * change reaches every order without touching the master;
      * the tax amount on the order stands only where no rate is
      * on file.  A customer holding a current exemption
      * certificate for the jurisdiction carries no tax.
           4100-Compute-Order-Tax.
               IF SO_Tax_Juris NOT EQUAL SPACES
                   MOVE SO_Tax_Juris TO Calc_Tax_Juris
                   MOVE SO_Product_Code TO Calc_Tax_Product
                   MOVE WS_Current_Period TO Calc_Tax_Period
                   MOVE SO_Amount TO Calc_Tax_Base
                   CALL "TaxCalc" USING Tax_Calc_Function,
                       Calc_Tax_Query
                   SET Exempt_Cert_Not_Found TO TRUE
                   PERFORM 4110-Match-One-Cert
                       VARYING WS_Exempt_Idx FROM 1 BY 1
                       UNTIL WS_Exempt_Idx > Exempt_Cert_Count
                           OR Exempt_Cert_Found
                   EVALUATE TRUE
                       WHEN Exempt_Cert_Found
                           MOVE ZERO TO WS_Order_Tax
                       WHEN Calc_Tax_Rate_Not_Found
                           CONTINUE
                       WHEN Calc_Tax_Computed > 9999.99
                           MOVE 'Computed tax over 9999.99'
                               TO WS_Skip_Reason
                       WHEN OTHER
                           MOVE Calc_Tax_Computed TO WS_Order_Tax
                   END-EVALUATE
               END-IF.

           4110-Match-One-Cert.
               IF EXC_Customer_Number (WS_Exempt_Idx) EQUAL
                   SO_Customer_Number AND
                   EXC_Juris (WS_Exempt_Idx) EQUAL SO_Tax_Juris
                   SET Exempt_Cert_Found TO TRUE
               END-IF.

           5000-Write-Order-Record.
               MOVE SPACES TO Batch_Record
               MOVE SO_Customer_Number TO RS_Customer_Number
               MOVE SPACES TO RS_Reason_Code
               MOVE SO_Day TO RS_Day_Trans
               MOVE SO_Tax_Juris TO RS_Tax_Juris
               MOVE WS_Order_Tax TO RS_Tax_Amount
               MOVE SO_Product_Code TO RS_Product_Code
               MOVE CM_Company TO RS_Company
               MOVE CM_Sales_Rep TO RS_Sales_Rep
               CALL "TransId" USING BY CONTENT 'SO'
                   BY REFERENCE RS_Trans_Id
               WRITE Batch_Record
               PERFORM 5010-Log-Created
               ADD 1 TO WS_Batch_Count
               ADD SO_Amount TO WS_Batch_Total
               MOVE 'GENERATED' TO WS_Skip_Reason
               PERFORM 6000-Write-Report-Line.

      * 5010-Log-Created - the order's first step on its trace:
      * generated onto the standing batch under the new id.
           5010-Log-Created.
               MOVE 'L' TO WS_Trc_Function
               MOVE RS_Trans_Id TO WS_Trc_Trans_Id
               MOVE 'StandingOrders' TO WS_Trc_Program
               MOVE 'CREATED' TO WS_Trc_Disposition
               MOVE 'CustStanding' TO WS_Trc_File
               MOVE RS_Customer_Number TO WS_Trc_Key
               CALL "TransLog" USING WS_Trace_Request.

           6000-Write-Report-Line.
               MOVE SO_Customer_Number TO Stand_Cust_Number
               IF Master_Found
                   MOVE '(no master)' TO Stand_Last_Name
               END-IF
               MOVE SO_Amount TO Stand_Amount
               MOVE WS_Order_Tax TO Stand_Tax
               MOVE WS_Skip_Reason TO Stand_Outcome
               WRITE Stand_Buffer FROM StandDetail
                   AFTER ADVANCING 1 LINES.
               CLOSE StandMast
               CLOSE CustMstr
               CLOSE StandBatch
               CLOSE StandRpt
               MOVE 'C' TO WS_Trc_Function
               CALL "TransLog" USING WS_Trace_Request.

       End Program StandingOrders.
