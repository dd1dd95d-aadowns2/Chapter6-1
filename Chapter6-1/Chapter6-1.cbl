      *                   the RefundRun posts credit-balance
      *                   refunds directly to the history the way
      *                   LateCharge posts charges.
      *   2026-10-15  AD  Sales rep carried on the transaction
      *                   layout (input record 91 to 95, sorted
      *                   image 103 to 107, history 69 to 73) and
      *                   on the master (119 to 123). A nonblank
      *                   rep must be on the optional
      *                   SalesRepMaster
      *                   (235-Check-Trans-Sales-Rep); a blank one
      *                   takes the customer's default rep at
      *                   posting, and the rep rides into
      *                   CustomerHistory for the CommissionRun.
      *   2026-10-15  AD  Invoice numbers: every sale entering the
      *                   sort without one draws the next number
      *                   off the InvoiceControl row
      *                   (1596/1597/1598), so numbers never
      *                   repeat across batches, companies or runs
      *                   and a checkpoint restart reissues the
      *                   same block. The number rides the sorted
      *                   image (107 to 115, CustReject 129 to
      *                   137) into CustomerHistory (73 to 81) for
      *                   StatementRun, OpenItems, AcctConsole and
      *                   the InvoicePrint run.
      *   2026-10-15  AD  Payment terms from the new TermsMaster
      *                   file: each sale posts with a due date
      *                   its customer's net days set (no terms
      *                   means due on the day), and a payment
      *                   inside the terms' discount window posts
      *                   a DISC early-payment credit through the
      *                   normal adjustment path. Master 123 to
      *                   127, history 81 to 89.
      *   2026-10-15  AD  Keyed tax verified against the new
      *                   TaxRates master (jurisdiction, optional
      *                   product category, rate, effective
      *                   period) through the shared TaxCalc
      *                   routine: a sale or return whose tax
      *                   differs from the computed tax by more
      *                   than the TaxTolerance rejects as 'Tax
      *                   differs from computed tax' before it
      *                   reaches the Tax Summary or the TaxFiling
      *                   extract.
      *   2026-10-15  AD  ESCH, the escheated credit cleared by
      *                   the unclaimed property run, joins RFND
      *                   as a debit-adjustment reason when
      *                   history rows are netted.
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  ReportDelivery requests carry a
      *                   recipient address (blank here, for the
      *                   site's own distribution list).
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Transaction id carried from the raw
      *                   transaction through the sort (raw 95 to
      *                   107, sorted 115 to 127) onto the history
      *                   row (history 89 to 101); each step -
      *                   posted, held, rejected, suspended,
      *                   carried forward, duplicate - logged to
      *                   CustTransLog through TransLog for
      *                   TransTrace.
      *   2026-10-15  AD  GL extract accounts from GLAccountMap
      *                   through GLAccount instead of the fixed
      *                   AR/SALES/RETURNS/ADJUST literals:
      *                   buckets now split by company, office,
      *                   period, posting type, reason and product
      *                   category, and payments, late charges and
      *                   tax collected (type T) post as their own
      *                   lines. An unmapped combination holds the
      *                   whole extract on CustGLHold (reloaded by
      *                   the next run), raises a CustOpsAlert row
      *                   and ends the run with return code 4.
      *   2026-10-15  AD  GL sent log carries the company and the
      *                   receivables movement each extract takes
      *                   to the control account (sent log 44 to
      *                   59); a held extract banks its movement
      *                   as a type 'C' row on CustGLHold - both
      *                   feed the month-end ControlRecon run.
      *   2026-10-15  AD  CustBatchRelease widens 103 to 116 for
      *                   the verifier and mismatch count;
      *                   TransEntry's double-key verification
      *                   rows (status V) are skipped when the
      *                   release decision is looked up.
      *   2026-10-15  AD  Trial run: a T in the sixteenth
      *                   command-line field reads, validates and
      *                   prints the full report, flash summary
      *                   and reject/exception listings with every
      *                   page marked TRIAL, under a shared run
      *                   lock, but posts no history or balance,
      *                   writes no reject, suspense, carry,
      *                   pending, audit, checkpoint, trace,
      *                   invoice-control, MTD/YTD, last-run, RMA,
      *                   region, GL, summary-extract, run-log,
      *                   catalog or alert row, and archives
      *                   nothing. The footer shows the history
      *                   rows and balance openings/updates the
      *                   live run would make.
      *   2026-10-15  AD  CustBatchRelease register widens 116 to
      *                   125 (keying operator and reviewer-keyed
      *                   flag).
      *   2026-10-15  AD  Operations alerts carry a severity and a
      *                   category so AlertDispatch can route them
      *                   to the on-call contact (CustOpsAlert 92
      *                   to 97).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  NSF and NSFC, the returned-payment
      *                   reversal and its fee, join the debit
      *                   adjustments.
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121), filled from the row's own office,
      *                   period, customer and sequence as each row
      *                   is written.
      *   2026-10-15  AD  A customer pending credit approval (P) or
      *                   declined (D) at CreditApp is not posted; its
      *                   transactions list as status exceptions, as a
      *                   credit hold does.
      *   2026-10-15  AD  Held GL buckets the summary table has no
      *                   room for are no longer dropped: the hold
      *                   file is then left as it is, tonight's
      *                   buckets are added to it, nothing is sent
      *                   and the run ends at return code 8.

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select GLHold assign to WS_GLHold_Name
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OfficeMast assign to "OfficeMaster"
                       File Status is File_Status
                       Organization is Line Sequential.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SalesRepMast assign to "SalesRepMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select TermsMast assign to "TermsMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select InvCtl assign to "InvoiceControl"
                       File Status is File_Status
                       Organization is Line Sequential.

               I-O-Control.

       Data Division.
           File Section.
           FD  CustMast
               Record Contains 107 Characters.
               01  Raw_Customer_Record.
                   05  RS_Customer_Number              PIC 9(6).
                   05  RS_First_Name                   PIC X(10).
                   05  RS_Product_Code                 PIC X(4).
                   05  RS_Company                      PIC X(2).
                   05  RS_Rma_Number                   PIC X(6).
                   05  RS_Sales_Rep                    PIC X(4).
                   05  RS_Trans_Id                     PIC X(12).
      * Input_Header_Record - alternate view of the first input
      * record: a customer number of 000000 marks a file header
      * carrying the file's creation date and generation number,
                   05  IH_Record_Type                  PIC X(6).
                   05  IH_Creation_Date                PIC X(8).
                   05  IH_Generation                   PIC 9(6).
                   05  IH_Filler                       PIC X(87).

      * Audience report files - see 445/447, the credit-desk and
      * compliance splits of the main print file.
                   05  GR_Generation               PIC 9(6).

      * Release_Record - the BatchProof decisions: 'R' releases a
      * batch for posting, 'T' returns it to the keying desk; 'V'
      * rows are TransEntry's double-key verifications, not
      * decisions.
           FD  RelReg
               Record Contains 125 Characters.
               01  Release_Record.
                   05  BR_File_Name                PIC X(40).
                   05  BR_Generation               PIC 9(6).
                   05  BR_Reviewer                 PIC X(8).
                   05  BR_Comments                 PIC X(40).
                   05  BR_Date                     PIC 9(8).
                   05  BR_Verifier                 PIC X(8).
                   05  BR_Mismatch_Count           PIC 9(5).
                   05  BR_Keyed_By                 PIC X(8).
                   05  BR_Reviewer_Keyed           PIC X(1).

           SD  SortFile.
               01  Sort-Record.
                   05  Sort_Product_Code                PIC X(4).
                   05  Sort_Company                     PIC X(2).
                   05  Sort_Rma_Number                  PIC X(6).
                   05  Sort_Sales_Rep                   PIC X(4).
                   05  Sort_Invoice_Number              PIC 9(8).
                   05  Sort_Trans_Id                    PIC X(12).

           FD  CustMastSorted
               Record Contains 127 Characters.
               01  CustomerRecord.
                   05  Customer_Number                 PIC 9(6).
                       88  Is_Trailer_Record             value 999999.
                   05  Product_Code                    PIC X(4).
                   05  Company_Code                    PIC X(2).
                   05  Rma_Number                      PIC X(6).
                   05  Sales_Rep                       PIC X(4).
                   05  Invoice_Number                  PIC 9(8).
                   05  Trans_Id                        PIC X(12).

           FD  CustMstr.
               01  CustomerMasterRecord.
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

           FD  CustRpt
               Record Contains 132 Characters.
               01  Print_Buffer                        PIC X(132).

           FD  CustRej
               Record Contains 149 Characters.
               01  Reject_Record.
                   05  RJ_Image                        PIC X(127).
                   05  RJ_Run_Id                       PIC X(14).
                   05  RJ_Reject_Date                  PIC 9(8).

                   05  PC_Status                   PIC X(1).

           FD  CustSusp
               Record Contains 127 Characters.
               01  Suspense_Record                 PIC X(127).

      * Carry-forward files - records a period filter pushed out
      * of the window, in full sorted-record format with their own
      * completes in balance - see 336-Write-Carry-Forward and
      * 413-Roll-Carry-Forward-File.
           FD  CustCarry
               Record Contains 127 Characters.
               01  Carry_Record                    PIC X(127).

           FD  CustCarryNew
               Record Contains 127 Characters.
               01  Carry_New_Record                PIC X(127).

      * Alert_Record - written when the run ends out of balance,
      * carrying the expected and actual figures so the morning
      * review sees the break without reading the report - see
      * 433-Write-Ops-Alert.
           FD  CustAlert
               Record Contains 97 Characters.
               01  Alert_Record.
                   05  OA_Date                     PIC 9(8).
                   05  OA_Time                     PIC 9(6).
                   05  OA_Total_Expected           PIC 9(9)V9(2).
                   05  OA_Total_Actual             PIC 9(9)V9(2).
                   05  OA_Run_Id                   PIC X(14).
                   05  OA_Severity                 PIC X(1).
                   05  OA_Category                 PIC X(4).

      * RunLog_Record - one machine-readable entry per run, appended
      * to CustRunLog for run-to-run regression checking, see
      * ledger: the run id, what the trailer said, and an
      * acknowledged flag GLAckRecon flips once the ledger's
      * acceptance file answers for the run - see
      * 427-Write-GL-Extract.  GS_AR_Net is the receivables
      * movement the extract carries to the control account (the
      * run's proved balance delta, plus any held run's it takes
      * out with it), for ControlRecon's reconciling items.
           FD  GLSent
               Record Contains 59 Characters.
               01  GL_Sent_Record.
                   05  GS_Run_Id                   PIC X(14).
                   05  GS_Date                     PIC 9(8).
                   05  GS_Line_Total               PIC 9(6).
                   05  GS_Hash_Total               PIC 9(13)V9(2).
                   05  GS_Ack_Sw                   PIC X(1).
                   05  GS_Company                  PIC X(2).
                   05  GS_AR_Net                   PIC S9(11)V9(2).

      * GL_Hold_Record - one GL_Summary_Table bucket (key and
      * signed amount) of a run whose extract was held for an
      * unmapped combination, reloaded by the next run so the
      * night still reaches the ledger once GLAccountMap covers
      * it - see 4273-Hold-GL-Buckets and 4270-Load-GL-Hold.
           FD  GLHold
               Record Contains 32 Characters.
               01  GL_Hold_Record                  PIC X(32).

      * Office_Master_Record - one row per office: code, printable
      * name and region for the regional rollup, loaded once into
      * stamps Approved_By, released into the sort by
      * 154-Release-Approved-Records.
           FD  CustPendAdj
               Record Contains 127 Characters.
               01  Pending_Adj_Record                  PIC X(127).

           FD  CustApprAdj
               Record Contains 127 Characters.
               01  Approved_Adj_Record                 PIC X(127).

           FD  CustResub
               Record Contains 127 Characters.
               01  Resubmit_Record                     PIC X(127).

      * Balance_Proof_Record - one row per nightly proof: the
      * file total before the update, the night's posted delta,
                   05  IX_Year                     PIC 9(4).

           FD  HistArchIn
               Record Contains 101 Characters.
               01  Arch_History_Record.
                   05  AH_Customer_Number          PIC 9(6).
                   05  AH_Period                   PIC X(6).
                   05  AH_Office_Code              PIC X(4).
                   05  AH_Approved_By              PIC X(8).
                   05  AH_Product_Code             PIC X(4).
                   05  AH_Sales_Rep                PIC X(4).
                   05  AH_Invoice_Number           PIC 9(8).
                   05  AH_Due_Date                 PIC 9(8).
                   05  AH_Trans_Id                 PIC X(12).

      * Tax_Juris_Record - one row per reporting jurisdiction,
      * loaded into Tax_Juris_Table by 126-Load-Tax-Jurisdictions
                   05  TJ_Code                     PIC X(4).
                   05  TJ_Name                     PIC X(20).

      * Sales_Rep_Record - one row per sales representative: id,
      * name, home office and commission rate, loaded into
      * Sales_Rep_Table by 148A-Load-Sales-Rep-Master and checked
      * by 235-Check-Trans-Sales-Rep.
           FD  SalesRepMast
               Record Contains 33 Characters.
               01  Sales_Rep_Record.
                   05  SR_Rep_Id                   PIC X(4).
                   05  SR_Name                     PIC X(20).
                   05  SR_Office                   PIC X(4).
                   05  SR_Commission_Rate          PIC 9(1)V9(4).

      * Terms_Record - one row per payment terms code: net days to
      * the due date, and the discount percent earned by paying
      * within the discount days; loaded into Terms_Table by
      * 148C-Load-Terms-Master.
           FD  TermsMast
               Record Contains 14 Characters.
               01  Terms_Record.
                   05  TM_Terms_Code               PIC X(4).
                   05  TM_Net_Days                 PIC 9(3).
                   05  TM_Discount_Pct             PIC 9(2)V9(2).
                   05  TM_Discount_Days            PIC 9(3).

      * Invoice_Control_Record - the one-row invoice number
      * control: the last number issued by any run, and the first
      * number of the last run's block so a checkpoint restart can
      * reissue the same numbers to the same input; see
      * 1596-Load-Invoice-Control.
           FD  InvCtl
               Record Contains 16 Characters.
               01  Invoice_Control_Record.
                   05  IC_Last_Invoice             PIC 9(8).
                   05  IC_Block_Start              PIC 9(8).

      * Product_Master_Record - one row per sellable product
      * line: code, description and merchandising category, loaded
      * into Product_Master_Table by 144-Load-Product-Master and
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

      * Balance_Record - one row per customer, the cumulative
      * position carried from run to run: see 321-Add-Summary-Entry
                   88  Deliver_Email             value 'E'.
                   88  Deliver_Pdf               value 'P'.
                   88  Deliver_Both              value 'B'.
               01  WS_Deliv_Recipient          PIC X(60)
                       value spaces.
               01  WS_As_Of_Date               PIC 9(8) value zero.
               01  Delta_Mode_Sw               PIC X(1) value 'N'.
                   88  Delta_Mode_Requested       value 'Y'.
                   88  Full_Run_Requested         value 'N'.
      * Trial_Mode_Sw - 'T' reads, validates and prints everything
      * but posts, files and archives nothing; the footer shows
      * what the history and balance updates would have been.
               01  Trial_Mode_Sw               PIC X(1) value 'N'.
                   88  Trial_Run                  value 'T'.
                   88  Live_Run                   value 'N' ' '.
               01  WS_Lock_Mode                PIC X(1) value 'X'.
               01  Trial_History_Count         PIC 9(7) value zero.
               01  Trial_History_Total         PIC 9(11)V9(2)
                       value zero.
               01  Trial_Balance_New_Count     PIC 9(7) value zero.
               01  Trial_Balance_Upd_Count     PIC 9(7) value zero.
               01  Trial_Balance_Net           PIC S9(11)V9(2)
                       value zero.
               01  WS_Input_File_List          PIC X(80) value spaces.
               01  WS_Large_Trans_Threshold    PIC 9(6)V9(2)
                       value 1000.00.
                       value 'PeriodControl'.
               01  WS_GenReg_Name                  PIC X(40)
                       value 'CustGenRegister'.
               01  WS_GLHold_Name                  PIC X(40)
                       value 'CustGLHold'.
               01  WS_Last_Invoice_Number          PIC 9(8) value zero.
               01  WS_Invoice_Block_Start          PIC 9(8) value zero.
               01  WS_Invoice_High_Water           PIC 9(8) value zero.
               01  WS_Invoices_Assigned            PIC 9(6) value zero.
               COPY "Misc.cpy".
               COPY "TaxQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Calc==.
               COPY "GLQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Map==.
               COPY "RunId.cpy".
               COPY "TransTrace.cpy"
                   REPLACING LEADING ==Prefix== BY ==WS==.
               COPY "HeaderMain.cpy".
               COPY "HeaderColumns.cpy".
               COPY "DetailLine.cpy".
                           WS_Sorted_File_Name
                           WS_Return_Rate_Threshold_X
                           WS_Company_Code
                           Trial_Mode_Sw
                   END-UNSTRING
                   IF WS_Company_Code NOT EQUAL SPACES
                       STRING 'PeriodControl.' DELIMITED BY SIZE
                       STRING 'CustGenRegister.' DELIMITED BY SIZE
                               WS_Company_Code DELIMITED BY SIZE
                           INTO WS_GenReg_Name
                       STRING 'CustGLHold.' DELIMITED BY SIZE
                               WS_Company_Code DELIMITED BY SIZE
                           INTO WS_GLHold_Name
                   END-IF
                   IF WS_Return_Rate_Threshold_X NUMERIC
                       MOVE WS_Return_Rate_Threshold_X
               IF Inquiry_Mode_Requested
                   PERFORM 180-Run-Customer-Inquiry
               ELSE
                   IF Trial_Run
                       MOVE 'S' TO WS_Lock_Mode
                       MOVE 'TRIAL' TO Header_Trial_Mark
                       MOVE 'TRIAL' TO Audience_Trial_Mark
                       MOVE 'TRIAL' TO Flash_Trial_Mark
                   END-IF
                   PERFORM 191-Acquire-Run-Lock
                   IF NOT Trial_Run
                       CALL "RunTiming" USING
                           BY CONTENT 'S' 'REPORT      '
                       PERFORM 160-Check-For-Restart
                   END-IF
                   PERFORM 165-Check-For-Delta-Mode
                   PERFORM 170-Load-Mtd-Ytd-Totals
                   PERFORM 121-Load-Office-Budgets
                   PERFORM 138-Load-Office-Master
                   PERFORM 144-Load-Product-Master
                   PERFORM 148-Load-Rma-Master
                   PERFORM 148A-Load-Sales-Rep-Master
                   PERFORM 148C-Load-Terms-Master
                   PERFORM 141-Build-Input-File-Table
                   PERFORM 1596-Load-Invoice-Control
                   PERFORM 150-Sort-Input-Records
                   IF NOT Trial_Run
                       PERFORM 1598-Save-Invoice-Control
                   END-IF
                   OPEN INPUT CustMastSorted
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Input_File_Name "OPEN INPUT"
                   END-IF
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Output_File_Name "OPEN OUTPUT"
                   IF NOT Trial_Run
                       IF Checkpoint_Restart_Requested
                           OPEN EXTEND CustRej
                       ELSE
                           OPEN OUTPUT CustRej
                       END-IF
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerReject"
                                   "OPEN OUTPUT"
                   END-IF
                   IF Checkpoint_Restart_Requested
                       OPEN EXTEND CustRptCSV
                   ELSE
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_CSV_Output_File_Name
                               "OPEN OUTPUT"
      * A trial run opens the history and balance files for input
      * only and never opens the reject or audit files at all.
                   IF Trial_Run
                       PERFORM 192-Open-Trial-Masters
                   ELSE
                       IF Checkpoint_Restart_Requested
                           OPEN EXTEND CustAdjAudit
                       ELSE
                           OPEN OUTPUT CustAdjAudit
                       END-IF
                           CALL "Validations" USING File_Status
                               BY CONTENT "AdjustAudit" "OPEN OUTPUT"
                       OPEN I-O CustHist
                       IF File_Status EQUAL 35
                           OPEN OUTPUT CustHist
                           CLOSE CustHist
                           OPEN I-O CustHist
                       END-IF
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerHistory" "OPEN I-O"
                       OPEN I-O CustBal
                       IF File_Status EQUAL 35
                           OPEN OUTPUT CustBal
                           CLOSE CustBal
                           OPEN I-O CustBal
                       END-IF
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerBalance" "OPEN I-O"
                   END-IF
                   IF Checkpoint_Restart_Requested
                       OPEN EXTEND CustSummWork
                       OPEN EXTEND ActWork
      * run left in the collector - those records are still in
      * the unarchived input and will carry again this run, so
      * keeping them would double them against a one-run trailer.
                       IF NOT Trial_Run
                           OPEN OUTPUT CustCarryNew
                           CLOSE CustCarryNew
                       END-IF
                   END-IF
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustSummWork" "OPEN OUTPUT"
                   END-IF
                   PERFORM 350-Write-Footers
                   PERFORM 400-Close-Program
                   IF Trial_Run
                       DISPLAY "TRIAL run - nothing posted, filed "
                           "or archived."
                       IF Out_Of_Balance
                           DISPLAY "Trial run OUT OF BALANCE - the "
                               "live run would post nothing."
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   ELSE
                       IF Out_Of_Balance
                           PERFORM 433-Write-Ops-Alert
                           DISPLAY "Run OUT OF BALANCE - input not "
                               "archived, carried totals not updated."
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           IF Balance_Proof_Failed
                               DISPLAY "BALANCE PROOF FAILED - "
                                   "archive and rollover steps "
                                   "skipped."
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               PERFORM 430-Deliver-Report
                               PERFORM 410-Archive-Input-File
                           END-IF
                       END-IF
                   END-IF
                   IF Table_Limit_Hit
                           "filled; see CustErrLog."
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   IF GL_Extract_Held AND RETURN-CODE EQUAL ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   IF NOT Trial_Run
                       CALL "RunTiming" USING
                           BY CONTENT 'E' 'REPORT      '
                   END-IF
                   PERFORM 193-Release-Run-Lock
               END-IF
               STOP RUN.
      * CustomerBalance and CustomerHistory I-O for the whole
      * night, so it takes the exclusive stamp: a desk still
      * signed on refuses the run rather than letting a
      * maintenance change land mid-post.  A trial run changes
      * nothing, so it takes a shared stamp alongside the desks.
           191-Acquire-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT WS_Lock_Mode 'Chapter6-1  ' 'BATCH   '
               IF WS_Lock_Status NOT EQUAL ZERO
                   DISPLAY "Run refused - an online desk holds the "
                       "files; see CustRunLock."
                   STOP RUN
               END-IF.

      * 192-Open-Trial-Masters - a trial run reads the history and
      * balance files as they stand; neither is created if absent.
           192-Open-Trial-Masters.
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT".

           193-Release-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'Chapter6-1  ' 'BATCH   '.
                       (AH_Trans_Type EQUAL 'A' AND
                           (AH_Reason_Code EQUAL 'LATE' OR
                               AH_Reason_Code EQUAL 'RFND' OR
                               AH_Reason_Code EQUAL 'ESCH' OR
                               AH_Reason_Code EQUAL 'FXGN' OR
                               AH_Reason_Code EQUAL 'XFER' OR
                               AH_Reason_Code EQUAL 'NSF ' OR
                               AH_Reason_Code EQUAL 'NSFC'))
                       ADD AH_Amount_Trans
                           TO IQP_Total (WS_Inq_Period_Match)
                   ELSE
                   END-IF
               END-IF
               IF Inquiry_Period_Present
      * A LATE-reason adjustment is the late-charge debit, a
      * RFND-reason one the refund of a credit balance and an
      * ESCH-reason one a credit remitted to the state as
      * unclaimed; all post as additions, the same rule
      * 258-Post-Late-Charge applies.
                   IF CH_Trans_Type EQUAL 'S' OR
                       (CH_Trans_Type EQUAL 'A' AND
                           (CH_Reason_Code EQUAL 'LATE' OR
                               CH_Reason_Code EQUAL 'RFND' OR
                               CH_Reason_Code EQUAL 'ESCH' OR
                               CH_Reason_Code EQUAL 'FXGN' OR
                               CH_Reason_Code EQUAL 'XFER' OR
                               CH_Reason_Code EQUAL 'NSF ' OR
                               CH_Reason_Code EQUAL 'NSFC'))
                       ADD CH_Amount_Trans
                           TO IQP_Total (WS_Inq_Period_Match)
                   ELSE
               END-READ
               IF NOT No_More_Input
                   MOVE Approved_Adj_Record TO Sort-Record
                   PERFORM 1597-Stamp-Invoice-Number
                   IF Sort_Customer_Number EQUAL 999999
                       PERFORM 1595-Note-Trailer-Expected
                       MOVE HIGH-VALUES TO Sort_Last_Name
               MOVE RS_Product_Code TO Sort_Product_Code
               MOVE RS_Company TO Sort_Company
               MOVE RS_Rma_Number TO Sort_Rma_Number
               MOVE RS_Sales_Rep TO Sort_Sales_Rep
               MOVE ZERO TO Sort_Invoice_Number
               MOVE RS_Trans_Id TO Sort_Trans_Id
               PERFORM 1597-Stamp-Invoice-Number
               IF Sort_Customer_Number EQUAL 999999
                   PERFORM 1595-Note-Trailer-Expected
                   MOVE HIGH-VALUES TO Sort_Last_Name
               END-READ
               IF NOT No_More_Input
                   MOVE Resubmit_Record TO Sort-Record
                   PERFORM 1597-Stamp-Invoice-Number
                   IF Sort_Customer_Number EQUAL 999999
                       PERFORM 1595-Note-Trailer-Expected
                       MOVE HIGH-VALUES TO Sort_Last_Name
               END-READ
               IF NOT No_More_Input
                   MOVE Carry_Record TO Sort-Record
                   PERFORM 1597-Stamp-Invoice-Number
                   IF Sort_Customer_Number EQUAL 999999
                       PERFORM 1595-Note-Trailer-Expected
                       MOVE HIGH-VALUES TO Sort_Last_Name

      * 1583-Match-One-Release-Row - the LAST decision for the
      * file and generation stands, so a batch returned and then
      * released posts; a verification row decides nothing.
           1583-Match-One-Release-Row.
               READ RelReg
                   AT END SET No_More_Release_Rows TO TRUE
               END-READ
               IF NOT No_More_Release_Rows
                   IF BR_File_Name EQUAL WS_Input_File_Name AND
                       BR_Generation EQUAL IH_Generation AND
                       BR_Status NOT EQUAL 'V'
                       SET Release_Row_Found TO TRUE
                       MOVE BR_Status TO WS_Release_Status
                   END-IF
               ADD WS_Trailer_Count_Temp TO Control_Count_Expected
               ADD Sort_Amount_Trans TO Control_Total_Expected.

      * 1596-Load-Invoice-Control - invoice numbers come off the
      * InvoiceControl row so they never repeat across batches,
      * companies or runs; no row yet starts the series at 1.  A
      * checkpoint restart re-sorts the identical input, so it
      * starts again from the block the abended run drew and every
      * sale gets back the number it was posted under.
           1596-Load-Invoice-Control.
               MOVE ZERO TO WS_Last_Invoice_Number
               MOVE ZERO TO WS_Invoice_Block_Start
               OPEN INPUT InvCtl
               IF File_Status EQUAL '00'
                   READ InvCtl
                       AT END CONTINUE
                       NOT AT END
                           MOVE IC_Last_Invoice
                               TO WS_Last_Invoice_Number
                           MOVE IC_Block_Start
                               TO WS_Invoice_Block_Start
                   END-READ
                   CLOSE InvCtl
               END-IF
               MOVE WS_Last_Invoice_Number TO WS_Invoice_High_Water
               IF Checkpoint_Restart_Requested AND
                   WS_Invoice_Block_Start > ZERO
                   COMPUTE WS_Last_Invoice_Number =
                       WS_Invoice_Block_Start - 1
               ELSE
                   COMPUTE WS_Invoice_Block_Start =
                       WS_Last_Invoice_Number + 1
               END-IF.

      * 1597-Stamp-Invoice-Number - every sale entering the sort
      * without a number draws the next one; a repaired reject or
      * a carried sale already holds the number it drew the first
      * time and keeps it.  Queued images written before the
      * number existed pad the field with spaces - read as none.
           1597-Stamp-Invoice-Number.
               IF Sort_Invoice_Number NOT NUMERIC
                   MOVE ZERO TO Sort_Invoice_Number
               END-IF
               IF Sort_Trans_Type EQUAL 'S' AND
                   Sort_Customer_Number NOT EQUAL 999999 AND
                   Sort_Invoice_Number EQUAL ZERO
                   ADD 1 TO WS_Last_Invoice_Number
                   MOVE WS_Last_Invoice_Number TO Sort_Invoice_Number
                   ADD 1 TO WS_Invoices_Assigned
               END-IF.

      * 1598-Save-Invoice-Control - the control row is rewritten
      * as soon as the sort has drawn its numbers, before anything
      * posts, so an abend later in the run can never hand the
      * same numbers to a different run.
           1598-Save-Invoice-Control.
               IF WS_Last_Invoice_Number > WS_Invoice_High_Water
                   MOVE WS_Last_Invoice_Number TO WS_Invoice_High_Water
               END-IF
               IF WS_Invoices_Assigned > ZERO
                   OPEN OUTPUT InvCtl
                       CALL "Validations" USING File_Status
                           BY CONTENT "InvoiceControl" "OPEN OUTPUT"
                   MOVE WS_Invoice_High_Water TO IC_Last_Invoice
                   MOVE WS_Invoice_Block_Start TO IC_Block_Start
                   WRITE Invoice_Control_Record
                   CLOSE InvCtl
               END-IF.

           160-Check-For-Restart.
               SET No_Resume TO TRUE
               OPEN INPUT CustCkpt
                   END-IF
               END-IF.

      * 148A-Load-Sales-Rep-Master - optional the way the office
      * master is: with no SalesRepMaster file the rep on a
      * transaction passes unchecked.
           148A-Load-Sales-Rep-Master.
               MOVE ZERO TO Sales_Rep_Count
               OPEN INPUT SalesRepMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 148B-Read-One-Sales-Rep
                       UNTIL No_More_Input
                   CLOSE SalesRepMast
               END-IF.

           148B-Read-One-Sales-Rep.
               READ SalesRepMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Sales_Rep_Count < 100
                       ADD 1 TO Sales_Rep_Count
                       MOVE SR_Rep_Id TO SRT_Rep_Id (Sales_Rep_Count)
                       MOVE SR_Name TO SRT_Name (Sales_Rep_Count)
                       MOVE SR_Office TO SRT_Office (Sales_Rep_Count)
                       MOVE SR_Commission_Rate
                           TO SRT_Commission_Rate (Sales_Rep_Count)
                   ELSE
                       SET Table_Limit_Hit TO TRUE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Sales_Rep_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 148C-Load-Terms-Master - optional the way the sales rep
      * master is: with no TermsMaster file every sale falls due
      * on its transaction date and no discount is ever earned.
           148C-Load-Terms-Master.
               MOVE ZERO TO Terms_Count
               OPEN INPUT TermsMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 148D-Read-One-Terms
                       UNTIL No_More_Input
                   CLOSE TermsMast
               END-IF.

           148D-Read-One-Terms.
               READ TermsMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Terms_Count < 50
                       ADD 1 TO Terms_Count
                       MOVE TM_Terms_Code
                           TO TMT_Terms_Code (Terms_Count)
                       MOVE TM_Net_Days TO TMT_Net_Days (Terms_Count)
                       MOVE TM_Discount_Pct
                           TO TMT_Discount_Pct (Terms_Count)
                       MOVE TM_Discount_Days
                           TO TMT_Discount_Days (Terms_Count)
                   ELSE
                       SET Table_Limit_Hit TO TRUE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Terms_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 140-Load-Exempt-Certs - optional the way the office master
      * is: a site with no TaxExemptCerts file runs exactly as
      * before, with no exemption checking.

           220-Post-One-Record.
               PERFORM 210-Match-Customer
               IF Master_Found AND
                   Sales_Rep OF CustomerRecord EQUAL SPACES
                   MOVE CM_Sales_Rep TO Sales_Rep OF CustomerRecord
               END-IF
               IF Master_Found
                   MOVE CM_Terms_Code TO WS_Cust_Terms_Code
               ELSE
                   MOVE SPACES TO WS_Cust_Terms_Code
               END-IF
               MOVE Office_Code OF CustomerRecord
                   TO WS_Office_Check_Code
               PERFORM 215-Validate-Office-Code
                   PERFORM 226-Check-Letter-Break
                   PERFORM 250-Calculations
                   PERFORM 300-Write-Records
                   IF Trans_Payment OF CustomerRecord
                       PERFORM 221-Check-Early-Pay-Discount
                   END-IF
               END-IF.

      * 221-Check-Early-Pay-Discount - a payment from a customer
      * whose terms carry a discount earns it on the sales dated
      * inside the discount window before the payment, in the
      * payment's currency, that earlier payments and discounts in
      * the window have not already settled.  The payment is taken
      * to cover its share net of discount, so the discount is the
      * percent of the lesser of the unsettled window sales and
      * payment / (1 - percent).  The earned amount posts straight
      * away as a DISC credit adjustment through 250-Calculations,
      * the same path a keyed adjustment takes, so it lands on the
      * AdjustAudit, the summaries, the report and the history.
           221-Check-Early-Pay-Discount.
               PERFORM 2562-Find-Terms
               MOVE Year_Trans OF CustomerRecord TO WS_Trans_Date_Year
               MOVE Month_Trans OF CustomerRecord
                   TO WS_Trans_Date_Month
               MOVE Day_Trans OF CustomerRecord TO WS_Trans_Date_Day
               IF Terms_Found AND WS_Terms_Discount_Pct > ZERO AND
                   WS_Terms_Discount_Days > ZERO AND
                   WS_Trans_Date_N NUMERIC
                   MOVE 'A' TO WS_Date_Function
                   COMPUTE WS_Terms_Discount_Days =
                       0 - WS_Terms_Discount_Days
                   CALL "DateCalc" USING WS_Date_Function,
                       WS_Trans_Date_N, WS_Terms_Discount_Days,
                       WS_Window_Start
                   IF WS_Window_Start > ZERO
                       PERFORM 2211-Total-Discount-Window
                       PERFORM 2213-Compute-Discount
                       IF WS_Discount_Amount > ZERO
                           PERFORM 2214-Post-Discount-Credit
                       END-IF
                   END-IF
               END-IF.

           2211-Total-Discount-Window.
               MOVE ZERO TO WS_Window_Sales
               MOVE ZERO TO WS_Window_Payments
               MOVE ZERO TO WS_Window_Discounts
               SET More_Window_Rows TO TRUE
               MOVE Customer_Number OF CustomerRecord
                   TO CH_Customer_Number
               MOVE WS_Window_Start_X (1:6) TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_Window_Rows TO TRUE
               END-START
               PERFORM 2212-Take-One-Window-Row
                   UNTIL No_More_Window_Rows.

           2212-Take-One-Window-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_Window_Rows TO TRUE
               END-READ
               IF NOT No_More_Window_Rows
                   IF CH_Customer_Number NOT EQUAL
                       Customer_Number OF CustomerRecord
                       SET No_More_Window_Rows TO TRUE
                   ELSE
                       MOVE CH_Period TO WS_Window_Row_Period
                       MOVE CH_Day_Trans TO WS_Window_Row_Day
                       IF WS_Window_Row_Day NOT NUMERIC
                           MOVE '01' TO WS_Window_Row_Day
                       END-IF
                       IF CH_Currency_Code EQUAL
                           Currency_Code OF CustomerRecord AND
                           WS_Window_Row_Date_N NOT LESS THAN
                               WS_Window_Start AND
                           WS_Window_Row_Date_N NOT GREATER THAN
                               WS_Trans_Date_N
                           EVALUATE TRUE
                               WHEN CH_Trans_Type EQUAL 'S'
                                   ADD CH_Amount_Trans
                                       TO WS_Window_Sales
                               WHEN CH_Trans_Type EQUAL 'P'
                                   ADD CH_Amount_Trans
                                       TO WS_Window_Payments
                               WHEN CH_Trans_Type EQUAL 'A' AND
                                   CH_Reason_Code EQUAL 'DISC'
                                   ADD CH_Amount_Trans
                                       TO WS_Window_Discounts
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF.

      * 2213-Compute-Discount - the payment itself is already on
      * the history (250-Calculations wrote it), so it comes back
      * out of the window payments before they settle anything.
           2213-Compute-Discount.
               MOVE ZERO TO WS_Discount_Amount
               COMPUTE WS_Discount_Eligible = WS_Window_Sales
                   - (WS_Window_Payments
                       - Amount_Trans OF CustomerRecord)
                   - WS_Window_Discounts
               IF WS_Discount_Eligible > ZERO
                   COMPUTE WS_Discount_Covered ROUNDED =
                       Amount_Trans OF CustomerRecord * 100
                           / (100 - WS_Terms_Discount_Pct)
                   IF WS_Discount_Covered < WS_Discount_Eligible
                       MOVE WS_Discount_Covered
                           TO WS_Discount_Eligible
                   END-IF
                   COMPUTE WS_Discount_Amount ROUNDED =
                       WS_Discount_Eligible * WS_Terms_Discount_Pct
                           / 100
               END-IF.

      * 2214-Post-Discount-Credit - the payment record is held
      * while the generated credit takes its place: same customer,
      * date, currency, office and company, reason DISC, entered
      * and approved by SYSTEM, no tax, product, RMA or invoice.
           2214-Post-Discount-Credit.
               MOVE CustomerRecord TO WS_Held_Payment_Record
               MOVE WS_Discount_Amount TO Amount_Trans OF CustomerRecord
               MOVE 'A' TO Trans_Type OF CustomerRecord
               MOVE 'DISC' TO Reason_Code OF CustomerRecord
               MOVE 'SYSTEM' TO Entered_By OF CustomerRecord
               MOVE 'SYSTEM' TO Approved_By OF CustomerRecord
               MOVE SPACES TO Tax_Juris OF CustomerRecord
               MOVE ZERO TO Tax_Amount OF CustomerRecord
               MOVE SPACES TO Product_Code OF CustomerRecord
               MOVE SPACES TO Rma_Number OF CustomerRecord
               MOVE ZERO TO Invoice_Number OF CustomerRecord
               PERFORM 250-Calculations
               PERFORM 300-Write-Records
               MOVE WS_Held_Payment_Record TO CustomerRecord.

      * 218-Check-Adjustment-Hold - a return or adjustment whose
      * converted amount tops the large-transaction threshold is
      * held for supervisor approval unless it already carries an

           219-Write-Pending-Adj.
               ADD 1 TO Pending_Adj_Count
               IF NOT Trial_Run
                   OPEN EXTEND CustPendAdj
                   IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                       OPEN OUTPUT CustPendAdj
                   END-IF
                   MOVE CustomerRecord TO Pending_Adj_Record
                   WRITE Pending_Adj_Record
                   CLOSE CustPendAdj
               END-IF
               MOVE 'HELD' TO WS_Trc_Disposition
               MOVE 'CustPendAdj' TO WS_Trc_File
               MOVE Customer_Number OF CustomerRecord TO WS_Trc_Key
               PERFORM 338-Log-Trace-Step
               MOVE 'Adjustment held for approval'
                   TO WS_Status_Reason
               PERFORM 322-Write-Status-Exception.
               DIVIDE Records_Read_Count BY WS_Ckpt_Interval
                   GIVING WS_Ckpt_Quotient
                   REMAINDER WS_Ckpt_Remainder
               IF WS_Ckpt_Remainder EQUAL ZERO AND NOT Trial_Run
                   PERFORM 260-Write-Checkpoint
               END-IF.

                           MOVE 'Customer on credit hold'
                               TO WS_Status_Reason
                           PERFORM 322-Write-Status-Exception
                       WHEN 'P'
                           SET Master_Posting_Blocked TO TRUE
                           MOVE 'Pending credit approval'
                               TO WS_Status_Reason
                           PERFORM 322-Write-Status-Exception
                       WHEN 'D'
                           SET Master_Posting_Blocked TO TRUE
                           MOVE 'Customer credit declined'
                               TO WS_Status_Reason
                           PERFORM 322-Write-Status-Exception
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                       END-IF
                   END-IF
               END-IF
               IF Record_Is_Valid
                   PERFORM 2331-Check-Computed-Tax
               END-IF
               IF Record_Is_Valid AND Exempt_Cert_Count > 0
                   PERFORM 236-Check-Tax-Exemption
               END-IF
               END-IF
               IF Record_Is_Valid AND Rma_Master_Count > 0
                   PERFORM 239-Check-Trans-Rma
               END-IF
               IF Record_Is_Valid AND Sales_Rep_Count > 0
                   PERFORM 235-Check-Trans-Sales-Rep
               END-IF.

      * 2331-Check-Computed-Tax - with a TaxRates row in effect for
      * the jurisdiction (TaxCalc), the tax keyed on a sale or
      * return must come within the tolerance of the tax the rate
      * gives on the amount, or a clerk's 7.00 for 70.00 reaches
      * the Tax Summary and the filing extract.  A customer holding
      * a current exemption certificate is left to 236, whose zero
      * tax is right.
           2331-Check-Computed-Tax.
               IF (Trans_Sale OF CustomerRecord OR
                   Trans_Return OF CustomerRecord) AND
                   Tax_Juris OF CustomerRecord NOT EQUAL SPACES
                   SET Exempt_Cert_Not_Found TO TRUE
                   PERFORM 237-Match-One-Cert
                       VARYING WS_Exempt_Idx FROM 1 BY 1
                       UNTIL WS_Exempt_Idx > Exempt_Cert_Count
                           OR Exempt_Cert_Found
                   IF Exempt_Cert_Not_Found
                       MOVE Tax_Juris OF CustomerRecord
                           TO Calc_Tax_Juris
                       MOVE Product_Code OF CustomerRecord
                           TO Calc_Tax_Product
                       MOVE Year_Trans OF CustomerRecord
                           TO Calc_Tax_Period (1:4)
                       MOVE Month_Trans OF CustomerRecord
                           TO Calc_Tax_Period (5:2)
                       MOVE Amount_Trans OF CustomerRecord
                           TO Calc_Tax_Base
                       CALL "TaxCalc" USING Tax_Calc_Function,
                           Calc_Tax_Query
                       IF Calc_Tax_Rate_Found
                           COMPUTE WS_Tax_Difference =
                               Tax_Amount OF CustomerRecord
                                   - Calc_Tax_Computed
                           IF WS_Tax_Difference < ZERO
                               COMPUTE WS_Tax_Difference =
                                   ZERO - WS_Tax_Difference
                           END-IF
                           IF WS_Tax_Difference > Calc_Tax_Tolerance
                               SET Record_Is_Invalid TO TRUE
                               MOVE 'Tax differs from computed tax'
                                   TO Reject_Reason
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      * 235-Check-Trans-Sales-Rep - a nonblank Sales_Rep must be on
      * the SalesRepMaster; a blank one picks up the customer's
      * default rep from the master at posting time (220).
           235-Check-Trans-Sales-Rep.
               IF Sales_Rep OF CustomerRecord NOT EQUAL SPACES
                   SET Sales_Rep_Not_Found TO TRUE
                   PERFORM 2351-Match-One-Sales-Rep
                       VARYING WS_Sales_Rep_Idx FROM 1 BY 1
                       UNTIL WS_Sales_Rep_Idx > Sales_Rep_Count
                           OR Sales_Rep_Found
                   IF Sales_Rep_Not_Found
                       SET Record_Is_Invalid TO TRUE
                       MOVE 'Sales rep not on master' TO Reject_Reason
                   END-IF
               END-IF.

           2351-Match-One-Sales-Rep.
               IF SRT_Rep_Id (WS_Sales_Rep_Idx) EQUAL
                   Sales_Rep OF CustomerRecord
                   SET Sales_Rep_Found TO TRUE
               END-IF.

      * 239-Check-Trans-Rma - with the authorization master in

      * 250-Calculations - a payment touches neither the purchase
      * totals nor the sales summaries: it lands in the customer
      * summary's payments bucket, the Cash Application table, the
      * GL summary and the history file, nothing else.
           250-Calculations.
               PERFORM 245-Lookup-Currency-Rate
               COMPUTE WS_Converted_Amount ROUNDED =
               IF Trans_Payment OF CustomerRecord
                   PERFORM 317-Update-Customer-Summary
                   PERFORM 253-Update-Payment-Table
                   PERFORM 252-Update-GL-Summary
                   PERFORM 256-Write-History
               ELSE
               IF Trans_Adjustment OF CustomerRecord AND
                   Reason_Code OF CustomerRecord EQUAL 'LATE'
                   PERFORM 258-Post-Late-Charge
                   PERFORM 252-Update-GL-Summary
               ELSE
                   IF Trans_Sale OF CustomerRecord
                       ADD WS_Converted_Amount TO Total_Purchases
               MOVE Reason_Code OF CustomerRecord TO AA_Reason_Code
               MOVE Approved_By OF CustomerRecord TO AA_Approved_By
               MOVE Run_Id TO AA_Run_Id
               IF NOT Trial_Run
                   WRITE Adjust_Audit_Record
               END-IF
               PERFORM 259-Write-Compl-Adj-Detail.

           323-Update-Year-Summary.
               END-IF.

      * 252-Update-GL-Summary - converted amounts accumulated per
      * company/office/period and GLAccountMap combination, the
      * ledger-facing counterpart of 327-Update-Office-Summary,
      * feeding 427-Write-GL-Extract at end of run.  A record with
      * no company stamp books to the run's company.
           252-Update-GL-Summary.
               PERFORM 2520-Set-GL-Bucket-Key
               MOVE Trans_Type OF CustomerRecord TO WS_GL_Trans_Type
               MOVE WS_Converted_Amount TO WS_GL_Amount
               PERFORM 2521-Add-To-GL-Bucket.

           2520-Set-GL-Bucket-Key.
               IF Company_Code OF CustomerRecord NOT EQUAL SPACES
                   MOVE Company_Code OF CustomerRecord TO WS_GL_Company
               ELSE
                   MOVE WS_Company_Code TO WS_GL_Company
               END-IF
               MOVE Office_Code OF CustomerRecord TO WS_GL_Office
               MOVE Year_Trans OF CustomerRecord
                   TO WS_GL_Period (1:4)
               MOVE Month_Trans OF CustomerRecord
                   TO WS_GL_Period (5:2)
               MOVE Reason_Code OF CustomerRecord TO WS_GL_Reason
               MOVE SPACES TO WS_GL_Category
               PERFORM 2522-Find-GL-Category
                   VARYING WS_Product_Idx FROM 1 BY 1
                   UNTIL WS_Product_Idx > Product_Master_Count
                       OR WS_GL_Category NOT EQUAL SPACES.

      * 2521-Add-To-GL-Bucket - WS_GL_Bucket carries the key and
      * the signed amount, from a posted record or from a bucket
      * held over by an earlier run.
           2521-Add-To-GL-Bucket.
               SET GL_Entry_Not_Found TO TRUE
               PERFORM 253-Search-GL-Entry
                   VARYING WS_GL_Idx FROM 1 BY 1
                   UNTIL WS_GL_Idx > GL_Summary_Count
                       OR GL_Entry_Found
               IF GL_Entry_Not_Found
                   IF GL_Summary_Count < 500
                       ADD 1 TO GL_Summary_Count
                       MOVE WS_GL_Bucket
                           TO GLS_Bucket (GL_Summary_Count)
                       MOVE ZERO TO GLS_Amount (GL_Summary_Count)
                       MOVE SPACES
                           TO GLS_Debit_Account (GL_Summary_Count)
                       MOVE SPACES
                           TO GLS_Credit_Account (GL_Summary_Count)
                       MOVE GL_Summary_Count TO WS_GL_Match_Idx
                       SET GL_Entry_Found TO TRUE
                   ELSE
                   END-IF
               END-IF
               IF GL_Entry_Found
                   ADD WS_GL_Amount TO GLS_Amount (WS_GL_Match_Idx)
               END-IF.

           2522-Find-GL-Category.
               IF PMT_Code (WS_Product_Idx) EQUAL
                   Product_Code OF CustomerRecord
                   AND Product_Code OF CustomerRecord NOT EQUAL SPACES
                   MOVE PMT_Category (WS_Product_Idx) TO WS_GL_Category
               END-IF.

           253-Search-GL-Entry.
               IF GLS_Key (WS_GL_Idx) EQUAL WS_GL_Key
                   SET GL_Entry_Found TO TRUE
                   MOVE WS_GL_Idx TO WS_GL_Match_Idx
               END-IF.
                   TO WS_Tax_Period (5:2)
               COMPUTE WS_Converted_Tax ROUNDED =
                   Tax_Amount OF CustomerRecord * WS_Conversion_Rate
               IF WS_Converted_Tax NOT EQUAL ZERO
                   PERFORM 2520-Set-GL-Bucket-Key
                   MOVE 'T' TO WS_GL_Trans_Type
                   IF Trans_Sale OF CustomerRecord
                       MOVE WS_Converted_Tax TO WS_GL_Amount
                   ELSE
                       COMPUTE WS_GL_Amount = 0 - WS_Converted_Tax
                   END-IF
                   PERFORM 2521-Add-To-GL-Bucket
               END-IF
               SET Tax_Entry_Not_Found TO TRUE
               PERFORM 255-Search-Tax-Entry
                   VARYING WS_Tax_Idx FROM 1 BY 1
               MOVE Approved_By OF CustomerRecord TO CH_Approved_By
               MOVE Product_Code OF CustomerRecord
                   TO CH_Product_Code
               MOVE Sales_Rep OF CustomerRecord TO CH_Sales_Rep
               MOVE Invoice_Number OF CustomerRecord
                   TO CH_Invoice_Number
               MOVE Trans_Id OF CustomerRecord TO CH_Trans_Id
               MOVE ZERO TO CH_Due_Date
               IF Trans_Sale OF CustomerRecord
                   PERFORM 2561-Set-Sale-Due-Date
                   MOVE WS_Due_Date TO CH_Due_Date
               END-IF
               SET History_Not_Written TO TRUE
               IF Trial_Run
                   ADD 1 TO Trial_History_Count
                   ADD CH_Amount_Trans TO Trial_History_Total
               ELSE
                   PERFORM 257-Try-One-History-Write
                       VARYING WS_History_Seq FROM 1 BY 1
                       UNTIL History_Written OR WS_History_Seq > 9999
               END-IF
               IF History_Written
                   MOVE 'POSTED' TO WS_Trc_Disposition
                   MOVE 'CustomerHistory' TO WS_Trc_File
                   MOVE CH_Key TO WS_Trc_Key
                   PERFORM 338-Log-Trace-Step
               END-IF.

      * 2561-Set-Sale-Due-Date - a sale falls due its customer's
      * net days after the transaction date; with no terms (or no
      * master) it is due on the day.  A date DateCalc cannot read
      * leaves the due date zero, which the aging reads as the
      * transaction date.
           2561-Set-Sale-Due-Date.
               PERFORM 2562-Find-Terms
               MOVE Year_Trans OF CustomerRecord TO WS_Trans_Date_Year
               MOVE Month_Trans OF CustomerRecord
                   TO WS_Trans_Date_Month
               MOVE Day_Trans OF CustomerRecord TO WS_Trans_Date_Day
               MOVE 'A' TO WS_Date_Function
               CALL "DateCalc" USING WS_Date_Function,
                   WS_Trans_Date_N, WS_Terms_Net_Days, WS_Due_Date.

           2562-Find-Terms.
               SET Terms_Not_Found TO TRUE
               MOVE ZERO TO WS_Terms_Net_Days
               MOVE ZERO TO WS_Terms_Discount_Pct
               MOVE ZERO TO WS_Terms_Discount_Days
               IF WS_Cust_Terms_Code NOT EQUAL SPACES
                   PERFORM 2563-Match-One-Terms
                       VARYING WS_Terms_Idx FROM 1 BY 1
                       UNTIL WS_Terms_Idx > Terms_Count
                           OR Terms_Found
               END-IF.

           2563-Match-One-Terms.
               IF TMT_Terms_Code (WS_Terms_Idx) EQUAL
                   WS_Cust_Terms_Code
                   SET Terms_Found TO TRUE
                   MOVE TMT_Net_Days (WS_Terms_Idx)
                       TO WS_Terms_Net_Days
                   MOVE TMT_Discount_Pct (WS_Terms_Idx)
                       TO WS_Terms_Discount_Pct
                   MOVE TMT_Discount_Days (WS_Terms_Idx)
                       TO WS_Terms_Discount_Days
               END-IF.

           257-Try-One-History-Write.
               MOVE WS_History_Seq TO CH_Sequence
               MOVE CH_Office_Code TO CH_OK_Office
               MOVE CH_Period TO CH_PK_Period
               MOVE CH_Customer_Number TO CH_PK_Customer
               MOVE CH_Sequence TO CH_PK_Sequence
               SET History_Written TO TRUE
               WRITE History_Record
                   INVALID KEY
               MOVE Reason_Code OF CustomerRecord TO AA_Reason_Code
               MOVE Approved_By OF CustomerRecord TO AA_Approved_By
               MOVE Run_Id TO AA_Run_Id
               IF NOT Trial_Run
                   WRITE Adjust_Audit_Record
               END-IF
               PERFORM 259-Write-Compl-Adj-Detail.

      * 259-Write-Compl-Adj-Detail - every audited adjustment also
               MOVE Run_Id TO RJ_Run_Id
               COMPUTE RJ_Reject_Date = WS_Current_Year * 10000
                   + WS_Current_Month * 100 + WS_Current_Day
               IF NOT Trial_Run
                   WRITE Reject_Record
               END-IF
               MOVE 'REJECTED' TO WS_Trc_Disposition
               MOVE 'CustReject' TO WS_Trc_File
               MOVE Customer_Number OF CustomerRecord TO WS_Trc_Key
               PERFORM 338-Log-Trace-Step
               IF Line_Count Is Greater Than Or Equal To Lines_Per_Page
                   PERFORM 100-Write-Headings
               END-IF
      * figures published for the closed month never move.
           335-Write-Suspense.
               ADD 1 TO Suspense_Count
               IF NOT Trial_Run
                   OPEN EXTEND CustSusp
                   IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                       OPEN OUTPUT CustSusp
                   END-IF
                   MOVE CustomerRecord TO Suspense_Record
                   WRITE Suspense_Record
                   CLOSE CustSusp
               END-IF
               MOVE 'SUSPENDED' TO WS_Trc_Disposition
               MOVE 'CustSuspense' TO WS_Trc_File
               MOVE Customer_Number OF CustomerRecord TO WS_Trc_Key
               PERFORM 338-Log-Trace-Step
               IF Line_Count Is Greater Than Or Equal To Lines_Per_Page
                   PERFORM 100-Write-Headings
               END-IF
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Carried_Total" "SIZE ERROR"
               END-ADD
               IF NOT Trial_Run
                   OPEN EXTEND CustCarryNew
                   IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                       OPEN OUTPUT CustCarryNew
                   END-IF
                   MOVE CustomerRecord TO Carry_New_Record
                   WRITE Carry_New_Record
                   CLOSE CustCarryNew
               END-IF
               MOVE 'CARRIED' TO WS_Trc_Disposition
               MOVE 'CustCarryFwd' TO WS_Trc_File
               MOVE Customer_Number OF CustomerRecord TO WS_Trc_Key
               PERFORM 338-Log-Trace-Step.

      * 338-Log-Trace-Step - one row on the transaction's trace
      * for TransTrace: the caller sets the disposition, the file
      * the record landed on and its key there.  A record keyed
      * before ids were issued carries none and TransLog skips it.
           338-Log-Trace-Step.
               MOVE 'L' TO WS_Trc_Function
               MOVE Trans_Id OF CustomerRecord TO WS_Trc_Trans_Id
               MOVE 'Chapter6-1' TO WS_Trc_Program
               IF NOT Trial_Run
                   CALL "TransLog" USING WS_Trace_Request
               END-IF.

           331-Write-Duplicate.
               ADD 1 TO Duplicate_Count
               MOVE 'DUPLICATE' TO WS_Trc_Disposition
               MOVE SPACES TO WS_Trc_File
               MOVE Customer_Number OF CustomerRecord TO WS_Trc_Key
               PERFORM 338-Log-Trace-Step
               IF Line_Count Is Greater Than Or Equal To Lines_Per_Page
                   PERFORM 100-Write-Headings
               END-IF
                   AFTER ADVANCING 2 LINES
               PERFORM 361-Write-Mtd-Ytd
               PERFORM 355-Write-Control-Totals
               IF Trial_Run
                   PERFORM 357-Write-Trial-Footer
               END-IF
               PERFORM 362-Write-Run-Completed
               PERFORM 363-Write-Flash-Summary.

                   PERFORM 360-Write-Large-Purchases
               END-IF.

      * 357-Write-Trial-Footer - the history rows the run would
      * have posted, and the balance rows it would have opened or
      * moved: the sorted summary groups are read against the
      * balance file exactly as 422-Update-One-Balance reads them,
      * without the write.
           357-Write-Trial-Footer.
               WRITE Print_Buffer FROM TrialHeading
                   AFTER ADVANCING 2 LINES
               MOVE Trial_History_Count TO Trial_History_Rows
               MOVE Trial_History_Total TO Trial_History_Amount
               WRITE Print_Buffer FROM TrialHistoryDetail
                   AFTER ADVANCING 1 LINES
               IF Out_Of_Balance
                   WRITE Print_Buffer FROM TrialBalanceSkipped
                       AFTER ADVANCING 1 LINES
               ELSE
                   OPEN INPUT CustSummSorted
                   IF File_Status EQUAL '00'
                       SET More_Summ_Records TO TRUE
                       PERFORM 3571-Preview-One-Balance
                           UNTIL No_More_Summ
                       CLOSE CustSummSorted
                   END-IF
                   MOVE Trial_Balance_New_Count TO Trial_Balances_New
                   MOVE Trial_Balance_Upd_Count
                       TO Trial_Balances_Updated
                   MOVE Trial_Balance_Net TO Trial_Balance_Change
                   WRITE Print_Buffer FROM TrialBalanceDetail
                       AFTER ADVANCING 1 LINES
               END-IF.

           3571-Preview-One-Balance.
               READ CustSummSorted
                   AT END SET No_More_Summ TO TRUE
               END-READ
               IF NOT No_More_Summ
                   COMPUTE WS_Balance_Delta =
                       CSS_Total - CSS_Payments
                   ADD WS_Balance_Delta TO Trial_Balance_Net
                   MOVE CSS_Customer_Number TO CB_Customer_Number
                   READ CustBal
                       INVALID KEY
                           ADD 1 TO Trial_Balance_New_Count
                       NOT INVALID KEY
                           ADD 1 TO Trial_Balance_Upd_Count
                   END-READ
               END-IF.

           362-Write-Run-Completed.
               ACCEPT WS_System_Time FROM TIME
               COMPUTE WS_Run_End_Total_Secs =

      * 401E-Find-Budget-Actual - the actual net for the budget
      * row's office and period out of the GL summary buckets
      * (sales less returns less adjustments - payments, tax and
      * late charges are not activity against budget), zero when
      * the run saw no activity there.
           401E-Find-Budget-Actual.
               MOVE ZERO TO WS_Budget_Actual
               PERFORM 401G-Check-One-GL-Bucket
                   BGT_Office (WS_Budget_Idx) AND
                   GLS_Period (WS_GL_Idx) EQUAL
                   BGT_Period (WS_Budget_Idx)
                   EVALUATE TRUE
                       WHEN GLS_Trans_Type (WS_GL_Idx) EQUAL 'S'
                           ADD GLS_Amount (WS_GL_Idx)
                               TO WS_Budget_Actual
                       WHEN GLS_Trans_Type (WS_GL_Idx) EQUAL 'R'
                           SUBTRACT GLS_Amount (WS_GL_Idx)
                               FROM WS_Budget_Actual
                       WHEN GLS_Trans_Type (WS_GL_Idx) EQUAL 'A'
                           AND GLS_Reason (WS_GL_Idx) NOT EQUAL 'LATE'
                           SUBTRACT GLS_Amount (WS_GL_Idx)
                               FROM WS_Budget_Actual
                   END-EVALUATE
               END-IF.

           401F-Write-Budget-Ytd-Line.
      * files, clears the checkpoint and logs itself, but none of
      * the carried-forward state (balances, MTD/YTD, the delta
      * marker) may absorb the bad figures.
      * 400-Close-Program - a trial run closes what it opened and
      * stops there: no balance update, checkpoint, carried totals,
      * extracts, run log or catalog entry.
           400-Close-Program.
               IF In_Balance AND NOT Trial_Run
                   PERFORM 421-Update-Customer-Balances
               END-IF
               CLOSE CustRptCredit
               CLOSE CustHist
               CLOSE CustBal
               CLOSE CustRpt
               CLOSE CustRptCSV
               IF NOT Trial_Run
                   CLOSE CustRej
                   CLOSE CustAdjAudit
                   MOVE 'C' TO WS_Trc_Function
                   CALL "TransLog" USING WS_Trace_Request
                   OPEN OUTPUT CustCkpt
                   CLOSE CustCkpt
                   IF In_Balance AND Balance_Proof_Clean
                       PERFORM 420-Save-Mtd-Ytd-Totals
                       PERFORM 425-Save-Last-Run-Marker
                       PERFORM 427-Write-GL-Extract
                       PERFORM 432-Write-Region-Subtotals
                       PERFORM 434-Write-Summary-Extract
                       PERFORM 435-Rewrite-Rma-Master
                   END-IF
                   PERFORM 429-Write-Run-Log
                   PERFORM 431-Write-Catalog-Entry
               END-IF.

      * 421-Update-Customer-Balances - each summary record's ending
      * position is written back to CustomerBalance, stamped with
                   WS_Proof_Before + WS_Proof_Delta
               MOVE WS_Proof_After TO OA_Total_Actual
               MOVE Run_Id TO OA_Run_Id
               MOVE '1' TO OA_Severity
               MOVE 'BAL' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

               MOVE Control_Total_Expected TO OA_Total_Expected
               MOVE Control_Total_Actual TO OA_Total_Actual
               MOVE Run_Id TO OA_Run_Id
               MOVE '1' TO OA_Severity
               MOVE 'BAL' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

               WRITE Rma_Record.

      * 427-Write-GL-Extract - one debit/credit pair per nonzero
      * bucket, so the extract balances by construction, on the
      * accounts GLAccountMap gives the bucket's combination (a
      * bucket gone negative, tax on net returns, posts the pair
      * the other way round); the 'T' trailer carries the line
      * count and amount hash the ledger load verifies before
      * posting.  One unmapped combination holds the whole
      * extract: nothing posts to a default account, the buckets
      * wait on CustGLHold for the next run and the morning
      * review gets an alert.  Held buckets the GL summary has no
      * room for would be lost when the hold file is emptied, so
      * then nothing is sent: tonight's buckets join the hold file
      * beside the ones already there and the run ends at 8.
           427-Write-GL-Extract.
               PERFORM 4276-Check-GL-Hold-Room
               IF GL_Hold_Too_Big
                   PERFORM 4277-Add-To-GL-Hold
               ELSE
                   PERFORM 4270-Load-GL-Hold
                   MOVE ZERO TO WS_GL_Unmapped_Count
                   PERFORM 4271-Map-One-GL-Bucket
                       VARYING WS_GL_Idx FROM 1 BY 1
                       UNTIL WS_GL_Idx > GL_Summary_Count
                   IF WS_GL_Unmapped_Count > ZERO
                       PERFORM 4273-Hold-GL-Buckets
                       PERFORM 4275-Write-GL-Map-Alert
                   ELSE
                       PERFORM 4272-Send-GL-Extract
                   END-IF
               END-IF.

      * 4270-Load-GL-Hold - buckets an earlier run held back for
      * an unmapped combination join this run's GL summary (after
      * the budget report has taken tonight's actuals from it),
      * so they go out with tonight's extract; the hold file is
      * emptied only when an extract is actually sent.  The
      * type 'C' row is not a bucket but the receivables movement
      * the held runs owe the control account.
           4270-Load-GL-Hold.
               OPEN INPUT GLHold
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 4270A-Read-One-GL-Hold
                       UNTIL No_More_Input
                   CLOSE GLHold
               END-IF.

           4270A-Read-One-GL-Hold.
               READ GLHold
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE GL_Hold_Record TO WS_GL_Bucket
                   IF WS_GL_Trans_Type EQUAL 'C'
                       ADD WS_GL_Amount TO WS_GL_Held_AR_Net
                   ELSE
                       PERFORM 2521-Add-To-GL-Bucket
                   END-IF
               END-IF.

           4271-Map-One-GL-Bucket.
               IF GLS_Amount (WS_GL_Idx) NOT EQUAL ZERO
                   MOVE GLS_Company (WS_GL_Idx) TO Map_GL_Company
                   MOVE GLS_Office (WS_GL_Idx) TO Map_GL_Office
                   MOVE GLS_Trans_Type (WS_GL_Idx)
                       TO Map_GL_Trans_Type
                   MOVE GLS_Reason (WS_GL_Idx) TO Map_GL_Reason
                   MOVE GLS_Category (WS_GL_Idx) TO Map_GL_Category
                   CALL "GLAccount" USING GL_Map_Function,
                       Map_GL_Query
                   IF Map_GL_Mapped
                       MOVE Map_GL_Debit_Account
                           TO GLS_Debit_Account (WS_GL_Idx)
                       MOVE Map_GL_Credit_Account
                           TO GLS_Credit_Account (WS_GL_Idx)
                   ELSE
                       ADD 1 TO WS_GL_Unmapped_Count
                       DISPLAY "GL account unmapped - company "
                           Map_GL_Company " office " Map_GL_Office
                           " type " Map_GL_Trans_Type
                           " reason " Map_GL_Reason
                           " category " Map_GL_Category
                   END-IF
               END-IF.

           4272-Send-GL-Extract.
               OPEN OUTPUT CustGL
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustGLExtract" "OPEN OUTPUT"
               MOVE SPACES TO GL_Filler
               WRITE GL_Record
               CLOSE CustGL
               OPEN OUTPUT GLHold
               CLOSE GLHold
               PERFORM 427A-Write-GL-Sent-Log.

      * 4273-Hold-GL-Buckets - every bucket of the run, mapped or
      * not, so the ledger gets the night whole once the map is
      * put right; 4270-Load-GL-Hold folds them into the next run.
      * A closing type 'C' row carries the receivables movement
      * held so far, which ControlRecon reports as a reconciling
      * item until the extract goes.
           4273-Hold-GL-Buckets.
               OPEN OUTPUT GLHold
                   CALL "Validations" USING File_Status
                       BY CONTENT WS_GLHold_Name "OPEN OUTPUT"
               PERFORM 4274-Hold-One-GL-Bucket
                   VARYING WS_GL_Idx FROM 1 BY 1
                   UNTIL WS_GL_Idx > GL_Summary_Count
               MOVE SPACES TO WS_GL_Key
               MOVE WS_Company_Code TO WS_GL_Company
               MOVE 'C' TO WS_GL_Trans_Type
               COMPUTE WS_GL_Amount =
                   WS_GL_Held_AR_Net + WS_Proof_Delta
               MOVE WS_GL_Bucket TO GL_Hold_Record
               WRITE GL_Hold_Record
               CLOSE GLHold
               SET GL_Extract_Held TO TRUE
               DISPLAY "GL extract HELD - " WS_GL_Unmapped_Count
                   " combination(s) not on GLAccountMap; see "
                   "CustGLHold.".

           4274-Hold-One-GL-Bucket.
               IF GLS_Amount (WS_GL_Idx) NOT EQUAL ZERO
                   MOVE GLS_Bucket (WS_GL_Idx) TO GL_Hold_Record
                   WRITE GL_Hold_Record
               END-IF.

           4275-Write-GL-Map-Alert.
               OPEN EXTEND CustAlert
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAlert
               END-IF
               COMPUTE OA_Date = WS_Current_Year * 10000
                   + WS_Current_Month * 100 + WS_Current_Day
               ACCEPT WS_System_Time FROM TIME
               COMPUTE OA_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE 'GL ACCOUNT UNMAPPED' TO OA_Text
               MOVE WS_GL_Unmapped_Count TO OA_Count_Expected
               MOVE GL_Summary_Count TO OA_Records_Read
               MOVE ZERO TO OA_Total_Expected
               MOVE ZERO TO OA_Total_Actual
               MOVE Run_Id TO OA_Run_Id
               MOVE '2' TO OA_Severity
               MOVE 'GL' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

      * 4276-Check-GL-Hold-Room - each held bucket not already in
      * the GL summary needs a slot of its own.  Rows are counted
      * one by one, so a bucket held twice counts twice and the
      * check errs on the side of holding.
           4276-Check-GL-Hold-Room.
               MOVE ZERO TO WS_GL_Hold_New_Count
               OPEN INPUT GLHold
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 4276A-Count-One-GL-Hold
                       UNTIL No_More_Input
                   CLOSE GLHold
               END-IF
               IF GL_Summary_Count + WS_GL_Hold_New_Count > 500
                   SET GL_Hold_Too_Big TO TRUE
               ELSE
                   SET GL_Hold_Fits TO TRUE
               END-IF.

           4276A-Count-One-GL-Hold.
               READ GLHold
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE GL_Hold_Record TO WS_GL_Bucket
                   IF WS_GL_Trans_Type NOT EQUAL 'C'
                       SET GL_Entry_Not_Found TO TRUE
                       PERFORM 253-Search-GL-Entry
                           VARYING WS_GL_Idx FROM 1 BY 1
                           UNTIL WS_GL_Idx > GL_Summary_Count
                               OR GL_Entry_Found
                       IF GL_Entry_Not_Found
                           ADD 1 TO WS_GL_Hold_New_Count
                       END-IF
                   END-IF
               END-IF.

      * 4277-Add-To-GL-Hold - the rows already held stay as they
      * are; tonight's buckets and a type 'C' row for tonight's
      * receivables movement follow them, and 4270-Load-GL-Hold
      * adds like buckets together once there is room.
           4277-Add-To-GL-Hold.
               CALL "Validations" USING WS_Table_Full_Status
                   BY CONTENT "GL_Summary_Table" "TABLE FULL"
               SET Table_Limit_Hit TO TRUE
               OPEN EXTEND GLHold
                   CALL "Validations" USING File_Status
                       BY CONTENT WS_GLHold_Name "OPEN EXTEND"
               PERFORM 4274-Hold-One-GL-Bucket
                   VARYING WS_GL_Idx FROM 1 BY 1
                   UNTIL WS_GL_Idx > GL_Summary_Count
               MOVE SPACES TO WS_GL_Key
               MOVE WS_Company_Code TO WS_GL_Company
               MOVE 'C' TO WS_GL_Trans_Type
               MOVE WS_Proof_Delta TO WS_GL_Amount
               MOVE WS_GL_Bucket TO GL_Hold_Record
               WRITE GL_Hold_Record
               CLOSE GLHold
               SET GL_Extract_Held TO TRUE
               DISPLAY "GL extract HELD - the held buckets will not "
                   "fit the GL summary; see CustGLHold.".

      * 427A-Write-GL-Sent-Log - the extract's trailer figures are
      * banked per run so the ledger's acknowledgment can be
      * matched against what actually went out; the flag starts
               MOVE WS_GL_Line_Count TO GS_Line_Total
               MOVE WS_GL_Hash_Total TO GS_Hash_Total
               MOVE 'N' TO GS_Ack_Sw
               MOVE WS_Company_Code TO GS_Company
               COMPUTE GS_AR_Net = WS_Proof_Delta + WS_GL_Held_AR_Net
               WRITE GL_Sent_Record
               CLOSE GLSent.

           428-Write-One-GL-Bucket.
               IF GLS_Amount (WS_GL_Idx) > ZERO
                   MOVE GLS_Debit_Account (WS_GL_Idx)
                       TO WS_GL_Debit_Account
                   MOVE GLS_Credit_Account (WS_GL_Idx)
                       TO WS_GL_Credit_Account
                   MOVE GLS_Amount (WS_GL_Idx) TO WS_GL_Pair_Amount
                   PERFORM 4285-Write-GL-Pair
               END-IF
               IF GLS_Amount (WS_GL_Idx) < ZERO
                   MOVE GLS_Credit_Account (WS_GL_Idx)
                       TO WS_GL_Debit_Account
                   MOVE GLS_Debit_Account (WS_GL_Idx)
                       TO WS_GL_Credit_Account
                   COMPUTE WS_GL_Pair_Amount =
                       0 - GLS_Amount (WS_GL_Idx)
                   PERFORM 4285-Write-GL-Pair
               END-IF.

           430-Deliver-Report.
               IF NOT Deliver_None
                   CALL "ReportDelivery" USING WS_Output_File_Name
                       Delivery_Mode_Sw WS_Deliv_Recipient
                   CALL "ReportDelivery" USING WS_Credit_Rpt_Name
                       Delivery_Mode_Sw WS_Deliv_Recipient
                   CALL "ReportDelivery" USING WS_Compl_Rpt_Name
                       Delivery_Mode_Sw WS_Deliv_Recipient
                   CALL "ReportDelivery" USING WS_Flash_Rpt_Name
                       Delivery_Mode_Sw WS_Deliv_Recipient
               END-IF.

      * 445/446 and 447/448 - the audience files page for
