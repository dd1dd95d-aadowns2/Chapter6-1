       Identification Division.
           Program-ID. ControlRecon.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Month-end receivables control account
      *                   reconciliation - proves the general
      *                   ledger's AR control balance (imported off
      *                   the ledger's trial balance, GLTrialBalance)
      *                   against the sum of CustomerBalance per
      *                   company (CM_Company off the master, the
      *                   way CompanyConsol rolls companies up), and
      *                   breaks the difference into the known
      *                   reconciling items: extracts on
      *                   CustGLSentLog the ledger has not yet
      *                   acknowledged, extracts held on CustGLHold
      *                   for an unmapped account, and direct
      *                   postings (RFND, RFVD, WOFF, ESCH, XFER)
      *                   made since the company was last
      *                   reconciled.  Whatever those do not
      *                   explain writes an AR CONTROL UNRECONCILED
      *                   row to CustOpsAlert and ends the run with
      *                   return code 4.  Each company's result is
      *                   banked on ControlReconLog, which also
      *                   dates the next month's direct postings.
      *                   Report: ControlReconReport.
      *   2026-10-15  AD  Operations alerts carry a severity and a
      *                   category so AlertDispatch can route them
      *                   to the on-call contact (CustOpsAlert 92
      *                   to 97).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  NSF and NSFC, the returned-payment
      *                   reversal and its fee, join the direct
      *                   postings (ReturnedPayment).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
      *   2026-10-15  AD  AgencyPlacement's AGCY recoveries and ACOM
      *                   commission credits added to the direct
      *                   posting reasons.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select GLTrial assign to "GLTrialBalance"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CB_Customer_Number.

                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select GLSent assign to "CustGLSentLog"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select GLHold assign to WS_GLHold_Name
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ReconLog assign to "ControlReconLog"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustAlert assign to "CustOpsAlert"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ReconRpt assign to "ControlReconReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * GL_Trial_Record - the ledger's trial balance rows for the
      * receivables control account(s), one or more per company;
      * debits less credits is the control balance.
           FD  GLTrial
               Record Contains 30 Characters.
               01  GL_Trial_Record.
                   05  TB_Company                  PIC X(2).
                   05  TB_Period                   PIC X(6).
                   05  TB_Account                  PIC X(8).
                   05  TB_DC                       PIC X(1).
                   05  TB_Amount                   PIC 9(11)V9(2).

           FD  CustBal.
               01  Balance_Record.
                   05  CB_Customer_Number          PIC 9(6).
                   05  CB_Balance                  PIC S9(8)V9(2).
                   05  CB_Last_Activity            PIC 9(8).

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

      * GL_Sent_Record - as 427A-Write-GL-Sent-Log banks it; rows
      * written before GS_AR_Net was carried have no movement and
      * are counted, not valued.
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

      * GL_Hold_Record - a held run's bucket as 4273-Hold-GL-Buckets
      * writes it; only the type 'C' row (the receivables movement
      * held) matters here.
           FD  GLHold
               Record Contains 32 Characters.
               01  GL_Hold_Record.
                   05  GH_Company                  PIC X(2).
                   05  GH_Office                   PIC X(4).
                   05  GH_Period                   PIC X(6).
                   05  GH_Trans_Type               PIC X(1).
                   05  GH_Reason                   PIC X(4).
                   05  GH_Category                 PIC X(4).
                   05  GH_Amount                   PIC S9(9)V9(2).

      * Recon_Log_Record - one row per company per reconciliation.
           FD  ReconLog
               Record Contains 96 Characters.
               01  Recon_Log_Record.
                   05  CR_Date                     PIC 9(8).
                   05  CR_Company                  PIC X(2).
                   05  CR_GL_Balance               PIC S9(11)V9(2).
                   05  CR_Subledger                PIC S9(11)V9(2).
                   05  CR_Unacked                  PIC S9(11)V9(2).
                   05  CR_Held                     PIC S9(11)V9(2).
                   05  CR_Direct                   PIC S9(11)V9(2).
                   05  CR_Unexplained              PIC S9(11)V9(2).
                   05  CR_Verdict                  PIC X(8).

           FD  CustAlert
               Record Contains 97 Characters.
               01  Alert_Record.
                   05  OA_Date                     PIC 9(8).
                   05  OA_Time                     PIC 9(6).
                   05  OA_Text                     PIC X(30).
                   05  OA_Count_Expected           PIC 9(6).
                   05  OA_Records_Read             PIC 9(6).
                   05  OA_Total_Expected           PIC 9(9)V9(2).
                   05  OA_Total_Actual             PIC 9(9)V9(2).
                   05  OA_Run_Id                   PIC X(14).
                   05  OA_Severity                 PIC X(1).
                   05  OA_Category                 PIC X(4).

           FD  ReconRpt
               Record Contains 132 Characters.
               01  Recon_Buffer                    PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Current_Date_N               PIC 9(8).
               01  WS_Run_Id                       PIC X(14).
               01  WS_GLHold_Name                  PIC X(40).
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  WS_Row_Company                  PIC X(2).
               01  WS_Hist_Customer                PIC 9(6) value zero.
               01  WS_Hist_Company                 PIC X(2).
               01  WS_Row_Date                     PIC X(8).
               01  WS_Row_Date_N REDEFINES WS_Row_Date
                                                   PIC 9(8).
               01  WS_Row_Effect                   PIC S9(9)V9(2).
               01  WS_Unreconciled_Count           PIC 9(2) value zero.

      * Direct posting reasons - the programs that post to
      * CustomerBalance and CustomerHistory outside the nightly
      * run, and so outside its GL extract: RefundRun, CheckRecon,
      * WriteOff, Escheat, PayTransfer, ReturnedPayment and
      * AgencyPlacement.
      * Revalue's FXGN/FXLS go to the ledger on their own journal
      * and are not listed.
               01  Direct_Reason_Values.
                   05              PIC X(24)
                                   value 'RFNDRefunds issued'.
                   05              PIC X(24)
                                   value 'RFVDRefund checks voided'.
                   05              PIC X(24)
                                   value 'WOFFSmall balance w/o'.
                   05              PIC X(24)
                                   value 'ESCHEscheated balances'.
                   05              PIC X(24)
                                   value 'XFERPayment transfers'.
                   05              PIC X(24)
                                   value 'NSF Returned payments'.
                   05              PIC X(24)
                                   value 'NSFCReturned check fees'.
                   05              PIC X(24)
                                   value 'AGCYAgency recoveries'.
                   05              PIC X(24)
                                   value 'ACOMAgency commission'.
               01  Direct_Reason_Table REDEFINES Direct_Reason_Values.
                   05  Direct_Reason_Entry OCCURS 9 TIMES.
                       10  DR_Code                 PIC X(4).
                       10  DR_Label                PIC X(20).
               01  WS_DR_Idx                       PIC 9(2).
               01  WS_DR_Match_Idx                 PIC 9(2).
               01  Reason_Match_Sw                 PIC X(1).
                   88  Reason_Matched                value 'Y'.
                   88  Reason_Not_Matched            value 'N'.

      * Company_Table - one entry per company met on the trial
      * balance, the masters, the sent log or the recon log;
      * customers with no company code fall under the blank entry.
      * Every amount is subledger movement the ledger does not yet
      * have, so the unexplained remainder is the difference
      * (subledger less ledger) less the reconciling items.
               01  Company_Count                   PIC 9(2) value zero.
               01  Company_Table.
                   05  Company_Entry OCCURS 20 TIMES.
                       10  CO_Code                 PIC X(2).
                       10  CO_Last_Recon           PIC 9(8).
                       10  CO_GL_Rows              PIC 9(4).
                       10  CO_GL_Balance           PIC S9(11)V9(2).
                       10  CO_Customers            PIC 9(6).
                       10  CO_Subledger            PIC S9(11)V9(2).
                       10  CO_Difference           PIC S9(11)V9(2).
                       10  CO_Unacked_Count        PIC 9(4).
                       10  CO_Unvalued_Count       PIC 9(4).
                       10  CO_Unacked              PIC S9(11)V9(2).
                       10  CO_Held                 PIC S9(11)V9(2).
                       10  CO_Direct               PIC S9(11)V9(2).
                       10  CO_Direct_Count OCCURS 9 TIMES
                                                   PIC 9(5).
                       10  CO_Direct_Amount OCCURS 9 TIMES
                                                   PIC S9(11)V9(2).
                       10  CO_Unexplained          PIC S9(11)V9(2).
               01  WS_CO_Idx                       PIC 9(2).
               01  WS_CO_Match_Idx                 PIC 9(2).
               01  Company_Entry_Sw                PIC X(1).
                   88  Company_Present               value 'Y'.
                   88  Company_Missing               value 'N'.

               01  ReconHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(36)
                       value 'AR Control Account Reconciliation'.
                   05              PIC X(4)    value 'as '.
                   05  Recon_Head_Date         PIC 9(8).
               01  ReconCompanyLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(9)    value 'Company: '.
                   05  Recon_Company           PIC X(2).
                   05              PIC X(19)
                       value '  last reconciled: '.
                   05  Recon_Last_Date         PIC X(8).
               01  ReconDetail.
                   05              PIC X(4)    value spaces.
                   05  Recon_Label             PIC X(36).
                   05  Recon_Count             PIC ZZZ,ZZ9
                                               BLANK WHEN ZERO.
                   05              PIC X(2)    value spaces.
                   05  Recon_Amount            PIC +ZZ,ZZZ,ZZZ,ZZ9.99.
               01  ReconVerdictLine.
                   05              PIC X(4)    value spaces.
                   05              PIC X(9)    value 'Verdict: '.
                   05  Recon_Verdict           PIC X(40).

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               MOVE WS_Current_Date TO WS_Current_Date_N
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date TO WS_Run_Id (1:8)
               MOVE WS_Sys_Hours TO WS_Run_Id (9:2)
               MOVE WS_Sys_Minutes TO WS_Run_Id (11:2)
               MOVE WS_Sys_Seconds TO WS_Run_Id (13:2)
               PERFORM 1000-Load-Recon-Log
               PERFORM 1100-Load-Trial-Balance
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               PERFORM 2000-Total-Subledger
               PERFORM 3000-Total-Unacked-Extracts
               PERFORM 3100-Total-Held-Extracts
                   VARYING WS_CO_Idx FROM 1 BY 1
                   UNTIL WS_CO_Idx > Company_Count
               PERFORM 4000-Total-Direct-Postings
               CLOSE CustBal
               CLOSE CustMstr
               CLOSE CustHist
               PERFORM 5000-Write-Recon-Report
               IF WS_Unreconciled_Count > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "ControlRecon: " Company_Count
                   " companies reconciled, " WS_Unreconciled_Count
                   " with an unexplained difference."
               STOP RUN.

      * 1000-Load-Recon-Log - the latest earlier reconciliation per
      * company dates the direct postings counted tonight; a rerun
      * the same day counts from the same starting point.
           1000-Load-Recon-Log.
               OPEN INPUT ReconLog
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1010-Read-One-Recon-Row
                       UNTIL No_More_Input
                   CLOSE ReconLog
               END-IF.

           1010-Read-One-Recon-Row.
               READ ReconLog
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF CR_Date < WS_Current_Date_N
                       MOVE CR_Company TO WS_Row_Company
                       PERFORM 2100-Find-Company-Entry
                       IF CR_Date > CO_Last_Recon (WS_CO_Match_Idx)
                           MOVE CR_Date
                               TO CO_Last_Recon (WS_CO_Match_Idx)
                       END-IF
                   END-IF
               END-IF.

           1100-Load-Trial-Balance.
               OPEN INPUT GLTrial
               IF File_Status NOT EQUAL '00'
                   DISPLAY "ControlRecon: no GLTrialBalance on file;"
                       " every ledger balance reports as zero."
               ELSE
                   SET More_Input_Records TO TRUE
                   PERFORM 1110-Read-One-Trial-Row
                       UNTIL No_More_Input
                   CLOSE GLTrial
               END-IF.

           1110-Read-One-Trial-Row.
               READ GLTrial
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE TB_Company TO WS_Row_Company
                   PERFORM 2100-Find-Company-Entry
                   ADD 1 TO CO_GL_Rows (WS_CO_Match_Idx)
                   IF TB_DC EQUAL 'C'
                       SUBTRACT TB_Amount
                           FROM CO_GL_Balance (WS_CO_Match_Idx)
                   ELSE
                       ADD TB_Amount
                           TO CO_GL_Balance (WS_CO_Match_Idx)
                   END-IF
               END-IF.

           2000-Total-Subledger.
               SET More_Input_Records TO TRUE
               MOVE ZERO TO CB_Customer_Number
               START CustBal KEY IS NOT LESS THAN CB_Customer_Number
                   INVALID KEY SET No_More_Input TO TRUE
               END-START
               PERFORM 2010-Roll-One-Balance
                   UNTIL No_More_Input.

           2010-Roll-One-Balance.
               READ CustBal NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE CB_Customer_Number TO WS_Hist_Customer
                   PERFORM 2200-Find-Customer-Company
                   MOVE WS_Hist_Company TO WS_Row_Company
                   PERFORM 2100-Find-Company-Entry
                   ADD 1 TO CO_Customers (WS_CO_Match_Idx)
                   ADD CB_Balance TO CO_Subledger (WS_CO_Match_Idx)
               END-IF.

           2100-Find-Company-Entry.
               SET Company_Missing TO TRUE
               PERFORM 2110-Match-One-Company
                   VARYING WS_CO_Idx FROM 1 BY 1
                   UNTIL WS_CO_Idx > Company_Count
                       OR Company_Present
               IF Company_Missing
                   IF Company_Count < 20
                       ADD 1 TO Company_Count
                       INITIALIZE Company_Entry (Company_Count)
                       MOVE WS_Row_Company
                           TO CO_Code (Company_Count)
                       MOVE Company_Count TO WS_CO_Match_Idx
                   ELSE
                       MOVE Company_Count TO WS_CO_Match_Idx
                   END-IF
               END-IF.

           2110-Match-One-Company.
               IF CO_Code (WS_CO_Idx) EQUAL WS_Row_Company
                   SET Company_Present TO TRUE
                   MOVE WS_CO_Idx TO WS_CO_Match_Idx
               END-IF.

      * 2200-Find-Customer-Company - the master is read once per
      * customer; history rows arrive grouped by customer.
           2200-Find-Customer-Company.
               MOVE SPACES TO WS_Hist_Company
               SET Master_Found TO TRUE
               MOVE WS_Hist_Customer TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               IF Master_Found
                   MOVE CM_Company TO WS_Hist_Company
               END-IF.

      * 3000-Total-Unacked-Extracts - every extract the ledger has
      * not acknowledged is movement the subledger has and the
      * ledger may not.
           3000-Total-Unacked-Extracts.
               OPEN INPUT GLSent
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 3010-Read-One-Sent-Row
                       UNTIL No_More_Input
                   CLOSE GLSent
               END-IF.

           3010-Read-One-Sent-Row.
               READ GLSent
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF GS_Ack_Sw NOT EQUAL 'Y'
                       MOVE GS_Company TO WS_Row_Company
                       PERFORM 2100-Find-Company-Entry
                       ADD 1 TO CO_Unacked_Count (WS_CO_Match_Idx)
                       IF GS_AR_Net NUMERIC
                           ADD GS_AR_Net
                               TO CO_Unacked (WS_CO_Match_Idx)
                       ELSE
                           ADD 1
                               TO CO_Unvalued_Count (WS_CO_Match_Idx)
                       END-IF
                   END-IF
               END-IF.

      * 3100-Total-Held-Extracts - each company's own hold file,
      * named the way the report run names it.
           3100-Total-Held-Extracts.
               IF CO_Code (WS_CO_Idx) EQUAL SPACES
                   MOVE 'CustGLHold' TO WS_GLHold_Name
               ELSE
                   MOVE SPACES TO WS_GLHold_Name
                   STRING 'CustGLHold.' DELIMITED BY SIZE
                           CO_Code (WS_CO_Idx) DELIMITED BY SIZE
                       INTO WS_GLHold_Name
               END-IF
               OPEN INPUT GLHold
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 3110-Read-One-Hold-Row
                       UNTIL No_More_Input
                   CLOSE GLHold
               END-IF.

           3110-Read-One-Hold-Row.
               READ GLHold
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF GH_Trans_Type EQUAL 'C' AND GH_Amount NUMERIC
                       ADD GH_Amount TO CO_Held (WS_CO_Idx)
                   END-IF
               END-IF.

      * 4000-Total-Direct-Postings - one pass of the history file;
      * a direct posting counts when it is dated after its
      * company's last reconciliation and no later than today.
           4000-Total-Direct-Postings.
               MOVE ZERO TO WS_Hist_Customer
               SET More_Input_Records TO TRUE
               MOVE LOW-VALUES TO CH_Key
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_Input TO TRUE
               END-START
               PERFORM 4010-Check-One-History-Row
                   UNTIL No_More_Input.

           4010-Check-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   SET Reason_Not_Matched TO TRUE
                   PERFORM 4020-Match-One-Reason
                       VARYING WS_DR_Idx FROM 1 BY 1
                       UNTIL WS_DR_Idx > 9 OR Reason_Matched
                   IF Reason_Matched
                       PERFORM 4030-Count-Direct-Posting
                   END-IF
               END-IF.

           4020-Match-One-Reason.
               IF CH_Reason_Code EQUAL DR_Code (WS_DR_Idx)
                   SET Reason_Matched TO TRUE
                   MOVE WS_DR_Idx TO WS_DR_Match_Idx
               END-IF.

      * 4030-Count-Direct-Posting - signed by its effect on the
      * balance: refunds, escheats, the transfer's source-side
      * adjustment and a returned payment with its fee raise it;
      * write-offs, voided refund checks and the transfer's
      * payment lower it.
           4030-Count-Direct-Posting.
               IF CH_Customer_Number NOT EQUAL WS_Hist_Customer
                   MOVE CH_Customer_Number TO WS_Hist_Customer
                   PERFORM 2200-Find-Customer-Company
               END-IF
               MOVE WS_Hist_Company TO WS_Row_Company
               PERFORM 2100-Find-Company-Entry
               MOVE CH_Period TO WS_Row_Date (1:6)
               MOVE CH_Day_Trans TO WS_Row_Date (7:2)
               IF WS_Row_Date NUMERIC
                   IF WS_Row_Date_N > CO_Last_Recon (WS_CO_Match_Idx)
                       AND WS_Row_Date_N NOT > WS_Current_Date_N
                       IF CH_Trans_Type EQUAL 'A' AND
                           (CH_Reason_Code EQUAL 'RFND' OR
                               CH_Reason_Code EQUAL 'ESCH' OR
                               CH_Reason_Code EQUAL 'XFER' OR
                               CH_Reason_Code EQUAL 'NSF ' OR
                               CH_Reason_Code EQUAL 'NSFC')
                           MOVE CH_Amount_Trans TO WS_Row_Effect
                       ELSE
                           COMPUTE WS_Row_Effect =
                               0 - CH_Amount_Trans
                       END-IF
                       ADD 1 TO CO_Direct_Count
                           (WS_CO_Match_Idx, WS_DR_Match_Idx)
                       ADD WS_Row_Effect TO CO_Direct_Amount
                           (WS_CO_Match_Idx, WS_DR_Match_Idx)
                       ADD WS_Row_Effect
                           TO CO_Direct (WS_CO_Match_Idx)
                   END-IF
               END-IF.

           5000-Write-Recon-Report.
               OPEN OUTPUT ReconRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "ControlReconReport" "OPEN OUTPUT"
               MOVE WS_Current_Date_N TO Recon_Head_Date
               WRITE Recon_Buffer FROM ReconHeading
               PERFORM 5100-Reconcile-One-Company
                   VARYING WS_CO_Idx FROM 1 BY 1
                   UNTIL WS_CO_Idx > Company_Count
               CLOSE ReconRpt.

           5100-Reconcile-One-Company.
               COMPUTE CO_Difference (WS_CO_Idx) =
                   CO_Subledger (WS_CO_Idx) - CO_GL_Balance (WS_CO_Idx)
               COMPUTE CO_Unexplained (WS_CO_Idx) =
                   CO_Difference (WS_CO_Idx) - CO_Unacked (WS_CO_Idx)
                   - CO_Held (WS_CO_Idx) - CO_Direct (WS_CO_Idx)
               MOVE CO_Code (WS_CO_Idx) TO Recon_Company
               IF CO_Last_Recon (WS_CO_Idx) EQUAL ZERO
                   MOVE 'NEVER' TO Recon_Last_Date
               ELSE
                   MOVE CO_Last_Recon (WS_CO_Idx) TO Recon_Last_Date
               END-IF
               WRITE Recon_Buffer FROM ReconCompanyLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Ledger control balance' TO Recon_Label
               MOVE CO_GL_Rows (WS_CO_Idx) TO Recon_Count
               MOVE CO_GL_Balance (WS_CO_Idx) TO Recon_Amount
               PERFORM 5200-Write-Detail-Line
               MOVE 'Subledger (CustomerBalance)' TO Recon_Label
               MOVE CO_Customers (WS_CO_Idx) TO Recon_Count
               MOVE CO_Subledger (WS_CO_Idx) TO Recon_Amount
               PERFORM 5200-Write-Detail-Line
               MOVE 'Difference, subledger less ledger'
                   TO Recon_Label
               MOVE ZERO TO Recon_Count
               MOVE CO_Difference (WS_CO_Idx) TO Recon_Amount
               PERFORM 5200-Write-Detail-Line
               MOVE 'Extracts not acknowledged' TO Recon_Label
               MOVE CO_Unacked_Count (WS_CO_Idx) TO Recon_Count
               MOVE CO_Unacked (WS_CO_Idx) TO Recon_Amount
               PERFORM 5200-Write-Detail-Line
               IF CO_Unvalued_Count (WS_CO_Idx) > ZERO
                   MOVE '  of which carry no AR amount'
                       TO Recon_Label
                   MOVE CO_Unvalued_Count (WS_CO_Idx) TO Recon_Count
                   MOVE ZERO TO Recon_Amount
                   PERFORM 5200-Write-Detail-Line
               END-IF
               MOVE 'Extracts held, account unmapped' TO Recon_Label
               MOVE ZERO TO Recon_Count
               MOVE CO_Held (WS_CO_Idx) TO Recon_Amount
               PERFORM 5200-Write-Detail-Line
               PERFORM 5300-Write-Direct-Line
                   VARYING WS_DR_Idx FROM 1 BY 1
                   UNTIL WS_DR_Idx > 9
               MOVE 'Unexplained difference' TO Recon_Label
               MOVE ZERO TO Recon_Count
               MOVE CO_Unexplained (WS_CO_Idx) TO Recon_Amount
               PERFORM 5200-Write-Detail-Line
               IF CO_Unexplained (WS_CO_Idx) EQUAL ZERO
                   MOVE 'RECONCILED' TO Recon_Verdict
               ELSE
                   ADD 1 TO WS_Unreconciled_Count
                   MOVE 'UNEXPLAINED DIFFERENCE - see CustOpsAlert'
                       TO Recon_Verdict
                   PERFORM 6000-Write-Ops-Alert
               END-IF
               WRITE Recon_Buffer FROM ReconVerdictLine
                   AFTER ADVANCING 1 LINES
               PERFORM 7000-Write-Recon-Log.

           5200-Write-Detail-Line.
               WRITE Recon_Buffer FROM ReconDetail
                   AFTER ADVANCING 1 LINES.

           5300-Write-Direct-Line.
               IF CO_Direct_Count (WS_CO_Idx, WS_DR_Idx) > ZERO
                   MOVE SPACES TO Recon_Label
                   STRING 'Direct ' DELIMITED BY SIZE
                           DR_Code (WS_DR_Idx) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           DR_Label (WS_DR_Idx) DELIMITED BY SIZE
                       INTO Recon_Label
                   MOVE CO_Direct_Count (WS_CO_Idx, WS_DR_Idx)
                       TO Recon_Count
                   MOVE CO_Direct_Amount (WS_CO_Idx, WS_DR_Idx)
                       TO Recon_Amount
                   PERFORM 5200-Write-Detail-Line
               END-IF.

           6000-Write-Ops-Alert.
               OPEN EXTEND CustAlert
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAlert
               END-IF
               MOVE WS_Current_Date_N TO OA_Date
               ACCEPT WS_System_Time FROM TIME
               COMPUTE OA_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE 'AR CONTROL UNRECONCILED' TO OA_Text
               MOVE CO_GL_Rows (WS_CO_Idx) TO OA_Count_Expected
               MOVE CO_Customers (WS_CO_Idx) TO OA_Records_Read
               MOVE CO_GL_Balance (WS_CO_Idx) TO OA_Total_Expected
               MOVE CO_Subledger (WS_CO_Idx) TO OA_Total_Actual
               MOVE WS_Run_Id TO OA_Run_Id
               MOVE '1' TO OA_Severity
               MOVE 'BAL' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

           7000-Write-Recon-Log.
               OPEN EXTEND ReconLog
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT ReconLog
               END-IF
               MOVE WS_Current_Date_N TO CR_Date
               MOVE CO_Code (WS_CO_Idx) TO CR_Company
               MOVE CO_GL_Balance (WS_CO_Idx) TO CR_GL_Balance
               MOVE CO_Subledger (WS_CO_Idx) TO CR_Subledger
               MOVE CO_Unacked (WS_CO_Idx) TO CR_Unacked
               MOVE CO_Held (WS_CO_Idx) TO CR_Held
               MOVE CO_Direct (WS_CO_Idx) TO CR_Direct
               MOVE CO_Unexplained (WS_CO_Idx) TO CR_Unexplained
               IF CO_Unexplained (WS_CO_Idx) EQUAL ZERO
                   MOVE 'BALANCED' TO CR_Verdict
               ELSE
                   MOVE 'DIFFERS' TO CR_Verdict
               END-IF
               WRITE Recon_Log_Record
               CLOSE ReconLog.

       End Program ControlRecon.
