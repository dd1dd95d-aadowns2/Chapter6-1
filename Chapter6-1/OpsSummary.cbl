      *                   layout (input record 85 to 91, sorted
      *                   image 97 to 103) for the return
      *                   authorization step.
      *   2026-10-15  AD  Sales rep carried on the sorted
      *                   transaction layout for the monthly
      *                   commission run (sorted image 103 to
      *                   107).
      *   2026-10-15  AD  Invoice number carried on the sorted
      *                   transaction layout (sorted image 107 to
      *                   115).
      *   2026-10-15  AD  Reject reasons re-derive the report
      *                   run's new computed-tax edit (keyed tax
      *                   against the TaxRates master through
      *                   TaxCalc), so those rejects bin as 'Tax
      *                   differs from computed tax' instead of
      *                   unknown.
      *   2026-10-15  AD  CustReject widens 137 to 149 with the
      *                   sorted transaction image (115 to 127)
      *                   for the transaction id.
      *   2026-10-15  AD  GL sent log layout widened for the
      *                   company and receivables movement (44 to
      *                   59).
      *   2026-10-15  AD  EDI interchanges a trading partner has
      *                   not acknowledged (EDIInterchangeLog rows
      *                   EDIAckImport has not stamped) list on
      *                   the morning report once older than the
      *                   EDIAckParams days (default 2), the way
      *                   unacknowledged GL extracts do.
      *   2026-10-15  AD  Segregation-of-duties alerts SodCheck
      *                   raised since yesterday count and list
      *                   (type, operator, customer) on the
      *                   morning report, and any of them holds
      *                   the verdict at NEEDS REVIEW.
      *   2026-10-15  AD  CustOpsAlert carries a severity and a
      *                   category (92 to 97); the reject-age
      *                   alert is a severity 3 RJCT.  The morning
      *                   report counts the open operations alerts
      *                   on AlertDispatch's AlertStatus register
      *                   and those acknowledged since yesterday,
      *                   listing each with its level and contact
      *                   and who acknowledged it and when.
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

                   Select GLSent assign to "CustGLSentLog"
                       File Status is File_Status
                       Organization is Line Sequential.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select EDILog assign to "EDIInterchangeLog"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select EDIParams assign to "EDIAckParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BalProof assign to "CustBalanceProof"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select AlertStat assign to "AlertStatus"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustOps assign to "CustOpsSummary"
                       File Status is File_Status
                       Organization is Line Sequential.
                   05  Log_Reserved                PIC X(6).

           FD  CustRej
               Record Contains 149 Characters.
               01  Reject_Record.
                   05  RJ_Image                    PIC X(127).
                   05  RJ_Run_Id                   PIC X(14).
                   05  RJ_Reject_Date              PIC 9(8).

               01  Age_Param_Record.
                   05  RA_Age_Days                 PIC 9(3).

           FD  EDILog
               Record Contains 63 Characters.
               01  EDI_Interchange_Record.
                   05  EI_Control                  PIC 9(9).
                   05  EI_Partner_Id               PIC X(15).
                   05  EI_Customer_Number          PIC 9(6).
                   05  EI_Date                     PIC 9(8).
                   05  EI_Doc_Count                PIC 9(5).
                   05  EI_Amount                   PIC 9(9)V9(2).
                   05  EI_Status                   PIC X(1).
                   05  EI_Ack_Date                 PIC 9(8).

      * EDI_Param_Record - days an interchange may go without the
      * partner's acknowledgment before it lists.
           FD  EDIParams
               Record Contains 3 Characters.
               01  EDI_Param_Record.
                   05  EP_Ack_Days                 PIC 9(3).

           FD  BalProof
               Record Contains 69 Characters.
               01  Balance_Proof_Record.
                   05  BP_Verdict                  PIC X(8).

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

           FD  CustRunLog
               Record Contains 54 Characters.
                   05  TJ_Code                     PIC X(4).
                   05  TJ_Name                     PIC X(20).

           FD  TaxExempt
               Record Contains 30 Characters.
               01  Tax_Exempt_Record.
                   05  TE_Customer_Number          PIC X(6).
                   05  TE_Juris                    PIC X(4).
                   05  TE_Cert_Number              PIC X(12).
                   05  TE_Expiry                   PIC 9(8).


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

           FD  SecLog
               Record Contains 40 Characters.
                   05  SG_Outcome                  PIC X(8).
                   05  SG_Reserved                 PIC X(9).

           FD  AlertStat
               Record Contains 115 Characters.
               01  Alert_Status_Record.
                   05  AS_Alert_No                 PIC 9(6).
                   05  AS_Date                     PIC 9(8).
                   05  AS_Time                     PIC 9(6).
                   05  AS_Text                     PIC X(30).
                   05  AS_Run_Id                   PIC X(14).
                   05  AS_Severity                 PIC X(1).
                   05  AS_Category                 PIC X(4).
                   05  AS_Status                   PIC X(1).
                       88  Alert_Open                value 'O'.
                       88  Alert_Acknowledged        value 'A'.
                   05  AS_Level                    PIC 9(1).
                   05  AS_Contact                  PIC X(8).
                   05  AS_Sent_Date                PIC 9(8).
                   05  AS_Sent_Time                PIC 9(6).
                   05  AS_Ack_By                   PIC X(8).
                   05  AS_Ack_Date                 PIC 9(8).
                   05  AS_Ack_Time                 PIC 9(6).

           FD  CustOps
               Record Contains 132 Characters.
               01  Ops_Buffer                      PIC X(132).
                       10  GU_Date                 PIC 9(8).
                       10  GU_Line_Total           PIC 9(6).
               01  WS_GL_Unacked_Idx               PIC 9(2).
               01  WS_EDI_Unacked_Count            PIC 9(5) value zero.
               01  WS_EDI_Ack_Limit                PIC 9(3) value 2.
               01  WS_EDI_Serial                   PIC 9(7).
               01  WS_EDI_Age                      PIC S9(5).
               01  EDI_Unacked_Count               PIC 9(2) value zero.
               01  EDI_Unacked_Table.
                   05  EDI_Unacked_Entry OCCURS 20 TIMES.
                       10  EU_Control              PIC 9(9).
                       10  EU_Partner_Id           PIC X(15).
                       10  EU_Date                 PIC 9(8).
                       10  EU_Age                  PIC 9(5).
               01  WS_EDI_Unacked_Idx              PIC 9(2).
               01  WS_SoD_Count                    PIC 9(5) value zero.
               01  WS_SoD_Serial                   PIC 9(7).
               01  WS_SoD_Age                      PIC S9(5).
               01  SoD_Detail_Count                PIC 9(2) value zero.
               01  SoD_Detail_Table.
                   05  SoD_Detail_Entry OCCURS 20 TIMES.
                       10  SOD_Text                PIC X(30).
                       10  SOD_Operator            PIC X(8).
                       10  SOD_Customer            PIC X(6).
               01  WS_SoD_Idx                      PIC 9(2).
               01  WS_Alert_Open_Count             PIC 9(5) value zero.
               01  WS_Alert_Acked_Count            PIC 9(5) value zero.
               01  WS_Ack_Serial                   PIC 9(7).
               01  WS_Ack_Age                      PIC S9(5).
               01  Alert_Detail_Count              PIC 9(2) value zero.
               01  Alert_Detail_Table.
                   05  Alert_Detail_Entry OCCURS 20 TIMES.
                       10  ALD_Image               PIC X(115).
               01  WS_Ald_Idx                      PIC 9(2).
      * Reject_Image - the raw 127-byte CustMastSorted image written
      * by 330-Write-Reject, re-parsed here so each reject can be
      * re-run through the same edits and binned by reason.
               01  Reject_Image.
                   05  RI_Product_Code             PIC X(4).
                   05  RI_Company                  PIC X(2).
                   05  RI_Rma_Number               PIC X(6).
                   05  RI_Sales_Rep                PIC X(4).
                   05  RI_Invoice_Number           PIC 9(8).
                   05  RI_Trans_Id                 PIC X(12).
               01  WS_Reject_Reason                PIC X(30).
               01  Reason_Count_Entries            PIC 9(2) value zero.
               01  Reason_Count_Table.
               01  Tax_Juris_Found_Sw              PIC X(1).
                   88  Tax_Juris_Found               value 'Y'.
                   88  Tax_Juris_Not_Found           value 'N'.
               01  Exempt_Cert_Count               PIC 9(3) value zero.
               01  Exempt_Cert_Table.
                   05  Exempt_Cert_Entry OCCURS 200 TIMES.
                       10  EXC_Customer_Number     PIC X(6).
                       10  EXC_Juris               PIC X(4).
               01  WS_Exempt_Idx                   PIC 9(3).
               01  Exempt_Cert_Found_Sw            PIC X(1).
                   88  Exempt_Cert_Found             value 'Y'.
                   88  Exempt_Cert_Not_Found         value 'N'.
               01  Tax_Calc_Function               PIC X(1) value 'T'.
              COPY "TaxQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Calc==.
               01  WS_Keyed_Tax_X                  PIC X(6).
               01  WS_Keyed_Tax REDEFINES WS_Keyed_Tax_X
                                                   PIC 9(4)V9(2).
               01  WS_Tax_Base_X                   PIC X(9).
               01  WS_Tax_Base REDEFINES WS_Tax_Base_X
                                                   PIC 9(7)V9(2).
               01  WS_Tax_Difference               PIC S9(7)V9(2).
               01  OpsHeading.
                   05              PIC X(20)   value spaces.
                   05              PIC X(29)
                   05  Ops_GL_Date             PIC 9(8).
                   05              PIC X(8)    value ' lines '.
                   05  Ops_GL_Lines            PIC ZZZ,ZZ9.
               01  OpsEDISentDetail.
                   05              PIC X(4)    value spaces.
                   05  Ops_EDI_Control         PIC 9(9).
                   05              PIC X(1)    value spaces.
                   05  Ops_EDI_Partner         PIC X(15).
                   05              PIC X(6)    value ' sent '.
                   05  Ops_EDI_Date            PIC 9(8).
                   05              PIC X(5)    value ' age '.
                   05  Ops_EDI_Age             PIC ZZ,ZZ9.
               01  OpsSoDDetail.
                   05              PIC X(4)    value spaces.
                   05  Ops_SoD_Text            PIC X(30).
                   05              PIC X(10)   value ' operator '.
                   05  Ops_SoD_Operator        PIC X(8).
                   05              PIC X(10)   value ' customer '.
                   05  Ops_SoD_Customer        PIC X(6).
               01  OpsAlertDetail.
                   05              PIC X(4)    value spaces.
                   05  Ops_Alr_Number          PIC 9(6).
                   05              PIC X(1)    value spaces.
                   05  Ops_Alr_Severity        PIC X(1).
                   05              PIC X(1)    value spaces.
                   05  Ops_Alr_Category        PIC X(4).
                   05              PIC X(1)    value spaces.
                   05  Ops_Alr_Text            PIC X(30).
                   05              PIC X(1)    value spaces.
                   05  Ops_Alr_Status          PIC X(12).
                   05              PIC X(7)    value ' level '.
                   05  Ops_Alr_Level           PIC 9(1).
                   05              PIC X(1)    value spaces.
                   05  Ops_Alr_Contact         PIC X(8).
                   05              PIC X(4)    value ' by '.
                   05  Ops_Alr_Ack_By          PIC X(8).
                   05              PIC X(1)    value spaces.
                   05  Ops_Alr_Ack_Date        PIC 9(8).
                   05              PIC X(1)    value spaces.
                   05  Ops_Alr_Ack_Time        PIC 9(6).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.

               01  Reason_Code_Count               PIC 9(2) value zero.
           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               PERFORM 900-Read-Age-Params
               PERFORM 910-Read-EDI-Params
               COMPUTE WS_Today_Serial = WS_Current_Year * 365
                   + WS_Current_Month * 30 + WS_Current_Day
               PERFORM 1000-Load-Currency-Rates
               PERFORM 1500-Load-Reason-Codes
               PERFORM 1600-Load-Operator-Ids
               PERFORM 1700-Load-Tax-Jurisdictions
               PERFORM 1800-Load-Exempt-Certs
               PERFORM 5000-Scan-Run-Log
               PERFORM 2000-Scan-Error-Log
               PERFORM 3000-Scan-Reject-File
               PERFORM 4000-Scan-Ops-Alerts
               PERFORM 5500-Scan-GL-Sent-Log
               PERFORM 5600-Scan-EDI-Log
               PERFORM 5700-Scan-Security-Log
               PERFORM 5800-Scan-Balance-Proof
               PERFORM 5900-Scan-Alert-Status
               PERFORM 6000-Write-Ops-Report
               STOP RUN.

                   CLOSE AgeParams
               END-IF.

           910-Read-EDI-Params.
               OPEN INPUT EDIParams
               IF File_Status EQUAL '00'
                   READ EDIParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE EP_Ack_Days TO WS_EDI_Ack_Limit
                   END-READ
                   CLOSE EDIParams
               END-IF.

           1000-Load-Currency-Rates.
               MOVE ZERO TO Currency_Table_Entries
               OPEN INPUT CurrRates
                   END-IF
               END-IF.

      * 1800-Load-Exempt-Certs - current certificates, so the
      * computed-tax re-edit excuses the customers the report run
      * excuses.
           1800-Load-Exempt-Certs.
               MOVE ZERO TO Exempt_Cert_Count
               OPEN INPUT TaxExempt
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1810-Read-One-Cert
                       UNTIL No_More_Input
                   CLOSE TaxExempt
               END-IF.

           1810-Read-One-Cert.
               READ TaxExempt
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
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

           2000-Scan-Error-Log.
               OPEN INPUT CustErr
               IF File_Status EQUAL '00'
               STRING 'REJAGE' DELIMITED BY SIZE
                       RJ_Reject_Date DELIMITED BY SIZE
                   INTO OA_Run_Id
               MOVE '3' TO OA_Severity
               MOVE 'RJCT' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

                               TO WS_Reject_Reason
                       END-IF
                   END-IF
               END-IF
               IF Entry_Is_Valid
                   PERFORM 3620-Check-Computed-Tax
               END-IF.

           3610-Match-One-Jurisdiction.
                   SET Tax_Juris_Found TO TRUE
               END-IF.

      * 3620-Check-Computed-Tax - the report run's 2331 edit, keyed
      * tax against the TaxRates computation within the tolerance.
           3620-Check-Computed-Tax.
               IF (RI_Trans_Sale OR RI_Trans_Return) AND
                   RI_Tax_Juris NOT EQUAL SPACES
                   SET Exempt_Cert_Not_Found TO TRUE
                   PERFORM 3630-Match-One-Cert
                       VARYING WS_Exempt_Idx FROM 1 BY 1
                       UNTIL WS_Exempt_Idx > Exempt_Cert_Count
                           OR Exempt_Cert_Found
                   IF Exempt_Cert_Not_Found
                       MOVE RI_Tax_Juris TO Calc_Tax_Juris
                       MOVE RI_Product_Code TO Calc_Tax_Product
                       MOVE RI_Year_Trans TO Calc_Tax_Period (1:4)
                       MOVE RI_Month_Trans TO Calc_Tax_Period (5:2)
                       MOVE RI_Amount_Trans TO WS_Tax_Base_X
                       MOVE WS_Tax_Base TO Calc_Tax_Base
                       CALL "TaxCalc" USING Tax_Calc_Function,
                           Calc_Tax_Query
                       IF Calc_Tax_Rate_Found
                           MOVE RI_Tax_Amount TO WS_Keyed_Tax_X
                           COMPUTE WS_Tax_Difference =
                               WS_Keyed_Tax - Calc_Tax_Computed
                           IF WS_Tax_Difference < ZERO
                               COMPUTE WS_Tax_Difference =
                                   ZERO - WS_Tax_Difference
                           END-IF
                           IF WS_Tax_Difference > Calc_Tax_Tolerance
                               SET Entry_Is_Invalid TO TRUE
                               MOVE 'Tax differs from computed tax'
                                   TO WS_Reject_Reason
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           3630-Match-One-Cert.
               IF EXC_Customer_Number (WS_Exempt_Idx) EQUAL
                   RI_Customer_Number AND
                   EXC_Juris (WS_Exempt_Idx) EQUAL RI_Tax_Juris
                   SET Exempt_Cert_Found TO TRUE
               END-IF.

           3250-Lookup-Rate.
               SET Rate_Not_Found TO TRUE
               MOVE RI_Year_Trans TO WS_Rate_Record_Period (1:4)
                   IF OA_Run_Id EQUAL LR_Run_Id
                       ADD 1 TO WS_Out_Of_Balance_Count
                   END-IF
                   IF OA_Text (1:21) EQUAL 'SEGREGATION OF DUTIES'
                       PERFORM 4200-Note-SoD-Alert
                   END-IF
               END-IF.

      * 4200-Note-SoD-Alert - SodCheck runs overnight, so its
      * alerts from yesterday as well as today are the night's.
           4200-Note-SoD-Alert.
               MOVE OA_Date (1:4) TO WS_Reject_Yr
               MOVE OA_Date (5:2) TO WS_Reject_Mo
               MOVE OA_Date (7:2) TO WS_Reject_Dy
               COMPUTE WS_SoD_Serial =
                   WS_Reject_Yr * 365 + WS_Reject_Mo * 30
                       + WS_Reject_Dy
               COMPUTE WS_SoD_Age = WS_Today_Serial - WS_SoD_Serial
               IF WS_SoD_Age NOT > 1
                   ADD 1 TO WS_SoD_Count
                   IF SoD_Detail_Count < 20
                       ADD 1 TO SoD_Detail_Count
                       MOVE OA_Text TO SOD_Text (SoD_Detail_Count)
                       MOVE OA_Run_Id (1:8)
                           TO SOD_Operator (SoD_Detail_Count)
                       MOVE OA_Run_Id (9:6)
                           TO SOD_Customer (SoD_Detail_Count)
                   END-IF
               END-IF.

           5000-Scan-Run-Log.
                   END-IF
               END-IF.

      * 5600-Scan-EDI-Log - interchanges a trading partner has
      * not acknowledged (status still 'S' after EDIAckImport's
      * pass) once they are past the EDIAckParams days, aged on
      * the same serial as the reject queue.
           5600-Scan-EDI-Log.
               OPEN INPUT EDILog
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 5610-Read-One-EDI-Row
                       UNTIL No_More_Input
                   CLOSE EDILog
               END-IF.

           5610-Read-One-EDI-Row.
               READ EDILog
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF EI_Status EQUAL 'S' AND EI_Date NUMERIC
                       MOVE EI_Date (1:4) TO WS_Reject_Yr
                       MOVE EI_Date (5:2) TO WS_Reject_Mo
                       MOVE EI_Date (7:2) TO WS_Reject_Dy
                       COMPUTE WS_EDI_Serial =
                           WS_Reject_Yr * 365 + WS_Reject_Mo * 30
                               + WS_Reject_Dy
                       COMPUTE WS_EDI_Age =
                           WS_Today_Serial - WS_EDI_Serial
                       IF WS_EDI_Age > WS_EDI_Ack_Limit
                           PERFORM 5620-Note-One-EDI-Row
                       END-IF
                   END-IF
               END-IF.

           5620-Note-One-EDI-Row.
               ADD 1 TO WS_EDI_Unacked_Count
               IF EDI_Unacked_Count < 20
                   ADD 1 TO EDI_Unacked_Count
                   MOVE EI_Control TO EU_Control (EDI_Unacked_Count)
                   MOVE EI_Partner_Id
                       TO EU_Partner_Id (EDI_Unacked_Count)
                   MOVE EI_Date TO EU_Date (EDI_Unacked_Count)
                   MOVE WS_EDI_Age TO EU_Age (EDI_Unacked_Count)
               END-IF.

      * 5700-Scan-Security-Log - only the day's own entries
      * count; failures and denials list so the morning review
      * sees who was knocking.
               MOVE Proof_Detail_Entry (WS_Prf_Shift + 1)
                   TO Proof_Detail_Entry (WS_Prf_Shift).

      * 5900-Scan-Alert-Status - every alert still open, however
      * old, and those acknowledged since yesterday.
           5900-Scan-Alert-Status.
               OPEN INPUT AlertStat
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 5910-Read-One-Alert-Status
                       UNTIL No_More_Input
                   CLOSE AlertStat
               END-IF.

           5910-Read-One-Alert-Status.
               READ AlertStat
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Alert_Open
                       ADD 1 TO WS_Alert_Open_Count
                       PERFORM 5920-Keep-Alert-Detail
                   END-IF
                   IF Alert_Acknowledged
                       MOVE AS_Ack_Date (1:4) TO WS_Reject_Yr
                       MOVE AS_Ack_Date (5:2) TO WS_Reject_Mo
                       MOVE AS_Ack_Date (7:2) TO WS_Reject_Dy
                       COMPUTE WS_Ack_Serial =
                           WS_Reject_Yr * 365 + WS_Reject_Mo * 30
                               + WS_Reject_Dy
                       COMPUTE WS_Ack_Age =
                           WS_Today_Serial - WS_Ack_Serial
                       IF WS_Ack_Age NOT > 1
                           ADD 1 TO WS_Alert_Acked_Count
                           PERFORM 5920-Keep-Alert-Detail
                       END-IF
                   END-IF
               END-IF.

           5920-Keep-Alert-Detail.
               IF Alert_Detail_Count < 20
                   ADD 1 TO Alert_Detail_Count
                   MOVE Alert_Status_Record
                       TO ALD_Image (Alert_Detail_Count)
               END-IF.

           6000-Write-Ops-Report.
               OPEN OUTPUT CustOps
                   CALL "Validations" USING File_Status
                   WS_Reject_Count EQUAL ZERO AND
                   WS_Duplicate_Count EQUAL ZERO AND
                   WS_Exception_Count EQUAL ZERO AND
                   WS_Out_Of_Balance_Count EQUAL ZERO AND
                   WS_SoD_Count EQUAL ZERO
                   MOVE 'RELEASABLE' TO Ops_Verdict
               ELSE
                   MOVE 'NEEDS REVIEW' TO Ops_Verdict
               PERFORM 6300-Write-One-GL-Sent-Line
                   VARYING WS_GL_Unacked_Idx FROM 1 BY 1
                   UNTIL WS_GL_Unacked_Idx > GL_Unacked_Count
               MOVE 'EDI interchanges not acked:' TO Ops_Count_Label
               MOVE WS_EDI_Unacked_Count TO Ops_Count_Value
               WRITE Ops_Buffer FROM OpsCountLine
                   AFTER ADVANCING 1 LINES
               PERFORM 6310-Write-One-EDI-Sent-Line
                   VARYING WS_EDI_Unacked_Idx FROM 1 BY 1
                   UNTIL WS_EDI_Unacked_Idx > EDI_Unacked_Count
               MOVE 'Segregation-of-duties alerts:'
                   TO Ops_Count_Label
               MOVE WS_SoD_Count TO Ops_Count_Value
               WRITE Ops_Buffer FROM OpsCountLine
                   AFTER ADVANCING 1 LINES
               PERFORM 6320-Write-One-SoD-Line
                   VARYING WS_SoD_Idx FROM 1 BY 1
                   UNTIL WS_SoD_Idx > SoD_Detail_Count
               MOVE 'Operations alerts open:' TO Ops_Count_Label
               MOVE WS_Alert_Open_Count TO Ops_Count_Value
               WRITE Ops_Buffer FROM OpsCountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Acknowledged since yesterday:' TO Ops_Count_Label
               MOVE WS_Alert_Acked_Count TO Ops_Count_Value
               WRITE Ops_Buffer FROM OpsCountLine
                   AFTER ADVANCING 1 LINES
               PERFORM 6330-Write-One-Alert-Line
                   VARYING WS_Ald_Idx FROM 1 BY 1
                   UNTIL WS_Ald_Idx > Alert_Detail_Count
               MOVE 'Sign-ons today:' TO Ops_Count_Label
               MOVE WS_SignOn_Count TO Ops_Count_Value
               WRITE Ops_Buffer FROM OpsCountLine
               WRITE Ops_Buffer FROM OpsGLSentDetail
                   AFTER ADVANCING 1 LINES.

           6310-Write-One-EDI-Sent-Line.
               MOVE EU_Control (WS_EDI_Unacked_Idx) TO Ops_EDI_Control
               MOVE EU_Partner_Id (WS_EDI_Unacked_Idx)
                   TO Ops_EDI_Partner
               MOVE EU_Date (WS_EDI_Unacked_Idx) TO Ops_EDI_Date
               MOVE EU_Age (WS_EDI_Unacked_Idx) TO Ops_EDI_Age
               WRITE Ops_Buffer FROM OpsEDISentDetail
                   AFTER ADVANCING 1 LINES.

           6320-Write-One-SoD-Line.
               MOVE SOD_Text (WS_SoD_Idx) TO Ops_SoD_Text
               MOVE SOD_Operator (WS_SoD_Idx) TO Ops_SoD_Operator
               MOVE SOD_Customer (WS_SoD_Idx) TO Ops_SoD_Customer
               WRITE Ops_Buffer FROM OpsSoDDetail
                   AFTER ADVANCING 1 LINES.

           6330-Write-One-Alert-Line.
               MOVE ALD_Image (WS_Ald_Idx) TO Alert_Status_Record
               MOVE AS_Alert_No TO Ops_Alr_Number
               MOVE AS_Severity TO Ops_Alr_Severity
               MOVE AS_Category TO Ops_Alr_Category
               MOVE AS_Text TO Ops_Alr_Text
               MOVE AS_Level TO Ops_Alr_Level
               MOVE AS_Contact TO Ops_Alr_Contact
               IF Alert_Open
                   MOVE 'OPEN' TO Ops_Alr_Status
                   MOVE SPACES TO Ops_Alr_Ack_By
                   MOVE ZERO TO Ops_Alr_Ack_Date
                   MOVE ZERO TO Ops_Alr_Ack_Time
               ELSE
                   MOVE 'ACKNOWLEDGED' TO Ops_Alr_Status
                   MOVE AS_Ack_By TO Ops_Alr_Ack_By
                   MOVE AS_Ack_Date TO Ops_Alr_Ack_Date
                   MOVE AS_Ack_Time TO Ops_Alr_Ack_Time
               END-IF
               WRITE Ops_Buffer FROM OpsAlertDetail
                   AFTER ADVANCING 1 LINES.

           6600-Write-One-Proof-Line.
               MOVE PRF_Date (WS_Prf_Idx) TO Ops_Prf_Date
               MOVE PRF_Run_Id (WS_Prf_Idx) TO Ops_Prf_Run_Id
