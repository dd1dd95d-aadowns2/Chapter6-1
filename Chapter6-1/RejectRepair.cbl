      *                   layout (input record 85 to 91, sorted
      *                   image 97 to 103) for the return
      *                   authorization step.
      *   2026-10-15  AD  Sales rep carried on the transaction
      *                   layout (sorted image 103 to 107, reject
      *                   125 to 129, repair audit 228 to 236);
      *                   the rep is repairable and the re-edit
      *                   gained the report run's sales rep check
      *                   against SalesRepMaster.
      *   2026-10-15  AD  Invoice number carried on the sorted
      *                   transaction layout (sorted image 107 to
      *                   115).
      *   2026-10-15  AD  The re-edit gained the report run's
      *                   computed-tax check (keyed tax against
      *                   the TaxRates master through TaxCalc,
      *                   within the TaxTolerance,
      *                   certified-exempt customers excepted), so
      *                   a record rejected as 'Tax differs from
      *                   computed tax' shows that reason, and the
      *                   tax amount prompt shows the computed
      *                   tax.
      *   2026-10-15  AD  Transaction id carried on the sorted
      *                   transaction layout (sorted image 115 to
      *                   127, reject 137 to 149, repair audit 252
      *                   to 276); each repair or drop is logged
      *                   to CustTransLog through TransLog for the
      *                   TransTrace inquiry.
      *   2026-10-15  AD  Sales rep and exempt certificate loads log
      *                   TABLE FULL past their tables.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SalesRepMast assign to "SalesRepMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select TaxExempt assign to "TaxExemptCerts"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  CustRej
               Record Contains 149 Characters.
               01  Reject_Record.
                   05  RJ_Image                    PIC X(127).
                   05  RJ_Run_Id                   PIC X(14).
                   05  RJ_Reject_Date              PIC 9(8).

           FD  CustRejWork
               Record Contains 149 Characters.
               01  Reject_Work_Record.
                   05  RJW_Image                   PIC X(127).
                   05  RJW_Run_Id                  PIC X(14).
                   05  RJW_Reject_Date             PIC 9(8).

      * Resubmit_Record - the full 127-byte sorted-record image, so
      * the office code a regional reject was tagged with survives
      * the repair round trip; the report run releases the file the
      * way it releases approved adjustments.
           FD  CustResub
               Record Contains 127 Characters.
               01  Resubmit_Record                 PIC X(127).

      * Repair_Audit_Record - one entry per repaired reject, with
      * the image as rejected and the image as resubmitted, so the
      * audit answers what was changed, by whom and when.
           FD  CustRepairAud
               Record Contains 276 Characters.
               01  Repair_Audit_Record.
                   05  RA_Date                     PIC 9(8).
                   05  RA_Time                     PIC 9(6).
                   05  RA_Operator                 PIC X(8).
                   05  RA_Before_Image             PIC X(127).
                   05  RA_After_Image              PIC X(127).

           FD  CurrRates
               Record Contains 14 Characters.
                   05  TJ_Code                     PIC X(4).
                   05  TJ_Name                     PIC X(20).

           FD  SalesRepMast
               Record Contains 33 Characters.
               01  Sales_Rep_Record.
                   05  SR_Rep_Id                   PIC X(4).
                   05  SR_Name                     PIC X(20).
                   05  SR_Office                   PIC X(4).
                   05  SR_Commission_Rate          PIC 9(1)V9(4).

           FD  TaxExempt
               Record Contains 30 Characters.
               01  Tax_Exempt_Record.
                   05  TE_Customer_Number          PIC X(6).
                   05  TE_Juris                    PIC X(4).
                   05  TE_Cert_Number              PIC X(12).
                   05  TE_Expiry                   PIC 9(8).

           Working-Storage Section.
               01  Status_Indicators.
                   05  RI_Product_Code             PIC X(4).
                   05  RI_Company                  PIC X(2).
                   05  RI_Rma_Number               PIC X(6).
                   05  RI_Sales_Rep                PIC X(4).
                   05  RI_Invoice_Number           PIC 9(8).
                   05  RI_Trans_Id                 PIC X(12).
               01  WS_Before_Image                 PIC X(127).
               01  WS_Reject_Run_Id                PIC X(14).
               01  WS_Reject_Date                  PIC 9(8).
               01  WS_Field_Input                  PIC X(20).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "TransTrace.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  Currency_Table_Entries          PIC 9(3) value zero.
               01  Currency_Rate_Table.
                   05  Currency_Table OCCURS 200 TIMES.
               01  Tax_Juris_Found_Sw              PIC X(1).
                   88  Tax_Juris_Found               value 'Y'.
                   88  Tax_Juris_Not_Found           value 'N'.
               01  Sales_Rep_Count                 PIC 9(3) value zero.
               01  Sales_Rep_Id_Table.
                   05  Sales_Rep_Id_Entry OCCURS 100 TIMES.
                       10  SRT_Rep_Id              PIC X(4).
               01  WS_Sales_Rep_Idx                PIC 9(3).
               01  Sales_Rep_Found_Sw              PIC X(1).
                   88  Sales_Rep_Found               value 'Y'.
                   88  Sales_Rep_Not_Found           value 'N'.
               01  Exempt_Cert_Count               PIC 9(3) value zero.
               01  Exempt_Cert_Table.
                   05  Exempt_Cert_Entry OCCURS 200 TIMES.
                       10  EXC_Customer_Number     PIC X(6).
                       10  EXC_Juris               PIC X(4).
                       10  EXC_Expiry              PIC 9(8).
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
               01  WS_Tax_Difference               PIC S9(7)V9(2).
               01  WS_Computed_Tax_Edit            PIC Z,ZZ9.99.

               01  Reason_Code_Count               PIC 9(2) value zero.
               01  Reason_Code_Table.
               PERFORM 1200-Load-Reason-Codes
               PERFORM 1300-Load-Operator-Ids
               PERFORM 1400-Load-Tax-Jurisdictions
               PERFORM 1500-Load-Sales-Reps
               PERFORM 1600-Load-Exempt-Certs
               OPEN INPUT CustRej
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustReject" "OPEN INPUT"
                   END-IF
               END-IF.

           1500-Load-Sales-Reps.
               MOVE ZERO TO Sales_Rep_Count
               OPEN INPUT SalesRepMast
               IF File_Status EQUAL '00'
                   SET More_Reject_Records TO TRUE
                   PERFORM 1510-Read-One-Sales-Rep
                       UNTIL No_More_Rejects
                   CLOSE SalesRepMast
               END-IF.

           1510-Read-One-Sales-Rep.
               READ SalesRepMast
                   AT END SET No_More_Rejects TO TRUE
               END-READ
               IF NOT No_More_Rejects
                   IF Sales_Rep_Count < 100
                       ADD 1 TO Sales_Rep_Count
                       MOVE SR_Rep_Id TO SRT_Rep_Id (Sales_Rep_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Sales_Rep_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 1600-Load-Exempt-Certs - current certificates only, for
      * the computed-tax re-edit; no TaxExemptCerts file means no
      * customer is exempt, as in the report run.
           1600-Load-Exempt-Certs.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               MOVE ZERO TO Exempt_Cert_Count
               OPEN INPUT TaxExempt
               IF File_Status EQUAL '00'
                   SET More_Reject_Records TO TRUE
                   PERFORM 1610-Read-One-Cert
                       UNTIL No_More_Rejects
                   CLOSE TaxExempt
               END-IF.

           1610-Read-One-Cert.
               READ TaxExempt
                   AT END SET No_More_Rejects TO TRUE
               END-READ
               IF NOT No_More_Rejects
                   IF TE_Expiry NOT LESS WS_Current_Date
                       IF Exempt_Cert_Count < 200
                           ADD 1 TO Exempt_Cert_Count
                           MOVE TE_Customer_Number TO
                               EXC_Customer_Number (Exempt_Cert_Count)
                           MOVE TE_Juris
                               TO EXC_Juris (Exempt_Cert_Count)
                           MOVE TE_Expiry
                               TO EXC_Expiry (Exempt_Cert_Count)
                       ELSE
                           CALL "Validations" USING
                               WS_Table_Full_Status BY CONTENT
                               "Exempt_Cert_Table" "TABLE FULL"
                       END-IF
                   END-IF
               END-IF.

           2000-Repair-One-Reject.
               READ CustRej
                   AT END SET No_More_Rejects TO TRUE
                           PERFORM 4000-Repair-Fields
                       WHEN 'D'
                           ADD 1 TO WS_Dropped_Count
                           MOVE 'DROPPED' TO WS_Trc_Disposition
                           MOVE SPACES TO WS_Trc_File
                           PERFORM 5100-Log-Trace-Step
                       WHEN OTHER
                           PERFORM 7000-Keep-On-Reject-File
                   END-EVALUATE
               IF WS_Field_Input NOT EQUAL SPACES
                   MOVE WS_Field_Input (1:4) TO RI_Tax_Juris
               END-IF
               PERFORM 3530-Compute-Tax
               IF Calc_Tax_Rate_Found
                   MOVE Calc_Tax_Computed TO WS_Computed_Tax_Edit
                   DISPLAY "Tax amount [" RI_Tax_Amount "] (computed "
                       WS_Computed_Tax_Edit "): " WITH NO ADVANCING
               ELSE
                   DISPLAY "Tax amount [" RI_Tax_Amount "]: "
                       WITH NO ADVANCING
               END-IF
               ACCEPT WS_Field_Input
               IF WS_Field_Input NOT EQUAL SPACES
                   MOVE WS_Field_Input (1:6) TO RI_Tax_Amount
               ACCEPT WS_Field_Input
               IF WS_Field_Input NOT EQUAL SPACES
                   MOVE WS_Field_Input (1:4) TO RI_Product_Code
               END-IF
               DISPLAY "Sales rep [" RI_Sales_Rep "]: "
                   WITH NO ADVANCING
               ACCEPT WS_Field_Input
               IF WS_Field_Input NOT EQUAL SPACES
                   MOVE WS_Field_Input (1:4) TO RI_Sales_Rep
               END-IF.

           3000-Derive-Reject-Reason.
                                       IF Entry_Is_Valid
                                           PERFORM 3500-Check-Tax
                                       END-IF
                                       IF Entry_Is_Valid
                                           PERFORM 3600-Check-Sales-Rep
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                               TO WS_Reject_Reason
                       END-IF
                   END-IF
               END-IF
               IF Entry_Is_Valid
                   PERFORM 3520-Check-Computed-Tax
               END-IF.

           3510-Match-One-Jurisdiction.
                   SET Tax_Juris_Found TO TRUE
               END-IF.

      * 3520-Check-Computed-Tax - the report run's 2331 edit: a
      * sale or return's keyed tax must come within the tolerance
      * of the tax the TaxRates master gives on the amount, unless
      * the customer holds a current exemption certificate.
           3520-Check-Computed-Tax.
               IF (RI_Trans_Sale OR RI_Trans_Return) AND
                   RI_Tax_Juris NOT EQUAL SPACES
                   PERFORM 3530-Compute-Tax
                   IF Calc_Tax_Rate_Found AND Exempt_Cert_Not_Found
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
               END-IF.

      * 3530-Compute-Tax - TaxCalc's answer for the image as it now
      * stands; nothing is found while the amount is not numeric,
      * and a certified customer's tax is zero.
           3530-Compute-Tax.
               SET Calc_Tax_Rate_Not_Found TO TRUE
               SET Exempt_Cert_Not_Found TO TRUE
               PERFORM 3540-Match-One-Cert
                   VARYING WS_Exempt_Idx FROM 1 BY 1
                   UNTIL WS_Exempt_Idx > Exempt_Cert_Count
                       OR Exempt_Cert_Found
               IF RI_Amount_Trans NUMERIC AND
                   RI_Tax_Juris NOT EQUAL SPACES
                   MOVE RI_Tax_Juris TO Calc_Tax_Juris
                   MOVE RI_Product_Code TO Calc_Tax_Product
                   MOVE RI_Year_Trans TO Calc_Tax_Period (1:4)
                   MOVE RI_Month_Trans TO Calc_Tax_Period (5:2)
                   MOVE RI_Amount_Trans TO WS_Amount_X
                   MOVE WS_Amount_N TO Calc_Tax_Base
                   CALL "TaxCalc" USING Tax_Calc_Function,
                       Calc_Tax_Query
                   IF Exempt_Cert_Found
                       MOVE ZERO TO Calc_Tax_Computed
                   END-IF
               END-IF.

           3540-Match-One-Cert.
               IF EXC_Customer_Number (WS_Exempt_Idx) EQUAL
                   RI_Customer_Number AND
                   EXC_Juris (WS_Exempt_Idx) EQUAL RI_Tax_Juris
                   SET Exempt_Cert_Found TO TRUE
               END-IF.

      * 3600-Check-Sales-Rep - the report run's 235 edit: with the
      * SalesRepMaster present a nonblank rep must be on it.
           3600-Check-Sales-Rep.
               IF Sales_Rep_Count > 0 AND RI_Sales_Rep NOT EQUAL SPACES
                   SET Sales_Rep_Not_Found TO TRUE
                   PERFORM 3610-Match-One-Sales-Rep
                       VARYING WS_Sales_Rep_Idx FROM 1 BY 1
                       UNTIL WS_Sales_Rep_Idx > Sales_Rep_Count
                           OR Sales_Rep_Found
                   IF Sales_Rep_Not_Found
                       SET Entry_Is_Invalid TO TRUE
                       MOVE 'Sales rep not on master'
                           TO WS_Reject_Reason
                   END-IF
               END-IF.

           3610-Match-One-Sales-Rep.
               IF SRT_Rep_Id (WS_Sales_Rep_Idx) EQUAL RI_Sales_Rep
                   SET Sales_Rep_Found TO TRUE
               END-IF.

           3100-Lookup-Rate.
               SET Rate_Not_Found TO TRUE
               MOVE RI_Year_Trans TO WS_Rate_Record_Period (1:4)
               ADD 1 TO WS_Batch_Count
               ADD WS_Amount_N TO WS_Batch_Total
               MOVE Reject_Image TO Resubmit_Record
               WRITE Resubmit_Record
               MOVE 'REPAIRED' TO WS_Trc_Disposition
               MOVE 'CustResubmit' TO WS_Trc_File
               PERFORM 5100-Log-Trace-Step.

      * 5100-Log-Trace-Step - the desk's decision on the
      * transaction's trace for TransTrace, keyed by the customer
      * number; a dropped reject goes nowhere.
           5100-Log-Trace-Step.
               MOVE 'L' TO WS_Trc_Function
               MOVE RI_Trans_Id TO WS_Trc_Trans_Id
               MOVE 'RejectRepair' TO WS_Trc_Program
               MOVE RI_Customer_Number TO WS_Trc_Key
               CALL "TransLog" USING WS_Trace_Request.

           6000-Write-Repair-Audit.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               CLOSE CustRejWork
               CLOSE CustResub
               CLOSE CustRepairAud
               MOVE 'C' TO WS_Trc_Function
               CALL "TransLog" USING WS_Trace_Request
               CALL "CBL_DELETE_FILE" USING "CustReject"
               CALL "CBL_RENAME_FILE" USING "CustRejectWork"
                   "CustReject"
