      *                   does - last decision per generation
      *                   stands - so a batch returned and later
      *                   released no longer nags the desk.
      *   2026-10-15  AD  Sales rep carried on the transaction
      *                   layout (record 91 to 95). A sale or
      *                   return takes a keyed rep, checked
      *                   against SalesRepMaster, or failing that
      *                   the customer's default rep from the
      *                   CustomerMaster.
      *   2026-10-15  AD  The tax amount prompt offers the tax
      *                   computed from the new TaxRates master
      *                   (through TaxCalc) as its default, blank
      *                   accepting it, and the entry edit gained
      *                   the report run's computed-tax check
      *                   against the TaxTolerance.
      *   2026-10-15  AD  Every keyed transaction takes a
      *                   permanent id from the TransId issuer
      *                   (source TE) carried at the end of the
      *                   layout (record 95 to 107), and its
      *                   creation is logged to CustTransLog
      *                   through TransLog for the TransTrace
      *                   inquiry. The session now stamps a Run_Id
      *                   at start-up.
      *   2026-10-15  AD  Verify mode (command line VERIFY): a
      *                   second operator, not one who keyed the
      *                   waiting CustomerData batch, re-keys each
      *                   record's customer number, amount, type
      *                   and tax blind; every field that differs
      *                   lists on BatchVerifyReport for
      *                   correction, and the verifier and
      *                   mismatch count land on CustBatchRelease
      *                   as a 'V' row (register 103 to 116),
      *                   which the returned-batch notice passes
      *                   over.
      *   2026-10-15  AD  CustBatchRelease register widens 116 to
      *                   125 for the keying operator and
      *                   reviewer-keyed flag BatchProof records.
      *   2026-10-15  AD  CustomerMaster record carries the full
      *                   192-byte layout so the open succeeds and
      *                   the default sales rep is picked up again.
      *   2026-10-15  AD  Sales rep load logs TABLE FULL past the
      *                   table.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SalesRepMast assign to "SalesRepMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select VerifyRpt assign to "BatchVerifyReport"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

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

           FD  CurrRates
               Record Contains 14 Characters.
                   05  PM_Category                 PIC X(4).

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

           FD  RmaMast
               Record Contains 50 Characters.
                   05  RM_Issued                   PIC 9(8).
                   05  RM_Used                     PIC 9(8).

           FD  SalesRepMast
               Record Contains 33 Characters.
               01  Sales_Rep_Record.
                   05  SR_Rep_Id                   PIC X(4).
                   05  SR_Name                     PIC X(20).
                   05  SR_Office                   PIC X(4).
                   05  SR_Commission_Rate          PIC 9(1)V9(4).

           FD  VerifyRpt
               Record Contains 132 Characters.
               01  Verify_Buffer                   PIC X(132).

      * CustomerMasterRecord - read only, for the customer's
      * default sales rep when the operator leaves the rep blank.
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

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Entry_Tax_Amount             PIC X(6).
               01  WS_Entry_Tax_Num REDEFINES WS_Entry_Tax_Amount
                                                   PIC 9(4)V9(2).
               01  Tax_Calc_Function               PIC X(1) value 'T'.
              COPY "TaxQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Calc==.
               01  WS_Tax_Difference               PIC S9(7)V9(2).
               01  WS_Default_Tax_Edit             PIC Z,ZZ9.99.
               01  Default_Tax_Sw                  PIC X(1).
                   88  Default_Tax_Offered           value 'Y'.
                   88  No_Default_Tax                value 'N'.
               01  WS_Entry_Product                PIC X(4).
               01  WS_Entry_Rma                    PIC X(6).
               01  WS_Entry_Sales_Rep              PIC X(4).
               01  Sales_Rep_Count                 PIC 9(3) value zero.
               01  Sales_Rep_Id_Table.
                   05  Sales_Rep_Id_Entry OCCURS 100 TIMES.
                       10  SRT_Rep_Id              PIC X(4).
               01  WS_Sales_Rep_Idx                PIC 9(3).
               01  Sales_Rep_Found_Sw              PIC X(1).
                   88  Sales_Rep_Found               value 'Y'.
                   88  Sales_Rep_Not_Found           value 'N'.
               01  Cust_Master_Sw                  PIC X(1) value 'N'.
                   88  Cust_Master_Open              value 'Y'.
                   88  Cust_Master_Absent            value 'N'.
               01  Rma_Master_Count                PIC 9(3) value zero.
               01  Rma_Table.
                   05  Rma_Entry OCCURS 200 TIMES.
                   88  Exempt_Cert_Found             value 'Y'.
                   88  Exempt_Cert_Not_Found         value 'N'.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
              COPY "TransTrace.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).

               01  Reason_Code_Count               PIC 9(2) value zero.
               01  Reason_Code_Table.
                   88  Reason_Code_Found             value 'Y'.
                   88  Reason_Code_Not_Found         value 'N'.

      * Double-key verification - a second operator re-keys the
      * waiting batch's customer, amount, type and tax blind, and
      * every field that differs lists on BatchVerifyReport.
               01  WS_Command_Line                 PIC X(80).
               01  WS_Verify_Generation            PIC 9(6) value zero.
               01  WS_Verify_Records               PIC 9(6) value zero.
               01  WS_Verify_Seq                   PIC 9(6) value zero.
               01  WS_Mismatch_Count               PIC 9(5) value zero.
               01  Self_Keyed_Sw                   PIC X(1).
                   88  Batch_Self_Keyed              value 'Y'.
                   88  Batch_Keyed_By_Other          value 'N'.
               01  Verify_EOF_Sw                   PIC X(1).
                   88  No_More_Verify_Records        value 'Y'.
                   88  More_Verify_Records           value 'N'.
               01  WS_Verify_Amount_Edit           PIC Z,ZZZ,ZZ9.99.
               01  WS_Verify_Tax_Edit              PIC Z,ZZ9.99.
               01  VerifyHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(41)
                       value 'Double-Key Verification of CustomerData '.
                   05              PIC X(11)   value 'generation '.
                   05  Verify_Head_Generation  PIC 9(6).
                   05              PIC X(14)   value '  verified by '.
                   05  Verify_Head_Verifier    PIC X(8).
               01  VerifyDetail.
                   05              PIC X(2)    value spaces.
                   05  Verify_Line_Seq         PIC ZZZ,ZZ9.
                   05              PIC X(1)    value spaces.
                   05  Verify_Line_Trans_Id    PIC X(12).
                   05              PIC X(1)    value spaces.
                   05  Verify_Line_Field       PIC X(16).
                   05              PIC X(7)    value ' keyed '.
                   05  Verify_Line_Keyed       PIC X(12).
                   05              PIC X(10)   value ' re-keyed '.
                   05  Verify_Line_Rekeyed     PIC X(12).
                   05              PIC X(4)    value ' by '.
                   05  Verify_Line_Keyer       PIC X(8).
               01  VerifyCountLine.
                   05              PIC X(2)    value spaces.
                   05  Verify_Count_Label      PIC X(30).
                   05  Verify_Count_Value      PIC ZZZ,ZZ9.
                   05              PIC X(2)    value spaces.
                   05  Verify_Verdict          PIC X(6).

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:6) EQUAL 'VERIFY'
                   PERFORM 5000-Verify-Batch
                   STOP RUN
               END-IF
               PERFORM 1000-Initialize
               IF SignOn_Rejected
                   DISPLAY "Operator not authorized."
                   END-IF
                   PERFORM 1350-Acquire-Run-Lock
                   ACCEPT WS_Current_Date FROM DATE YYYYMMDD
                   ACCEPT WS_System_Time FROM TIME
                   MOVE WS_Current_Date TO Run_Id (1:8)
                   MOVE WS_Sys_Hours TO Run_Id (9:2)
                   MOVE WS_Sys_Minutes TO Run_Id (11:2)
                   MOVE WS_Sys_Seconds TO Run_Id (13:2)
                   PERFORM 1100-Load-Currency-Rates
                   PERFORM 1200-Load-Reason-Codes
                   PERFORM 1400-Load-Tax-Jurisdictions
                   PERFORM 1450-Load-Exempt-Certs
                   PERFORM 1480-Load-Product-Master
                   PERFORM 1520-Load-Rma-Master
                   PERFORM 1540-Load-Sales-Rep-Master
                   OPEN INPUT CustMstr
                   IF File_Status EQUAL '00'
                       SET Cust_Master_Open TO TRUE
                   END-IF
                   PERFORM 1500-Find-Next-Generation
                   OPEN OUTPUT CustMast
                       CALL "Validations" USING File_Status
                   END-IF
               END-IF.

      * 1540-Load-Sales-Rep-Master - optional the way the report
      * run loads it: no SalesRepMaster file means a keyed rep
      * passes unchecked.
           1540-Load-Sales-Rep-Master.
               MOVE ZERO TO Sales_Rep_Count
               OPEN INPUT SalesRepMast
               IF File_Status EQUAL '00'
                   SET More_Rate_Records TO TRUE
                   PERFORM 1550-Read-One-Sales-Rep
                       UNTIL No_More_Rates
                   CLOSE SalesRepMast
               END-IF.

           1550-Read-One-Sales-Rep.
               READ SalesRepMast
                   AT END SET No_More_Rates TO TRUE
               END-READ
               IF NOT No_More_Rates
                   IF Sales_Rep_Count < 100
                       ADD 1 TO Sales_Rep_Count
                       MOVE SR_Rep_Id TO SRT_Rep_Id (Sales_Rep_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Sales_Rep_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 1750-Show-Returned-Comments - the register holds every
      * decision ever made, and the LAST row for a generation is
      * the one that stands (1583's rule in the report run), so
      * the decisions bank per generation first and only a
      * generation whose final status is RETURNED shows; a batch
      * returned and then released is settled business.  A
      * verification row is not a decision and is passed over.
           1750-Show-Returned-Comments.
               MOVE ZERO TO Ret_Gen_Count
               OPEN INPUT RelReg
                   AT END SET No_More_Rates TO TRUE
               END-READ
               IF NOT No_More_Rates
                   IF BR_File_Name EQUAL 'CustomerData' AND
                       BR_Status NOT EQUAL 'V'
                       SET Gen_Entry_Missing TO TRUE
                       PERFORM 1765-Match-One-Generation
                           VARYING WS_RG_Idx FROM 1 BY 1
               DISPLAY "Product line (blank if none): "
                   WITH NO ADVANCING
               ACCEPT WS_Entry_Product
               IF Entry_Sale OR Entry_Return
                   DISPLAY "Sales rep (blank for the customer's rep): "
                       WITH NO ADVANCING
                   ACCEPT WS_Entry_Sales_Rep
               ELSE
                   MOVE SPACES TO WS_Entry_Sales_Rep
               END-IF
               DISPLAY "Tax jurisdiction (blank if none): "
                   WITH NO ADVANCING
               ACCEPT WS_Entry_Tax_Juris
               IF WS_Entry_Tax_Juris NOT EQUAL SPACES
                   PERFORM 2150-Offer-Computed-Tax
                   IF Default_Tax_Offered
                       DISPLAY "Tax amount [" WS_Default_Tax_Edit
                           "] (blank accepts): " WITH NO ADVANCING
                   ELSE
                       DISPLAY "Tax amount (999999 = 9999.99): "
                           WITH NO ADVANCING
                   END-IF
                   ACCEPT WS_Entry_Tax_Amount
                   IF WS_Entry_Tax_Amount EQUAL SPACES AND
                       Default_Tax_Offered
                       MOVE Calc_Tax_Computed TO WS_Entry_Tax_Num
                   END-IF
               ELSE
                   MOVE '000000' TO WS_Entry_Tax_Amount
               END-IF.

      * 2150-Offer-Computed-Tax - the tax the TaxRates master gives
      * on the keyed amount becomes the default the operator only
      * has to confirm; a customer holding a current exemption
      * certificate for a sale defaults to no tax.  No rate in
      * effect (or an amount not yet numeric) offers nothing.
           2150-Offer-Computed-Tax.
               SET No_Default_Tax TO TRUE
               IF (Entry_Sale OR Entry_Return) AND
                   WS_Entry_Amount NUMERIC
                   PERFORM 3330-Compute-Entry-Tax
                   IF Calc_Tax_Rate_Found AND
                       Calc_Tax_Computed NOT GREATER 9999.99
                       SET Default_Tax_Offered TO TRUE
                       MOVE Calc_Tax_Computed TO WS_Default_Tax_Edit
                   END-IF
               END-IF.

      * 3000-Validate-Entry - the same edits 230-Validate-Record
      * applies in the report run, in the same order, so a record
      * accepted here can never reject over there.
                       END-IF
                   END-IF
               END-IF
               IF Entry_Is_Valid
                   PERFORM 3320-Check-Entry-Computed-Tax
               END-IF
               IF Entry_Is_Valid AND Exempt_Cert_Count > 0
                   PERFORM 3350-Check-Entry-Exemption
               END-IF
               END-IF
               IF Entry_Is_Valid AND Rma_Master_Count > 0
                   PERFORM 3800-Check-Entry-Rma
               END-IF
               IF Entry_Is_Valid AND Sales_Rep_Count > 0
                   PERFORM 3900-Check-Entry-Sales-Rep
               END-IF.

      * 3320-Check-Entry-Computed-Tax - the report run's 2331 edit:
      * a sale or return's tax must come within the tolerance of
      * the computed tax unless the customer is certified exempt.
           3320-Check-Entry-Computed-Tax.
               IF (Entry_Sale OR Entry_Return) AND
                   WS_Entry_Tax_Juris NOT EQUAL SPACES
                   PERFORM 3330-Compute-Entry-Tax
                   IF Calc_Tax_Rate_Found AND Exempt_Cert_Not_Found
                       COMPUTE WS_Tax_Difference =
                           WS_Entry_Tax_Num - Calc_Tax_Computed
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

      * 3330-Compute-Entry-Tax - TaxCalc's answer for the entry; a
      * current exemption certificate answers a zero tax.
           3330-Compute-Entry-Tax.
               SET Exempt_Cert_Not_Found TO TRUE
               PERFORM 3360-Match-One-Cert
                   VARYING WS_Exempt_Idx FROM 1 BY 1
                   UNTIL WS_Exempt_Idx > Exempt_Cert_Count
                       OR Exempt_Cert_Found
               MOVE WS_Entry_Tax_Juris TO Calc_Tax_Juris
               MOVE WS_Entry_Product TO Calc_Tax_Product
               MOVE WS_Entry_Year TO Calc_Tax_Period (1:4)
               MOVE WS_Entry_Month TO Calc_Tax_Period (5:2)
               MOVE WS_Entry_Amount_Num TO Calc_Tax_Base
               CALL "TaxCalc" USING Tax_Calc_Function, Calc_Tax_Query
               IF Exempt_Cert_Found
                   MOVE ZERO TO Calc_Tax_Computed
               END-IF.

      * 3900-Check-Entry-Sales-Rep - the report run's 235 edit: a
      * keyed rep must be on the SalesRepMaster.
           3900-Check-Entry-Sales-Rep.
               IF WS_Entry_Sales_Rep NOT EQUAL SPACES
                   SET Sales_Rep_Not_Found TO TRUE
                   PERFORM 3910-Match-One-Sales-Rep
                       VARYING WS_Sales_Rep_Idx FROM 1 BY 1
                       UNTIL WS_Sales_Rep_Idx > Sales_Rep_Count
                           OR Sales_Rep_Found
                   IF Sales_Rep_Not_Found
                       SET Entry_Is_Invalid TO TRUE
                       MOVE 'Sales rep not on master'
                           TO WS_Reject_Reason
                   END-IF
               END-IF.

           3910-Match-One-Sales-Rep.
               IF SRT_Rep_Id (WS_Sales_Rep_Idx) EQUAL
                   WS_Entry_Sales_Rep
                   SET Sales_Rep_Found TO TRUE
               END-IF.

      * 3800-Check-Entry-Rma - the return authorization rules the
               MOVE WS_Entry_Product TO RS_Product_Code
               MOVE WS_Session_Company TO RS_Company
               MOVE WS_Entry_Rma TO RS_Rma_Number
               MOVE WS_Entry_Sales_Rep TO RS_Sales_Rep
               IF (Entry_Sale OR Entry_Return) AND
                   RS_Sales_Rep EQUAL SPACES AND Cust_Master_Open
                   PERFORM 2210-Stamp-Customer-Rep
               END-IF
               CALL "TransId" USING BY CONTENT 'TE'
                   BY REFERENCE RS_Trans_Id
               WRITE Raw_Customer_Record
               PERFORM 2220-Log-Created
               ADD 1 TO WS_Batch_Count
               ADD WS_Entry_Amount_Num TO WS_Batch_Total.

      * 2220-Log-Created - the first step on the transaction's
      * trace: keyed onto CustomerData under the new id.
           2220-Log-Created.
               MOVE 'L' TO WS_Trc_Function
               MOVE RS_Trans_Id TO WS_Trc_Trans_Id
               MOVE 'TransEntry' TO WS_Trc_Program
               MOVE 'CREATED' TO WS_Trc_Disposition
               MOVE 'CustomerData' TO WS_Trc_File
               MOVE RS_Customer_Number TO WS_Trc_Key
               CALL "TransLog" USING WS_Trace_Request.

      * 2210-Stamp-Customer-Rep - a sale or return keyed without a
      * rep carries the customer's default rep from the master, so
      * the commission follows the account.
           2210-Stamp-Customer-Rep.
               MOVE WS_Entry_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY MOVE SPACES TO CM_Sales_Rep
               END-READ
               MOVE CM_Sales_Rep TO RS_Sales_Rep.

      * 4000-Write-Trailer - the 999999 batch trailer the report
      * run's 240-Check-Control-Totals reconciles against: the
      * record count rides in the Year/Month bytes and the batch
                   STOP RUN
               END-IF.

      * 5000-Verify-Batch - the verify desk: run as TRANSENTRY
      * VERIFY against the batch waiting on CustomerData.  The
      * verifier signs on like a keyer but may not be any operator
      * who keyed a record of the batch.  Each record is re-keyed
      * blind - only its place in the batch shows - and the
      * outcome lands on the CustBatchRelease register as a 'V'
      * row carrying the verifier and the mismatch count, which
      * BatchProof requires clean before it releases a batch over
      * its verification limit.
           5000-Verify-Batch.
               DISPLAY "Customer Transaction Verification"
               DISPLAY "Verifier id: " WITH NO ADVANCING
               ACCEPT WS_Operator_Id
               PERFORM 1300-Check-Sign-On
               IF SignOn_Rejected
                   DISPLAY "Operator not authorized."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1360-Check-Credential
                   PERFORM 1350-Acquire-Run-Lock
                   ACCEPT WS_Current_Date FROM DATE YYYYMMDD
                   PERFORM 5100-Scan-Batch
                   IF Batch_Self_Keyed
                       DISPLAY "You keyed records in this batch - "
                           "another operator must verify it."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 5200-Rekey-Batch
                       PERFORM 5800-Write-Verify-Row
                   END-IF
                   CALL "RunLock" USING WS_Lock_Status
                       BY CONTENT 'R' 'TransEntry  ' WS_Operator_Id
               END-IF.

      * 5100-Scan-Batch - a first pass for the generation, the
      * record count and whether the verifier keyed any of it.
           5100-Scan-Batch.
               SET Batch_Keyed_By_Other TO TRUE
               MOVE ZERO TO WS_Verify_Records
               OPEN INPUT CustMast
               IF File_Status NOT EQUAL '00'
                   DISPLAY "No CustomerData batch is waiting to be "
                       "verified."
                   MOVE 8 TO RETURN-CODE
                   CALL "RunLock" USING WS_Lock_Status
                       BY CONTENT 'R' 'TransEntry  ' WS_Operator_Id
                   STOP RUN
               END-IF
               SET More_Verify_Records TO TRUE
               PERFORM 5110-Scan-One-Record
                   UNTIL No_More_Verify_Records
               CLOSE CustMast.

           5110-Scan-One-Record.
               READ CustMast
                   AT END SET No_More_Verify_Records TO TRUE
               END-READ
               IF NOT No_More_Verify_Records
                   EVALUATE TRUE
                       WHEN Raw_Customer_Record (1:6) EQUAL '000000'
                           MOVE Raw_Customer_Record (15:6)
                               TO WS_Verify_Generation
                       WHEN RS_Customer_Number EQUAL 999999
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS_Verify_Records
                           IF RS_Entered_By EQUAL WS_Operator_Id
                               SET Batch_Self_Keyed TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF.

           5200-Rekey-Batch.
               MOVE ZERO TO WS_Verify_Seq
               MOVE ZERO TO WS_Mismatch_Count
               OPEN OUTPUT VerifyRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "BatchVerifyReport" "OPEN OUTPUT"
               MOVE WS_Verify_Generation TO Verify_Head_Generation
               MOVE WS_Operator_Id TO Verify_Head_Verifier
               WRITE Verify_Buffer FROM VerifyHeading
               OPEN INPUT CustMast
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerData" "OPEN INPUT"
               SET More_Verify_Records TO TRUE
               PERFORM 5210-Rekey-One-Record
                   UNTIL No_More_Verify_Records
               CLOSE CustMast
               MOVE 'Records re-keyed:' TO Verify_Count_Label
               MOVE WS_Verify_Seq TO Verify_Count_Value
               MOVE SPACES TO Verify_Verdict
               WRITE Verify_Buffer FROM VerifyCountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Fields that did not match:' TO Verify_Count_Label
               MOVE WS_Mismatch_Count TO Verify_Count_Value
               IF WS_Mismatch_Count EQUAL ZERO
                   MOVE 'PASSED' TO Verify_Verdict
               ELSE
                   MOVE 'FAILED' TO Verify_Verdict
               END-IF
               WRITE Verify_Buffer FROM VerifyCountLine
                   AFTER ADVANCING 1 LINES
               CLOSE VerifyRpt
               DISPLAY "Verification " Verify_Verdict ": "
                   WS_Mismatch_Count " mismatched fields in "
                   WS_Verify_Seq " records - see BatchVerifyReport.".

      * 5210-Rekey-One-Record - the original is never shown; only
      * the record's position prompts the verifier.
           5210-Rekey-One-Record.
               READ CustMast
                   AT END SET No_More_Verify_Records TO TRUE
               END-READ
               IF NOT No_More_Verify_Records AND
                   Raw_Customer_Record (1:6) NOT EQUAL '000000' AND
                   RS_Customer_Number NOT EQUAL 999999
                   ADD 1 TO WS_Verify_Seq
                   DISPLAY "Record " WS_Verify_Seq " of "
                       WS_Verify_Records
                   DISPLAY "Customer number: " WITH NO ADVANCING
                   ACCEPT WS_Entry_Number
                   DISPLAY "Amount (999999999 = 9999999.99): "
                       WITH NO ADVANCING
                   ACCEPT WS_Entry_Amount
                   DISPLAY "Type (S/R/A/P): " WITH NO ADVANCING
                   ACCEPT WS_Entry_Type
                   DISPLAY "Tax amount (blank if none): "
                       WITH NO ADVANCING
                   ACCEPT WS_Entry_Tax_Amount
                   IF WS_Entry_Tax_Amount EQUAL SPACES
                       MOVE '000000' TO WS_Entry_Tax_Amount
                   END-IF
                   PERFORM 5300-Compare-Record
               END-IF.

           5300-Compare-Record.
               MOVE WS_Verify_Seq TO Verify_Line_Seq
               MOVE RS_Trans_Id TO Verify_Line_Trans_Id
               MOVE RS_Entered_By TO Verify_Line_Keyer
               IF WS_Entry_Number NOT NUMERIC OR
                   WS_Entry_Number NOT EQUAL RS_Customer_Number
                   MOVE 'Customer number' TO Verify_Line_Field
                   MOVE RS_Customer_Number TO Verify_Line_Keyed
                   MOVE WS_Entry_Number TO Verify_Line_Rekeyed
                   PERFORM 5400-Write-Mismatch
               END-IF
               IF WS_Entry_Amount NOT NUMERIC OR
                   WS_Entry_Amount_Num NOT EQUAL RS_Amount_Trans
                   MOVE 'Amount' TO Verify_Line_Field
                   MOVE RS_Amount_Trans TO WS_Verify_Amount_Edit
                   MOVE WS_Verify_Amount_Edit TO Verify_Line_Keyed
                   IF WS_Entry_Amount NUMERIC
                       MOVE WS_Entry_Amount_Num
                           TO WS_Verify_Amount_Edit
                       MOVE WS_Verify_Amount_Edit
                           TO Verify_Line_Rekeyed
                   ELSE
                       MOVE WS_Entry_Amount TO Verify_Line_Rekeyed
                   END-IF
                   PERFORM 5400-Write-Mismatch
               END-IF
               IF WS_Entry_Type NOT EQUAL RS_Trans_Type
                   MOVE 'Type' TO Verify_Line_Field
                   MOVE RS_Trans_Type TO Verify_Line_Keyed
                   MOVE WS_Entry_Type TO Verify_Line_Rekeyed
                   PERFORM 5400-Write-Mismatch
               END-IF
               IF WS_Entry_Tax_Amount NOT NUMERIC OR
                   WS_Entry_Tax_Num NOT EQUAL RS_Tax_Amount
                   MOVE 'Tax amount' TO Verify_Line_Field
                   MOVE RS_Tax_Amount TO WS_Verify_Tax_Edit
                   MOVE WS_Verify_Tax_Edit TO Verify_Line_Keyed
                   IF WS_Entry_Tax_Amount NUMERIC
                       MOVE WS_Entry_Tax_Num TO WS_Verify_Tax_Edit
                       MOVE WS_Verify_Tax_Edit TO Verify_Line_Rekeyed
                   ELSE
                       MOVE WS_Entry_Tax_Amount
                           TO Verify_Line_Rekeyed
                   END-IF
                   PERFORM 5400-Write-Mismatch
               END-IF.

           5400-Write-Mismatch.
               ADD 1 TO WS_Mismatch_Count
               WRITE Verify_Buffer FROM VerifyDetail
                   AFTER ADVANCING 1 LINES
               DISPLAY "  " Verify_Line_Field " does not match.".

      * 5800-Write-Verify-Row - the verification's outcome on the
      * release register, where BatchProof looks for it.
           5800-Write-Verify-Row.
               OPEN EXTEND RelReg
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT RelReg
               END-IF
               MOVE 'CustomerData' TO BR_File_Name
               MOVE WS_Verify_Generation TO BR_Generation
               MOVE 'V' TO BR_Status
               MOVE SPACES TO BR_Reviewer
               IF WS_Mismatch_Count EQUAL ZERO
                   MOVE 'VERIFIED - NO MISMATCHES' TO BR_Comments
               ELSE
                   MOVE 'MISMATCHES LISTED ON BATCHVERIFYREPORT'
                       TO BR_Comments
               END-IF
               MOVE WS_Current_Date TO BR_Date
               MOVE WS_Operator_Id TO BR_Verifier
               MOVE WS_Mismatch_Count TO BR_Mismatch_Count
               MOVE SPACES TO BR_Keyed_By
               MOVE 'N' TO BR_Reviewer_Keyed
               WRITE Release_Record
               CLOSE RelReg.

           9000-Close-Program.
               CLOSE CustMast
               MOVE 'C' TO WS_Trc_Function
               CALL "TransLog" USING WS_Trace_Request
               IF Cust_Master_Open
                   CLOSE CustMstr
               END-IF
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'TransEntry  ' WS_Operator_Id.

