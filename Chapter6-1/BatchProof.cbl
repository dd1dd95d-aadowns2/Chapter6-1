      *                   headered batch against before posting.
      *                   The batch file name rides the command
      *                   line, default CustomerData.
      *   2026-10-15  AD  Sales rep carried on the transaction
      *                   layout for the monthly commission run
      *                   (input record 91 to 95).
      *   2026-10-15  AD  CustomerData widens 95 to 107 for the
      *                   transaction id carried at the end of the
      *                   layout.
      *   2026-10-15  AD  A batch totalling more than the
      *                   BatchVerifyParams limit (default
      *                   10,000.00) is refused release until
      *                   TransEntry's double-key verification of
      *                   it has come back with no mismatches;
      *                   every decision row carries the verifier
      *                   and mismatch count (register 103 to
      *                   116).
      *   2026-10-15  AD  The register row carries the batch's
      *                   keying operator and a Y/N flag for a
      *                   reviewer who keyed any of the batch
      *                   (register 116 to 125).

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select VerifyParams assign to "BatchVerifyParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ProofRpt assign to "BatchProofReport"
                       File Status is File_Status
                       Organization is Line Sequential.
       Data Division.
           File Section.
           FD  CustMast
               Record Contains 107 Characters.
               01  Raw_Customer_Record.
                   05  RS_Customer_Number              PIC 9(6).
                       88  Is_Trailer_Record             value 999999.
                   05  RS_Product_Code                 PIC X(4).
                   05  RS_Company                      PIC X(2).
                   05  RS_Rma_Number                   PIC X(6).
                   05  RS_Sales_Rep                    PIC X(4).
                   05  RS_Trans_Id                     PIC X(12).
               01  Input_Header_Record.
                   05  IH_Record_Type                  PIC X(6).
                   05  IH_Creation_Date                PIC X(8).
                   05  IH_Generation                   PIC 9(6).
                   05  IH_Filler                       PIC X(87).

           FD  OperMast
               Record Contains 29 Characters.

      * Release_Record - one decision per batch: released batches
      * post, returned ones carry the reviewer's comments back to
      * the keying desk.  TransEntry's double-key verifications
      * sit on the same register as 'V' rows; a decision carries
      * the verifier and mismatch count of the last one.
           FD  RelReg
               Record Contains 125 Characters.
               01  Release_Record.
                   05  BR_File_Name                PIC X(40).
                   05  BR_Generation               PIC 9(6).
                   05  BR_Status                   PIC X(1).
                       88  Batch_Released            value 'R'.
                       88  Batch_Returned            value 'T'.
                       88  Batch_Verified            value 'V'.
                   05  BR_Reviewer                 PIC X(8).
                   05  BR_Comments                 PIC X(40).
                   05  BR_Date                     PIC 9(8).
                   05  BR_Verifier                 PIC X(8).
                   05  BR_Mismatch_Count           PIC 9(5).
                   05  BR_Keyed_By                 PIC X(8).
                   05  BR_Reviewer_Keyed           PIC X(1).

      * Verify_Param_Record - batch total above which a release
      * needs a clean double-key verification.
           FD  VerifyParams
               Record Contains 11 Characters.
               01  Verify_Param_Record.
                   05  VP_Verify_Limit             PIC 9(9)V9(2).

           FD  ProofRpt
               Record Contains 132 Characters.
               01  Trailer_Seen_Sw                 PIC X(1) value 'N'.
                   88  Trailer_Seen                  value 'Y'.
                   88  Trailer_Not_Seen              value 'N'.
               01  WS_Verify_Limit                 PIC 9(9)V9(2)
                       value 10000.00.
               01  WS_Verifier                     PIC X(8).
               01  WS_Mismatch_Count               PIC 9(5).
               01  WS_Keyed_By                     PIC X(8)
                       value spaces.
               01  Reviewer_Keyed_Sw               PIC X(1) value 'N'.
                   88  Reviewer_Keyed_Batch          value 'Y'.
                   88  Reviewer_Not_Keyer            value 'N'.
               01  Verify_Found_Sw                 PIC X(1).
                   88  Verify_Row_Found              value 'Y'.
                   88  Verify_Row_Missing            value 'N'.
               01  Reg_EOF_Sw                      PIC X(1).
                   88  No_More_Register_Rows         value 'Y'.
                   88  More_Register_Rows            value 'N'.
               01  ProofHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(24)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 900-Read-Verify-Params
               PERFORM 2000-Print-Proof-Listing
               PERFORM 4000-Find-Verification
               PERFORM 5000-Take-Decision
               STOP RUN.

           900-Read-Verify-Params.
               OPEN INPUT VerifyParams
               IF File_Status EQUAL '00'
                   READ VerifyParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE VP_Verify_Limit TO WS_Verify_Limit
                   END-READ
                   CLOSE VerifyParams
               END-IF.

      * 1000-Check-Sign-On - the same level-9 bar AdjApproval and
      * PeriodClose hold their desks to.
           1000-Check-Sign-On.
                       ELSE
                           ADD 1 TO WS_Record_Count
                           ADD RS_Amount_Trans TO WS_Amount_Total
                           PERFORM 2150-Note-Keying-Operator
                           PERFORM 2200-Write-One-Proof-Line
                       END-IF
                   END-IF
               END-IF.

      * 2150-Note-Keying-Operator - the register keeps who keyed
      * the batch, and whether the reviewer keyed any of it, for
      * the segregation-of-duties check.
           2150-Note-Keying-Operator.
               IF WS_Keyed_By EQUAL SPACES
                   MOVE RS_Entered_By TO WS_Keyed_By
               END-IF
               IF RS_Entered_By EQUAL WS_Supervisor_Id
                   SET Reviewer_Keyed_Batch TO TRUE
               END-IF.

           2200-Write-One-Proof-Line.
               MOVE RS_Customer_Number TO Proof_Cust_Number
               MOVE RS_Last_Name TO Proof_Last_Name
               WRITE Proof_Buffer FROM ProofDetail
                   AFTER ADVANCING 1 LINES.

      * 4000-Find-Verification - the last double-key verification
      * of this file and generation on the register stands.
           4000-Find-Verification.
               SET Verify_Row_Missing TO TRUE
               MOVE SPACES TO WS_Verifier
               MOVE ZERO TO WS_Mismatch_Count
               OPEN INPUT RelReg
               IF File_Status EQUAL '00'
                   SET More_Register_Rows TO TRUE
                   PERFORM 4100-Check-One-Register-Row
                       UNTIL No_More_Register_Rows
                   CLOSE RelReg
               END-IF
               IF Verify_Row_Found
                   DISPLAY "Double-key verified by " WS_Verifier
                       " - " WS_Mismatch_Count " mismatched fields."
               ELSE
                   DISPLAY "Batch has not been double-key verified."
               END-IF.

           4100-Check-One-Register-Row.
               READ RelReg
                   AT END SET No_More_Register_Rows TO TRUE
               END-READ
               IF NOT No_More_Register_Rows
                   IF BR_File_Name EQUAL WS_Batch_File_Name AND
                       BR_Generation EQUAL WS_Generation AND
                       Batch_Verified
                       SET Verify_Row_Found TO TRUE
                       MOVE BR_Verifier TO WS_Verifier
                       MOVE BR_Mismatch_Count TO WS_Mismatch_Count
                   END-IF
               END-IF.

      * 5000-Take-Decision - Release lets the report run post the
      * batch; Return keeps it off the run and carries the
      * reviewer's comments back to the keying desk, which sees
      * them the next time it opens.  A batch totalling more than
      * the BatchVerifyParams limit releases only once a
      * verification of it came back with no mismatches.
           5000-Take-Decision.
               DISPLAY "Release or Return the batch (R/T)? "
                   WITH NO ADVANCING
               ACCEPT WS_Decision
               EVALUATE WS_Decision
                   WHEN 'R'
                       IF WS_Amount_Total > WS_Verify_Limit AND
                           (Verify_Row_Missing OR
                               WS_Mismatch_Count NOT EQUAL ZERO)
                           DISPLAY "Batch total is over the "
                               "verification limit and has not "
                               "passed double-key verification - "
                               "it stays unreleased."
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE SPACES TO WS_Comments
                           PERFORM 6000-Write-Release-Row
                           DISPLAY "Batch RELEASED for posting."
                       END-IF
                   WHEN 'T'
                       DISPLAY "Comments for the keying desk: "
                           WITH NO ADVANCING
               MOVE WS_Supervisor_Id TO BR_Reviewer
               MOVE WS_Comments TO BR_Comments
               MOVE WS_Current_Date TO BR_Date
               MOVE WS_Verifier TO BR_Verifier
               MOVE WS_Mismatch_Count TO BR_Mismatch_Count
               IF Reviewer_Keyed_Batch
                   MOVE WS_Supervisor_Id TO BR_Keyed_By
               ELSE
                   MOVE WS_Keyed_By TO BR_Keyed_By
               END-IF
               MOVE Reviewer_Keyed_Sw TO BR_Reviewer_Keyed
               WRITE Release_Record
               CLOSE RelReg.

