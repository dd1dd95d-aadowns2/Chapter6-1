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
      *   2026-10-15  AD  Transaction id carried on the sorted
      *                   transaction layout (sorted image 115 to
      *                   127, AdjApprovalAudit 138 to 150); each
      *                   approval or denial is logged to
      *                   CustTransLog through TransLog for the
      *                   TransTrace inquiry.
       Environment Division.
           Configuration Section.
               Special-Names.
       Data Division.
           File Section.
           FD  CustPendAdj
               Record Contains 127 Characters.
               01  Pending_Adj_Record              PIC X(127).

           FD  CustPendWork
               Record Contains 127 Characters.
               01  Pending_Work_Record             PIC X(127).

           FD  CustApprAdj
               Record Contains 127 Characters.
               01  Approved_Adj_Record             PIC X(127).

      * Approval_Audit_Record - one entry per decision: A approved,
      * D denied, with the full held image, the supervisor and the
      * date/time.
           FD  CustApprAud
               Record Contains 150 Characters.
               01  Approval_Audit_Record.
                   05  PA_Action                   PIC X(1).
                   05  PA_Date                     PIC 9(8).
                   05  PA_Time                     PIC 9(6).
                   05  PA_Supervisor               PIC X(8).
                   05  PA_Held_Image               PIC X(127).

           FD  OperMast
               Record Contains 29 Characters.
                   05  HI_Product_Code             PIC X(4).
                   05  HI_Company                  PIC X(2).
                   05  HI_Rma_Number               PIC X(6).
                   05  HI_Sales_Rep                PIC X(4).
                   05  HI_Invoice_Number           PIC 9(8).
                   05  HI_Trans_Id                 PIC X(12).
               01  WS_Approved_Count               PIC 9(6) value zero.
               01  WS_Approved_Total               PIC 9(7)V9(2)
                       value zero.
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "TransTrace.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               ADD HI_Amount_Trans TO WS_Approved_Total
               MOVE 'A' TO PA_Action
               PERFORM 6000-Write-Approval-Audit
               MOVE 'APPROVED' TO WS_Trc_Disposition
               MOVE 'CustApprAdj' TO WS_Trc_File
               PERFORM 6100-Log-Trace-Step
               DISPLAY "Approved for the next run.".

           5000-Deny-Item.
               ADD 1 TO WS_Denied_Count
               MOVE 'D' TO PA_Action
               PERFORM 6000-Write-Approval-Audit
               MOVE 'DECLINED' TO WS_Trc_Disposition
               MOVE 'AdjApprovalAudit' TO WS_Trc_File
               PERFORM 6100-Log-Trace-Step
               DISPLAY "Denied and retired.".

           6000-Write-Approval-Audit.
               MOVE Held_Image TO PA_Held_Image
               WRITE Approval_Audit_Record.

      * 6100-Log-Trace-Step - the decision on the transaction's
      * trace for TransTrace, keyed by the customer number.
           6100-Log-Trace-Step.
               MOVE 'L' TO WS_Trc_Function
               MOVE HI_Trans_Id TO WS_Trc_Trans_Id
               MOVE 'AdjApproval' TO WS_Trc_Program
               MOVE HI_Customer_Number TO WS_Trc_Key
               CALL "TransLog" USING WS_Trace_Request.

      * 8000-Write-Approved-Trailer - one 999999 trailer per
      * approval session covering the items just queued, so the
      * next run's control totals absorb the re-injected records;
               CLOSE CustPendWork
               CLOSE CustApprAdj
               CLOSE CustApprAud
               MOVE 'C' TO WS_Trc_Function
               CALL "TransLog" USING WS_Trace_Request
               CALL "CBL_DELETE_FILE" USING "CustPendAdj"
               CALL "CBL_RENAME_FILE" USING "CustPendAdjWork"
                   "CustPendAdj"
