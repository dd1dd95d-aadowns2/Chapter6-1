      *                   AuditInquiryReport for the auditors.
      *                   "What touched customer 123456 in March"
      *                   becomes one run.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   sorted transaction layouts for the
      *                   monthly commission run (master audit
      *                   images 119 to 123, held and repair
      *                   images 103 to 107).
      *   2026-10-15  AD  Invoice number carried on the sorted
      *                   transaction layout (sorted image 107 to
      *                   115).
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   images of CustMaintAudit (277 bytes,
      *                   master 123 to 127).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master images of CustMaintAudit
      *                   (295 bytes, master 127 to 136).
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master images
      *                   of CustMaintAudit (397 bytes, master 136
      *                   to 187).
      *   2026-10-15  AD  BackoutAudit joins the trails, each
      *                   reversal released under the run id it
      *                   backed out so the run-id filter shows a
      *                   run and its backout together.
      *   2026-10-15  AD  AdjApprovalAudit (138 to 150) and
      *                   RepairAudit (252 to 276) widen with the
      *                   sorted transaction image for the
      *                   transaction id.
      *   2026-10-15  AD  ParamAudit joins the trails - each run
      *                   parameter change ParamMaint made, with
      *                   the file, field and the before and after
      *                   values.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   images of CustMaintAudit (403 bytes,
      *                   master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master images
      *                   of CustMaintAudit (405 bytes, master 190
      *                   to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   images of CustMaintAudit (407 bytes,
      *                   master 191 to 192).

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BkoAudit assign to "BackoutAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ParamAud assign to "ParamAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select InqRpt assign to "AuditInquiryReport"
                       File Status is File_Status
                       Organization is Line Sequential.
                   05  AA_Run_Id                   PIC X(14).

           FD  MaintAud
               Record Contains 407 Characters.
               01  Maint_Audit_Record.
                   05  MA_Action                   PIC X(1).
                   05  MA_Date                     PIC 9(8).
                   05  MA_Time                     PIC 9(6).
                   05  MA_Operator                 PIC X(8).
                   05  MA_Before_Image             PIC X(192).
                   05  MA_After_Image              PIC X(192).

           FD  MergeAud
               Record Contains 60 Characters.
                   05  MG_Reserved                 PIC X(10).

           FD  ApprAud
               Record Contains 150 Characters.
               01  Approval_Audit_Record.
                   05  PA_Action                   PIC X(1).
                   05  PA_Date                     PIC 9(8).
                   05  PA_Time                     PIC 9(6).
                   05  PA_Supervisor               PIC X(8).
                   05  PA_Held_Image               PIC X(127).

           FD  RepairAud
               Record Contains 276 Characters.
               01  Repair_Audit_Record.
                   05  RA_Date                     PIC 9(8).
                   05  RA_Time                     PIC 9(6).
                   05  RA_Operator                 PIC X(8).
                   05  RA_Before_Image             PIC X(127).
                   05  RA_After_Image              PIC X(127).

           FD  YeAud
               Record Contains 40 Characters.
                   05  DB_Customer                 PIC 9(6).
                   05  DB_Amount                   PIC 9(9)V9(2).

           FD  BkoAudit
               Record Contains 100 Characters.
               01  Backout_Audit_Record.
                   05  BO_Date                     PIC 9(8).
                   05  BO_Time                     PIC 9(6).
                   05  BO_Operator                 PIC X(8).
                   05  BO_Run_Id                   PIC X(14).
                   05  BO_Program                  PIC X(12).
                   05  BO_File                     PIC X(4).
                   05  BO_Action                   PIC X(1).
                   05  BO_Customer                 PIC X(6).
                   05  BO_Key                      PIC X(20).
                   05  BO_Outcome                  PIC X(20).
                   05  BO_Reserved                 PIC X(1).

           FD  ParamAud
               Record Contains 92 Characters.
               01  Param_Audit_Record.
                   05  PM_Date                     PIC 9(8).
                   05  PM_Time                     PIC 9(6).
                   05  PM_Operator                 PIC X(8).
                   05  PM_File                     PIC X(20).
                   05  PM_Field                    PIC X(20).
                   05  PM_Before                   PIC X(15).
                   05  PM_After                    PIC X(15).

           FD  InqRpt
               Record Contains 132 Characters.
               01  Inq_Buffer                      PIC X(132).
               PERFORM 6500-Release-Ye-Audit
               PERFORM 7000-Release-Dispute-Audit
               PERFORM 7200-Release-Transfer-Audit
               PERFORM 7400-Release-Debit-Audit
               PERFORM 7600-Release-Backout-Audit
               PERFORM 7800-Release-Param-Audit.

      * 1100-Release-If-Wanted - the shared filter: each trail
      * normalizes its row into the candidate fields and comes
                   PERFORM 1100-Release-If-Wanted
               END-IF.

           7600-Release-Backout-Audit.
               OPEN INPUT BkoAudit
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 7700-Release-One-Backout
                       UNTIL No_More_Input
                   CLOSE BkoAudit
               END-IF.

      * 7700-Release-One-Backout - carries the run id that was
      * backed out, so filtering on a run id lists the reversal
      * beside the run's own rows.
           7700-Release-One-Backout.
               READ BkoAudit
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE BO_Date TO WS_Cand_Date
                   MOVE BO_Time TO WS_Cand_Time
                   MOVE 'BACKOUT' TO WS_Cand_Source
                   MOVE BO_Operator TO WS_Cand_Operator
                   MOVE BO_Customer TO WS_Cand_Customer
                   MOVE BO_Run_Id TO WS_Cand_Run_Id
                   MOVE SPACES TO WS_Cand_Text
                   STRING 'Backout of ' DELIMITED BY SIZE
                           BO_Program DELIMITED BY SPACE
                           ' run ' DELIMITED BY SIZE
                           BO_Run_Id DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BO_File DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BO_Key (1:16) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           BO_Outcome DELIMITED BY SIZE
                       INTO WS_Cand_Text
                   PERFORM 1100-Release-If-Wanted
               END-IF.

           7800-Release-Param-Audit.
               OPEN INPUT ParamAud
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 7900-Release-One-Param
                       UNTIL No_More_Input
                   CLOSE ParamAud
               END-IF.

      * 7900-Release-One-Param - a setting belongs to no
      * customer; the values are the text the desk showed.
           7900-Release-One-Param.
               READ ParamAud
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE PM_Date TO WS_Cand_Date
                   MOVE PM_Time TO WS_Cand_Time
                   MOVE 'PARAMAUDIT' TO WS_Cand_Source
                   MOVE PM_Operator TO WS_Cand_Operator
                   MOVE SPACES TO WS_Cand_Customer
                   MOVE SPACES TO WS_Cand_Run_Id
                   MOVE SPACES TO WS_Cand_Text
                   STRING PM_File DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           PM_Field DELIMITED BY SPACE
                           ' from ' DELIMITED BY SIZE
                           PM_Before DELIMITED BY SIZE
                           ' to ' DELIMITED BY SIZE
                           PM_After DELIMITED BY SIZE
                       INTO WS_Cand_Text
                   PERFORM 1100-Release-If-Wanted
               END-IF.

           8000-Write-Merged-Listing.
               OPEN INPUT AuditSorted
                   CALL "Validations" USING File_Status
