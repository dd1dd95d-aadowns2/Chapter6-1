       Identification Division.
           Program-ID. SodCheck.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Segregation-of-duties check - the nightly
      *                   pass over the files that record who did
      *                   what, looking for one operator on both
      *                   halves of a control: a batch released by
      *                   an operator who keyed it (CustBatchRelease),
      *                   an adjustment approved by the operator who
      *                   entered it (AdjApprovalAudit), a posted
      *                   row whose Approved_By is its own
      *                   Entered_By (CustomerHistory), an address
      *                   change on CustMaintAudit followed by a
      *                   refund check (RefundChecks) to that
      *                   customer from the same operator, and a
      *                   PayTransfer (TransferAudit) onto a
      *                   customer the same operator created.
      *                   Every conflict lists on SodReport with
      *                   both actions; one not already on the
      *                   SodViolations register is NEW, is added
      *                   to it and writes a CustOpsAlert for the
      *                   morning report.
      *   2026-10-15  AD  Operations alerts carry a severity and a
      *                   category so AlertDispatch can route them
      *                   to the on-call contact (CustOpsAlert 92
      *                   to 97).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   images of CustMaintAudit (403 bytes,
      *                   master 187 to 190).
      *   2026-10-15  AD  RefundChecks widens 116 to 141 for the
      *                   billing-currency amount, currency, rate
      *                   and rate period on each check.
      *   2026-10-15  AD  Cash-only flag carried on the master images
      *                   of CustMaintAudit (405 bytes, master 190
      *                   to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   images of CustMaintAudit (407 bytes,
      *                   master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
      *   2026-10-15  AD  A full known-conflict table on loading
      *                   stops the run before SodViolations is
      *                   rewritten; a new conflict the table has no
      *                   room for ends the run at return code 8.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select RelReg assign to "CustBatchRelease"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustApprAud assign to "AdjApprovalAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustMaintAud assign to "CustMaintAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select TransferAud assign to "TransferAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RefundChecks assign to "RefundChecks"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select SodReg assign to "SodViolations"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustAlert assign to "CustOpsAlert"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SodRpt assign to "SodReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
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

           FD  CustApprAud
               Record Contains 150 Characters.
               01  Approval_Audit_Record.
                   05  PA_Action                   PIC X(1).
                   05  PA_Date                     PIC 9(8).
                   05  PA_Time                     PIC 9(6).
                   05  PA_Supervisor               PIC X(8).
                   05  PA_Held_Image               PIC X(127).

      * Maint_Audit_Record - the before and after images are whole
      * CustomerMaster records: the number is bytes 1-6 and the
      * address block (street, city, state, zip) bytes 37-98.
           FD  CustMaintAud
               Record Contains 407 Characters.
               01  Maint_Audit_Record.
                   05  MA_Action                   PIC X(1).
                   05  MA_Date                     PIC 9(8).
                   05  MA_Time                     PIC 9(6).
                   05  MA_Operator                 PIC X(8).
                   05  MA_Before_Image             PIC X(192).
                   05  MA_After_Image              PIC X(192).

           FD  TransferAud
               Record Contains 55 Characters.
               01  Transfer_Audit_Record.
                   05  TA_Date                     PIC 9(8).
                   05  TA_Time                     PIC 9(6).
                   05  TA_Operator                 PIC X(8).
                   05  TA_From_Key                 PIC X(16).
                   05  TA_To_Customer              PIC 9(6).
                   05  TA_Amount                   PIC 9(9)V9(2).

      * Check_Record - the reference is the refund run's date
      * (bytes 1-8) and the customer (bytes 9-14).
           FD  RefundChecks
               Record Contains 141 Characters.
               01  Check_Record.
                   05  CK_Reference.
                       10  CK_Ref_Date             PIC 9(8).
                       10  CK_Ref_Customer         PIC 9(6).
                   05  CK_Payee                    PIC X(31).
                   05  CK_Address                  PIC X(30).
                   05  CK_City                     PIC X(20).
                   05  CK_State                    PIC X(2).
                   05  CK_Zip                      PIC X(10).
                   05  CK_Amount                   PIC 9(7)V9(2).
                   05  CK_Bill_Currency            PIC X(3).
                   05  CK_Bill_Amount              PIC 9(9)V9(2).
                   05  CK_Bill_Rate                PIC 9(1)V9(4).
                   05  CK_Bill_Rate_Period         PIC X(6).

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

      * Sod_Violation_Record - every conflict ever reported, by
      * type and the key of the action that completed it, with the
      * date it was first found; only a conflict missing here is
      * new and alerts.
           FD  SodReg
               Record Contains 42 Characters.
               01  Sod_Violation_Record.
                   05  SV_Type                     PIC X(4).
                   05  SV_Key                      PIC X(30).
                   05  SV_First_Found              PIC 9(8).

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

           FD  SodRpt
               Record Contains 132 Characters.
               01  Sod_Buffer                      PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Entry_Sw                        PIC X(1).
                   88  Entry_Present                 value 'Y'.
                   88  Entry_Missing                 value 'N'.

      * Held_Image - the pending adjustment as AdjApproval held it;
      * the operator who keyed it is HI_Entered_By.
               01  Held_Image.
                   05  HI_Customer_Number          PIC 9(6).
                   05  HI_First_Name               PIC X(10).
                   05  HI_Last_Name                PIC X(20).
                   05  HI_Month_Trans              PIC X(2).
                   05  HI_Year_Trans               PIC X(4).
                   05  HI_Amount_Trans             PIC 9(7)V9(2).
                   05  HI_Trans_Type               PIC X(1).
                   05  HI_Currency_Code            PIC X(3).
                   05  HI_Entered_By               PIC X(8).
                   05  HI_Reason_Code              PIC X(4).
                   05  HI_Rest                     PIC X(60).

      * Address_Change_Table - CustMaintAudit changes that touched
      * the address block: who, which customer, when.
               01  Addr_Change_Count               PIC 9(4) value zero.
               01  Addr_Change_Table.
                   05  Addr_Change_Entry OCCURS 2000 TIMES.
                       10  ACT_Customer            PIC 9(6).
                       10  ACT_Operator            PIC X(8).
                       10  ACT_Date                PIC 9(8).
               01  WS_ACT_Idx                      PIC 9(4).

      * Created_Table - CustMaintAudit adds: who set the customer
      * up, and when.
               01  Created_Count                   PIC 9(4) value zero.
               01  Created_Table.
                   05  Created_Entry OCCURS 2000 TIMES.
                       10  CRT_Customer            PIC 9(6).
                       10  CRT_Operator            PIC X(8).
                       10  CRT_Date                PIC 9(8).
               01  WS_CRT_Idx                      PIC 9(4).

      * Refund_Table - the checks on RefundChecks; the operator who
      * issued each comes off its RFND history row.
               01  Refund_Count                    PIC 9(4) value zero.
               01  Refund_Table.
                   05  Refund_Entry OCCURS 1000 TIMES.
                       10  RFT_Reference           PIC X(14).
                       10  RFT_Customer            PIC 9(6).
                       10  RFT_Date                PIC 9(8).
                       10  RFT_Amount              PIC 9(7)V9(2).
                       10  RFT_Operator            PIC X(8).
               01  WS_RFT_Idx                      PIC 9(4).
               01  WS_Hist_Date                    PIC 9(8).

               01  Known_Count                     PIC 9(4) value zero.
               01  Known_Table.
                   05  Known_Entry OCCURS 3000 TIMES.
                       10  KNT_Type                PIC X(4).
                       10  KNT_Key                 PIC X(30).
                       10  KNT_First_Found         PIC 9(8).
               01  WS_KNT_Idx                      PIC 9(4).

      * The conflict in hand - filled by each check, then listed,
      * and registered and alerted when new.
               01  WS_Conf_Type                    PIC X(4).
               01  WS_Conf_Key                     PIC X(30).
               01  WS_Conf_Operator                PIC X(8).
               01  WS_Conf_Customer                PIC 9(6).
               01  WS_Conf_Date                    PIC 9(8).
               01  WS_Conf_Amount                  PIC 9(9)V9(2).
               01  WS_Conf_First                   PIC X(60).
               01  WS_Conf_Second                  PIC X(60).
               01  New_Conflict_Sw                 PIC X(1).
                   88  New_Conflict                  value 'Y'.
                   88  Known_Conflict                value 'N'.

      * Conflict counts - 1 batch, 2 adjustment, 3 posted row,
      * 4 address and refund, 5 transfer.
               01  Conflict_Count_Table.
                   05  Conflict_Counts OCCURS 5 TIMES.
                       10  CC_Found                PIC 9(5).
                       10  CC_New                  PIC 9(5).
               01  WS_CC_Idx                       PIC 9(1).
               01  WS_Total_Found                  PIC 9(6) value zero.
               01  WS_Total_New                    PIC 9(6) value zero.
               01  WS_Unregistered_Count           PIC 9(6) value zero.

               01  SodHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(33)
                       value 'Segregation of Duties Check for  '.
                   05  Sod_Head_Date           PIC X(10).
               01  SodColumns.
                   05              PIC X(4)    value spaces.
                   05              PIC X(31)   value 'Conflict'.
                   05              PIC X(9)    value 'Operator'.
                   05              PIC X(8)    value 'Cust'.
                   05              PIC X(9)    value 'Date'.
                   05              PIC X(14)   value '        Amount'.
               01  SodDetail.
                   05              PIC X(4)    value spaces.
                   05  Sod_Type_Text           PIC X(30).
                   05              PIC X(1)    value spaces.
                   05  Sod_Operator            PIC X(8).
                   05              PIC X(1)    value spaces.
                   05  Sod_Customer            PIC 9(6).
                   05              PIC X(2)    value spaces.
                   05  Sod_Date                PIC 9(8).
                   05              PIC X(1)    value spaces.
                   05  Sod_Amount              PIC ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Sod_New_Flag            PIC X(3).
               01  SodActionLine.
                   05              PIC X(8)    value spaces.
                   05  Sod_Action_Label        PIC X(8).
                   05  Sod_Action_Text         PIC X(60).
               01  SodCountLine.
                   05              PIC X(2)    value spaces.
                   05  Sod_Count_Label         PIC X(32).
                   05  Sod_Count_Found         PIC ZZ,ZZ9.
                   05              PIC X(7)    value ' found,'.
                   05  Sod_Count_New           PIC ZZ,ZZ9.
                   05              PIC X(4)    value ' new'.

       Procedure Division.

           0000-Mainline.
               CALL "RunTiming" USING BY CONTENT 'S' 'SODCHECK    '
               PERFORM 1000-Initialize
               PERFORM 1100-Load-Known-Conflicts
               PERFORM 1200-Load-Maint-Audit
               PERFORM 1300-Load-Refund-Checks
               PERFORM 2000-Check-Batch-Releases
               PERFORM 3000-Check-Adj-Approvals
               PERFORM 4000-Check-History
               PERFORM 5000-Check-Address-Refunds
               PERFORM 6000-Check-Transfers
               PERFORM 8000-Write-Summary
               PERFORM 8500-Rewrite-Known-Conflicts
               CLOSE SodRpt
               CALL "RunTiming" USING BY CONTENT 'E' 'SODCHECK    '
               DISPLAY "SodCheck: " WS_Total_Found
                   " conflicts found, " WS_Total_New " new."
               IF WS_Total_New > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS_Unregistered_Count > ZERO
                   DISPLAY "SodCheck: " WS_Unregistered_Count
                       " new conflicts not registered - "
                       "SodViolations is full."
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN.

           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               PERFORM 1010-Clear-One-Count
                   VARYING WS_CC_Idx FROM 1 BY 1
                   UNTIL WS_CC_Idx > 5
               OPEN OUTPUT SodRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "SodReport" "OPEN OUTPUT"
               STRING WS_Current_Month '/' WS_Current_Day '/'
                       WS_Current_Year DELIMITED BY SIZE
                   INTO Sod_Head_Date
               WRITE Sod_Buffer FROM SodHeading
               WRITE Sod_Buffer FROM SodColumns
                   AFTER ADVANCING 2 LINES.

           1010-Clear-One-Count.
               MOVE ZERO TO CC_Found (WS_CC_Idx)
               MOVE ZERO TO CC_New (WS_CC_Idx).

           1100-Load-Known-Conflicts.
               MOVE ZERO TO Known_Count
               OPEN INPUT SodReg
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1110-Read-One-Known
                       UNTIL No_More_Input
                   CLOSE SodReg
               END-IF.

           1110-Read-One-Known.
               READ SodReg
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Known_Count < 3000
                       ADD 1 TO Known_Count
                       MOVE SV_Type TO KNT_Type (Known_Count)
                       MOVE SV_Key TO KNT_Key (Known_Count)
                       MOVE SV_First_Found
                           TO KNT_First_Found (Known_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Known_Table" "TABLE FULL"
                       DISPLAY "Known conflict table full - "
                           "SodViolations left as it stands."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 1200-Load-Maint-Audit - only adds and address changes
      * matter here; a change that left the address block alone is
      * passed over.
           1200-Load-Maint-Audit.
               MOVE ZERO TO Addr_Change_Count
               MOVE ZERO TO Created_Count
               OPEN INPUT CustMaintAud
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Maint-Row
                       UNTIL No_More_Input
                   CLOSE CustMaintAud
               END-IF.

           1210-Read-One-Maint-Row.
               READ CustMaintAud
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   EVALUATE MA_Action
                       WHEN 'A'
                           PERFORM 1220-Note-Creation
                       WHEN 'C'
                           IF MA_Before_Image (37:62) NOT EQUAL
                               MA_After_Image (37:62)
                               PERFORM 1230-Note-Address-Change
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           1220-Note-Creation.
               IF Created_Count < 2000
                   ADD 1 TO Created_Count
                   MOVE MA_After_Image (1:6)
                       TO CRT_Customer (Created_Count)
                   MOVE MA_Operator TO CRT_Operator (Created_Count)
                   MOVE MA_Date TO CRT_Date (Created_Count)
               ELSE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Created_Table" "TABLE FULL"
               END-IF.

           1230-Note-Address-Change.
               IF Addr_Change_Count < 2000
                   ADD 1 TO Addr_Change_Count
                   MOVE MA_After_Image (1:6)
                       TO ACT_Customer (Addr_Change_Count)
                   MOVE MA_Operator TO ACT_Operator (Addr_Change_Count)
                   MOVE MA_Date TO ACT_Date (Addr_Change_Count)
               ELSE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Addr_Change_Table" "TABLE FULL"
               END-IF.

           1300-Load-Refund-Checks.
               MOVE ZERO TO Refund_Count
               OPEN INPUT RefundChecks
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1310-Read-One-Check
                       UNTIL No_More_Input
                   CLOSE RefundChecks
               END-IF.

           1310-Read-One-Check.
               READ RefundChecks
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Refund_Count < 1000
                       ADD 1 TO Refund_Count
                       MOVE CK_Reference TO RFT_Reference (Refund_Count)
                       MOVE CK_Ref_Customer
                           TO RFT_Customer (Refund_Count)
                       MOVE CK_Ref_Date TO RFT_Date (Refund_Count)
                       MOVE CK_Amount TO RFT_Amount (Refund_Count)
                       MOVE SPACES TO RFT_Operator (Refund_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Refund_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 2000-Check-Batch-Releases - BatchProof marks a release whose
      * reviewer keyed any of the batch.
           2000-Check-Batch-Releases.
               OPEN INPUT RelReg
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2100-Check-One-Release
                       UNTIL No_More_Input
                   CLOSE RelReg
               END-IF.

           2100-Check-One-Release.
               READ RelReg
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Batch_Released AND BR_Reviewer_Keyed EQUAL 'Y'
                       MOVE 1 TO WS_CC_Idx
                       MOVE 'BREL' TO WS_Conf_Type
                       MOVE SPACES TO WS_Conf_Key
                       STRING BR_File_Name (1:24) DELIMITED BY SIZE
                               BR_Generation DELIMITED BY SIZE
                           INTO WS_Conf_Key
                       MOVE BR_Reviewer TO WS_Conf_Operator
                       MOVE ZERO TO WS_Conf_Customer
                       MOVE BR_Date TO WS_Conf_Date
                       MOVE ZERO TO WS_Conf_Amount
                       MOVE SPACES TO WS_Conf_First
                       STRING 'TransEntry keyed batch '
                               DELIMITED BY SIZE
                               BR_File_Name DELIMITED BY SPACE
                               ' generation ' DELIMITED BY SIZE
                               BR_Generation DELIMITED BY SIZE
                           INTO WS_Conf_First
                       MOVE 'BatchProof released it for posting'
                           TO WS_Conf_Second
                       PERFORM 7000-Report-Conflict
                   END-IF
               END-IF.

           3000-Check-Adj-Approvals.
               OPEN INPUT CustApprAud
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 3100-Check-One-Approval
                       UNTIL No_More_Input
                   CLOSE CustApprAud
               END-IF.

           3100-Check-One-Approval.
               READ CustApprAud
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE PA_Held_Image TO Held_Image
                   IF PA_Action EQUAL 'A' AND
                       PA_Supervisor EQUAL HI_Entered_By
                       MOVE 2 TO WS_CC_Idx
                       MOVE 'ADJA' TO WS_Conf_Type
                       MOVE SPACES TO WS_Conf_Key
                       STRING PA_Date DELIMITED BY SIZE
                               PA_Time DELIMITED BY SIZE
                               HI_Customer_Number DELIMITED BY SIZE
                               PA_Supervisor DELIMITED BY SIZE
                           INTO WS_Conf_Key
                       MOVE PA_Supervisor TO WS_Conf_Operator
                       MOVE HI_Customer_Number TO WS_Conf_Customer
                       MOVE PA_Date TO WS_Conf_Date
                       MOVE HI_Amount_Trans TO WS_Conf_Amount
                       MOVE SPACES TO WS_Conf_First
                       STRING 'Entered adjustment reason '
                               DELIMITED BY SIZE
                               HI_Reason_Code DELIMITED BY SIZE
                               ' for ' DELIMITED BY SIZE
                               HI_Month_Trans DELIMITED BY SIZE
                               '/' DELIMITED BY SIZE
                               HI_Year_Trans DELIMITED BY SIZE
                           INTO WS_Conf_First
                       MOVE 'AdjApproval approved the same adjustment'
                           TO WS_Conf_Second
                       PERFORM 7000-Report-Conflict
                   END-IF
               END-IF.

      * 4000-Check-History - one pass over the posted rows: a row
      * approved by its own keyer is a conflict, and each RFND row
      * names the operator behind the matching refund check.
           4000-Check-History.
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SET More_History TO TRUE
               MOVE ZERO TO CH_Customer_Number
               MOVE LOW-VALUES TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 4100-Check-One-History-Row
                   UNTIL No_More_History
               CLOSE CustHist.

           4100-Check-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   MOVE CH_Period TO WS_Hist_Date (1:6)
                   MOVE CH_Day_Trans TO WS_Hist_Date (7:2)
                   IF CH_Approved_By NOT EQUAL SPACES AND
                       CH_Approved_By EQUAL CH_Entered_By
                       PERFORM 4200-Report-Self-Approved-Row
                   END-IF
                   IF CH_Trans_Type EQUAL 'A' AND
                       CH_Reason_Code EQUAL 'RFND'
                       PERFORM 4300-Match-Refund-Check
                           VARYING WS_RFT_Idx FROM 1 BY 1
                           UNTIL WS_RFT_Idx > Refund_Count
                   END-IF
               END-IF.

           4200-Report-Self-Approved-Row.
               MOVE 3 TO WS_CC_Idx
               MOVE 'HIST' TO WS_Conf_Type
               MOVE CH_Key TO WS_Conf_Key
               MOVE CH_Entered_By TO WS_Conf_Operator
               MOVE CH_Customer_Number TO WS_Conf_Customer
               MOVE WS_Hist_Date TO WS_Conf_Date
               MOVE CH_Amount_Trans TO WS_Conf_Amount
               MOVE SPACES TO WS_Conf_First
               STRING 'Entered ' DELIMITED BY SIZE
                       CH_Trans_Type DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CH_Reason_Code DELIMITED BY SIZE
                       ' posted as ' DELIMITED BY SIZE
                       CH_Period DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       CH_Sequence DELIMITED BY SIZE
                   INTO WS_Conf_First
               MOVE 'Approved the same row (CH_Approved_By)'
                   TO WS_Conf_Second
               PERFORM 7000-Report-Conflict.

           4300-Match-Refund-Check.
               IF RFT_Customer (WS_RFT_Idx) EQUAL CH_Customer_Number
                   AND RFT_Date (WS_RFT_Idx) EQUAL WS_Hist_Date
                   AND RFT_Amount (WS_RFT_Idx) EQUAL CH_Amount_Trans
                   AND RFT_Operator (WS_RFT_Idx) EQUAL SPACES
                   MOVE CH_Entered_By TO RFT_Operator (WS_RFT_Idx)
               END-IF.

      * 5000-Check-Address-Refunds - the check went to an address
      * the same operator had changed on or before the refund date.
           5000-Check-Address-Refunds.
               PERFORM 5100-Check-One-Refund
                   VARYING WS_RFT_Idx FROM 1 BY 1
                   UNTIL WS_RFT_Idx > Refund_Count.

           5100-Check-One-Refund.
               IF RFT_Operator (WS_RFT_Idx) NOT EQUAL SPACES
                   PERFORM 5200-Match-Address-Change
                       VARYING WS_ACT_Idx FROM 1 BY 1
                       UNTIL WS_ACT_Idx > Addr_Change_Count
               END-IF.

           5200-Match-Address-Change.
               IF ACT_Customer (WS_ACT_Idx) EQUAL
                   RFT_Customer (WS_RFT_Idx) AND
                   ACT_Operator (WS_ACT_Idx) EQUAL
                       RFT_Operator (WS_RFT_Idx) AND
                   ACT_Date (WS_ACT_Idx) NOT > RFT_Date (WS_RFT_Idx)
                   MOVE 4 TO WS_CC_Idx
                   MOVE 'ADRF' TO WS_Conf_Type
                   MOVE SPACES TO WS_Conf_Key
                   STRING RFT_Reference (WS_RFT_Idx) DELIMITED BY SIZE
                           ACT_Date (WS_ACT_Idx) DELIMITED BY SIZE
                       INTO WS_Conf_Key
                   MOVE RFT_Operator (WS_RFT_Idx) TO WS_Conf_Operator
                   MOVE RFT_Customer (WS_RFT_Idx) TO WS_Conf_Customer
                   MOVE RFT_Date (WS_RFT_Idx) TO WS_Conf_Date
                   MOVE RFT_Amount (WS_RFT_Idx) TO WS_Conf_Amount
                   MOVE SPACES TO WS_Conf_First
                   STRING 'CustMaint changed the address on '
                           DELIMITED BY SIZE
                           ACT_Date (WS_ACT_Idx) DELIMITED BY SIZE
                       INTO WS_Conf_First
                   MOVE SPACES TO WS_Conf_Second
                   STRING 'RefundRun issued check '
                           DELIMITED BY SIZE
                           RFT_Reference (WS_RFT_Idx)
                           DELIMITED BY SIZE
                       INTO WS_Conf_Second
                   PERFORM 7000-Report-Conflict
               END-IF.

           6000-Check-Transfers.
               OPEN INPUT TransferAud
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 6100-Check-One-Transfer
                       UNTIL No_More_Input
                   CLOSE TransferAud
               END-IF.

           6100-Check-One-Transfer.
               READ TransferAud
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   PERFORM 6200-Match-Creation
                       VARYING WS_CRT_Idx FROM 1 BY 1
                       UNTIL WS_CRT_Idx > Created_Count
               END-IF.

           6200-Match-Creation.
               IF CRT_Customer (WS_CRT_Idx) EQUAL TA_To_Customer AND
                   CRT_Operator (WS_CRT_Idx) EQUAL TA_Operator
                   MOVE 5 TO WS_CC_Idx
                   MOVE 'XFER' TO WS_Conf_Type
                   MOVE SPACES TO WS_Conf_Key
                   STRING TA_Date DELIMITED BY SIZE
                           TA_Time DELIMITED BY SIZE
                           TA_From_Key DELIMITED BY SIZE
                       INTO WS_Conf_Key
                   MOVE TA_Operator TO WS_Conf_Operator
                   MOVE TA_To_Customer TO WS_Conf_Customer
                   MOVE TA_Date TO WS_Conf_Date
                   MOVE TA_Amount TO WS_Conf_Amount
                   MOVE SPACES TO WS_Conf_First
                   STRING 'CustMaint created the customer on '
                           DELIMITED BY SIZE
                           CRT_Date (WS_CRT_Idx) DELIMITED BY SIZE
                       INTO WS_Conf_First
                   MOVE SPACES TO WS_Conf_Second
                   STRING 'PayTransfer moved payment '
                           DELIMITED BY SIZE
                           TA_From_Key DELIMITED BY SIZE
                           ' onto it' DELIMITED BY SIZE
                       INTO WS_Conf_Second
                   PERFORM 7000-Report-Conflict
               END-IF.

      * 7000-Report-Conflict - every conflict lists each night; one
      * not yet on the register is marked NEW, registered and
      * alerted.  One the register table has no room for is still
      * listed and alerted, and counted so the run ends at 8.
           7000-Report-Conflict.
               ADD 1 TO CC_Found (WS_CC_Idx)
               ADD 1 TO WS_Total_Found
               SET Entry_Missing TO TRUE
               PERFORM 7100-Match-Known-Conflict
                   VARYING WS_KNT_Idx FROM 1 BY 1
                   UNTIL WS_KNT_Idx > Known_Count
                       OR Entry_Present
               IF Entry_Present
                   SET Known_Conflict TO TRUE
                   MOVE SPACES TO Sod_New_Flag
               ELSE
                   SET New_Conflict TO TRUE
                   MOVE 'NEW' TO Sod_New_Flag
                   ADD 1 TO CC_New (WS_CC_Idx)
                   ADD 1 TO WS_Total_New
                   IF Known_Count < 3000
                       ADD 1 TO Known_Count
                       MOVE WS_Conf_Type TO KNT_Type (Known_Count)
                       MOVE WS_Conf_Key TO KNT_Key (Known_Count)
                       MOVE WS_Current_Date
                           TO KNT_First_Found (Known_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Known_Table" "TABLE FULL"
                       ADD 1 TO WS_Unregistered_Count
                   END-IF
                   PERFORM 7200-Write-Ops-Alert
               END-IF
               PERFORM 7300-Write-Conflict-Lines.

           7100-Match-Known-Conflict.
               IF KNT_Type (WS_KNT_Idx) EQUAL WS_Conf_Type AND
                   KNT_Key (WS_KNT_Idx) EQUAL WS_Conf_Key
                   SET Entry_Present TO TRUE
               END-IF.

      * 7200-Write-Ops-Alert - the operator and customer ride the
      * alert's run-id field so the morning report can name them.
           7200-Write-Ops-Alert.
               OPEN EXTEND CustAlert
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAlert
               END-IF
               MOVE WS_Current_Date TO OA_Date
               ACCEPT WS_System_Time FROM TIME
               COMPUTE OA_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE SPACES TO OA_Text
               STRING 'SEGREGATION OF DUTIES ' DELIMITED BY SIZE
                       WS_Conf_Type DELIMITED BY SIZE
                   INTO OA_Text
               MOVE ZERO TO OA_Count_Expected
               MOVE ZERO TO OA_Records_Read
               MOVE ZERO TO OA_Total_Expected
               MOVE WS_Conf_Amount TO OA_Total_Actual
               MOVE WS_Conf_Operator TO OA_Run_Id (1:8)
               MOVE WS_Conf_Customer TO OA_Run_Id (9:6)
               MOVE '2' TO OA_Severity
               MOVE 'SOD' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

           7300-Write-Conflict-Lines.
               EVALUATE WS_Conf_Type
                   WHEN 'BREL'
                       MOVE 'Batch keyed and released' TO Sod_Type_Text
                   WHEN 'ADJA'
                       MOVE 'Adjustment self-approved' TO Sod_Type_Text
                   WHEN 'HIST'
                       MOVE 'Posted row self-approved' TO Sod_Type_Text
                   WHEN 'ADRF'
                       MOVE 'Address changed, then refund'
                           TO Sod_Type_Text
                   WHEN OTHER
                       MOVE 'Transfer onto own new customer'
                           TO Sod_Type_Text
               END-EVALUATE
               MOVE WS_Conf_Operator TO Sod_Operator
               MOVE WS_Conf_Customer TO Sod_Customer
               MOVE WS_Conf_Date TO Sod_Date
               MOVE WS_Conf_Amount TO Sod_Amount
               WRITE Sod_Buffer FROM SodDetail
                   AFTER ADVANCING 2 LINES
               MOVE 'First:' TO Sod_Action_Label
               MOVE WS_Conf_First TO Sod_Action_Text
               WRITE Sod_Buffer FROM SodActionLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Then:' TO Sod_Action_Label
               MOVE WS_Conf_Second TO Sod_Action_Text
               WRITE Sod_Buffer FROM SodActionLine
                   AFTER ADVANCING 1 LINES.

           8000-Write-Summary.
               IF WS_Total_Found EQUAL ZERO
                   MOVE SPACES TO Sod_Buffer
                   MOVE '    No conflicts found.' TO Sod_Buffer
                   WRITE Sod_Buffer AFTER ADVANCING 2 LINES
               END-IF
               PERFORM 8100-Write-One-Count
                   VARYING WS_CC_Idx FROM 1 BY 1
                   UNTIL WS_CC_Idx > 5.

           8100-Write-One-Count.
               EVALUATE WS_CC_Idx
                   WHEN 1
                       MOVE 'Batches keyed and released:'
                           TO Sod_Count_Label
                   WHEN 2
                       MOVE 'Adjustments self-approved:'
                           TO Sod_Count_Label
                   WHEN 3
                       MOVE 'Posted rows self-approved:'
                           TO Sod_Count_Label
                   WHEN 4
                       MOVE 'Address changes, then refund:'
                           TO Sod_Count_Label
                   WHEN OTHER
                       MOVE 'Transfers onto own customer:'
                           TO Sod_Count_Label
               END-EVALUATE
               MOVE CC_Found (WS_CC_Idx) TO Sod_Count_Found
               MOVE CC_New (WS_CC_Idx) TO Sod_Count_New
               IF WS_CC_Idx EQUAL 1
                   WRITE Sod_Buffer FROM SodCountLine
                       AFTER ADVANCING 3 LINES
               ELSE
                   WRITE Sod_Buffer FROM SodCountLine
                       AFTER ADVANCING 1 LINES
               END-IF.

           8500-Rewrite-Known-Conflicts.
               OPEN OUTPUT SodReg
                   CALL "Validations" USING File_Status
                       BY CONTENT "SodViolations" "OPEN OUTPUT"
               PERFORM 8510-Write-One-Known
                   VARYING WS_KNT_Idx FROM 1 BY 1
                   UNTIL WS_KNT_Idx > Known_Count
               CLOSE SodReg.

           8510-Write-One-Known.
               MOVE KNT_Type (WS_KNT_Idx) TO SV_Type
               MOVE KNT_Key (WS_KNT_Idx) TO SV_Key
               MOVE KNT_First_Found (WS_KNT_Idx) TO SV_First_Found
               WRITE Sod_Violation_Record.

       End Program SodCheck.
