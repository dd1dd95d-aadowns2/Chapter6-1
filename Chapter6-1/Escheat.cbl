       Identification Division.
           Program-ID. Escheat.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Unclaimed property run - a credit
      *                   position on CustomerBalance whose
      *                   customer has had no sale, payment or
      *                   return on CustomerHistory for the
      *                   dormancy period of the state on the
      *                   CustomerMaster address (EscheatDormancy,
      *                   blank state the default, three years
      *                   when absent) is dormant.  The
      *                   due-diligence letter goes to the master
      *                   address the EscheatParams lead days
      *                   ahead of the deadline and is remembered
      *                   on CustEscheat; once the deadline and the
      *                   response days after the letter have both
      *                   passed with no new activity, the credit
      *                   lists on the holder report grouped by
      *                   CM_State and clears with an ESCH
      *                   adjustment through CustomerHistory and
      *                   AdjustAudit, so the balance file and the
      *                   state report agree.  Letter delivery mode
      *                   rides the command line (E/P/B, blank for
      *                   none) as DunningRun's does.
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to
      *                   136). No due-diligence letter is mailed
      *                   to an address flagged for returned mail;
      *                   the letter row is still recorded so the
      *                   credit reports on schedule, and the
      *                   customer is appended to the
      *                   BadAddressWorklist.
      *   2026-10-15  AD  ReportDelivery requests carry a
      *                   recipient address (blank here, for the
      *                   site's own distribution list).
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121), filled from the row's own office,
      *                   period, customer and sequence as each row
      *                   is written.
      *   2026-10-15  AD  ESCH remittances journal the balance
      *                   change and the history row through
      *                   PostJournal so Backout can reverse them.
      *   2026-10-15  AD  A full dormancy or escheat table stops the
      *                   run before the lock is taken.  A credit
      *                   whose letter row, holder row or state will
      *                   not fit is held over to the next run with
      *                   its balance untouched, and the run ends at
      *                   return code 8.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Params assign to "EscheatParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Dormancy assign to "EscheatDormancy"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustEsch assign to "CustEscheat"
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

                   Select CustAdjAudit assign to "AdjustAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select EschLetters assign to "EscheatLetters"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select HolderRpt assign to "EscheatHolderReport"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BadAddr assign to "BadAddressWorklist"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Param_Record - how many days ahead of the dormancy deadline
      * the due-diligence letter goes, and how many days the
      * customer has to answer it before the credit is reported.
           FD  Params
               Record Contains 6 Characters.
               01  Param_Record.
                   05  EP_Letter_Lead_Days         PIC 9(3).
                   05  EP_Response_Days            PIC 9(3).

      * Dormancy_Record - years without activity before a credit
      * is presumed abandoned in the state; a blank state is the
      * default for any state not listed.
           FD  Dormancy
               Record Contains 4 Characters.
               01  Dormancy_Record.
                   05  ED_State                    PIC X(2).
                   05  ED_Years                    PIC 9(2).

      * Escheat_Record - one row per customer sent a due-diligence
      * letter and not yet reported: the letter date and the
      * credit it quoted.
           FD  CustEsch
               Record Contains 23 Characters.
               01  Escheat_Record.
                   05  ES_Customer_Number          PIC 9(6).
                   05  ES_Letter_Date              PIC 9(8).
                   05  ES_Amount                   PIC 9(7)V9(2).

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
                       88  CM_Active                     value 'A'.
                       88  CM_Inactive                   value 'I'.
                       88  CM_Credit_Hold                value 'C'.
                   05  CM_Parent_Number                PIC 9(6).
                   05  CM_Company                      PIC X(2).
                   05  CM_Sales_Rep                    PIC X(4).
                   05  CM_Terms_Code                   PIC X(4).
                   05  CM_Addr_Status                  PIC X(1).
                       88  CM_Addr_Returned              value 'R'.
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

           FD  CustAdjAudit
               Record Contains 57 Characters.
               01  Adjust_Audit_Record.
                   05  AA_Customer_Number               PIC 9(6).
                   05  AA_Date                          PIC 9(8).
                   05  AA_Amount                        PIC S9(7)V9(2).
                   05  AA_Entered_By                    PIC X(8).
                   05  AA_Reason_Code                   PIC X(4).
                   05  AA_Approved_By                   PIC X(8).
                   05  AA_Run_Id                        PIC X(14).

           FD  EschLetters
               Record Contains 132 Characters.
               01  Letter_Buffer                   PIC X(132).

           FD  HolderRpt
               Record Contains 132 Characters.
               01  Holder_Buffer                   PIC X(132).

      * Bad_Address_Record - one row per customer a run passed over
      * because the post office returned mail from the address on
      * file; the desk researches the list and corrects the address
      * in CustMaint, which clears the flag.
           FD  BadAddr
               Record Contains 84 Characters.
               01  Bad_Address_Record.
                   05  BW_Customer_Number          PIC 9(6).
                   05  BW_Date                     PIC 9(8).
                   05  BW_Source                   PIC X(12).
                   05  BW_Flag_Date                PIC 9(8).
                   05  BW_Last_Name                PIC X(20).
                   05  BW_Address                  PIC X(30).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  WS_Command_Line                 PIC X(80).
               01  Delivery_Mode_Sw                PIC X(1) value 'N'.
                   88  Deliver_None                  value 'N'.
                   88  Deliver_Email                 value 'E'.
                   88  Deliver_Pdf                   value 'P'.
                   88  Deliver_Both                  value 'B'.
               01  WS_Deliv_Recipient              PIC X(60)
                       value spaces.
               01  WS_Letter_File_Name             PIC X(40)
                       value 'EscheatLetters'.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
              COPY "JournalRequest.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Lock_Status                  PIC 9(2).
               01  WS_Current_Period               PIC X(6).
               01  WS_Letter_Lead_Days             PIC 9(3) value 120.
               01  WS_Response_Days                PIC 9(3) value 60.
               01  WS_Default_Years                PIC 9(2) value 3.
               01  WS_Dormancy_Years               PIC 9(2).
               01  WS_Dormancy_State               PIC X(2).
               01  WS_Date_Function                PIC X(1) value 'A'.
               01  WS_Day_Count                    PIC S9(5).
               01  WS_Last_Activity                PIC 9(8).
               01  WS_Row_Date                     PIC 9(8).
               01  WS_Deadline                     PIC 9(8).
               01  WS_Letter_From                  PIC 9(8).
               01  WS_Report_From                  PIC 9(8).
               01  WS_Claim_By                     PIC 9(8).
               01  WS_Credit_Amount                PIC 9(7)V9(2).
               01  WS_Date_Edit.
                   05  WS_Edit_Month               PIC X(2).
                   05                              PIC X(1) value '/'.
                   05  WS_Edit_Day                 PIC X(2).
                   05                              PIC X(1) value '/'.
                   05  WS_Edit_Year                PIC X(4).
               01  WS_Date_Work                    PIC X(8).
               01  WS_Activity_Edit                PIC X(10).
               01  WS_Claim_Edit                   PIC X(10).
               01  Balance_EOF_Sw                  PIC X(1).
                   88  No_More_Balances              value 'Y'.
                   88  More_Balance_Records          value 'N'.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  History_Written_Sw              PIC X(1).
                   88  History_Written               value 'Y'.
                   88  History_Not_Written           value 'N'.
               01  WS_History_Seq                  PIC 9(5).
               01  WS_Letter_Count                 PIC 9(5) value zero.
               01  WS_Unmailed_Count               PIC 9(5) value zero.
               01  WS_Remit_Count                  PIC 9(5) value zero.
               01  WS_Remit_Total                  PIC 9(9)V9(2)
                       value zero.
               01  WS_Waiting_Count                PIC 9(5) value zero.
               01  WS_Table_Full_Count             PIC 9(5) value zero.

      * Dormancy_Table - the EscheatDormancy rows.
               01  Dormancy_Count                  PIC 9(2) value zero.
               01  Dormancy_Table.
                   05  Dormancy_Entry OCCURS 80 TIMES.
                       10  DT_State                PIC X(2).
                       10  DT_Years                PIC 9(2).
               01  WS_DT_Idx                       PIC 9(2).

      * Escheat_Table - the CustEscheat rows held in storage so the
      * file can be rewritten whole at end of run: a customer
      * still waiting out the letter keeps the row, one reported
      * or heard from since the letter drops.
               01  Escheat_Count                   PIC 9(4) value zero.
               01  Escheat_Table.
                   05  Escheat_Entry OCCURS 2000 TIMES.
                       10  ET_Customer_Number      PIC 9(6).
                       10  ET_Letter_Date          PIC 9(8).
                       10  ET_Amount               PIC 9(7)V9(2).
                       10  ET_Keep_Sw              PIC X(1).
               01  WS_ET_Idx                       PIC 9(4).
               01  WS_ET_Match_Idx                 PIC 9(4).
               01  Escheat_Entry_Sw                PIC X(1).
                   88  Escheat_Entry_Present         value 'Y'.
                   88  Escheat_Entry_Missing         value 'N'.

      * Holder_Table - the credits reported this run, printed by
      * state at end of run.
               01  Holder_Count                    PIC 9(4) value zero.
               01  Holder_Table.
                   05  Holder_Entry OCCURS 2000 TIMES.
                       10  HT_State                PIC X(2).
                       10  HT_Customer_Number      PIC 9(6).
                       10  HT_Name                 PIC X(31).
                       10  HT_Last_Activity        PIC 9(8).
                       10  HT_Letter_Date          PIC 9(8).
                       10  HT_Amount               PIC 9(7)V9(2).
               01  WS_HT_Idx                       PIC 9(4).
               01  State_Count                     PIC 9(2) value zero.
               01  State_Table.
                   05  State_Entry OCCURS 80 TIMES.
                       10  ST_State                PIC X(2).
               01  WS_ST_Idx                       PIC 9(2).
               01  WS_State_Pass                   PIC 9(2).
               01  WS_Print_State                  PIC X(2).
               01  WS_Last_State                   PIC X(2).
               01  State_Entry_Sw                  PIC X(1).
                   88  State_Entry_Present           value 'Y'.
                   88  State_Entry_Missing           value 'N'.
               01  WS_State_Holders                PIC 9(5).
               01  WS_State_Total                  PIC 9(9)V9(2).

               01  LetterSeparator.
                   05              PIC X(60)   value ALL '-'.
               01  LetterDateLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_Date             PIC X(10).
               01  LetterNameLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_First_Name       PIC X(10).
                   05              PIC X(1)    value spaces.
                   05  Letter_Last_Name        PIC X(20).
               01  LetterAddressLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_Address          PIC X(30).
               01  LetterCityLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_City             PIC X(20).
                   05              PIC X(1)    value spaces.
                   05  Letter_State            PIC X(2).
                   05              PIC X(1)    value spaces.
                   05  Letter_Zip              PIC X(10).
               01  LetterAccountLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(9)    value 'Account: '.
                   05  Letter_Cust_Number      PIC 9(6).
                   05              PIC X(23)
                           value '  Credit in your name: '.
                   05  Letter_Credit           PIC Z,ZZZ,ZZ9.99.
               01  LetterBodyLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_Body_Text        PIC X(70).

               01  HolderHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(40)
                       value 'Unclaimed Property Holder Report'.
               01  HolderStateLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(7)    value 'State: '.
                   05  Holder_State            PIC X(2).
                   05              PIC X(13)   value '  Dormancy: '.
                   05  Holder_Years            PIC Z9.
                   05              PIC X(6)    value ' years'.
               01  HolderDetail.
                   05              PIC X(4)    value spaces.
                   05  Holder_Cust_Number      PIC 9(6).
                   05              PIC X(1)    value spaces.
                   05  Holder_Name             PIC X(31).
                   05              PIC X(16)
                       value '  last active: '.
                   05  Holder_Last_Activity    PIC X(10).
                   05              PIC X(10)   value '  letter: '.
                   05  Holder_Letter_Date      PIC X(10).
                   05              PIC X(2)    value spaces.
                   05  Holder_Amount           PIC Z,ZZZ,ZZ9.99.
               01  HolderStateTotal.
                   05              PIC X(4)    value spaces.
                   05              PIC X(12)   value 'State total '.
                   05  Holder_State_Count      PIC ZZ,ZZ9.
                   05              PIC X(11)   value ' owners    '.
                   05  Holder_State_Amount     PIC ZZ,ZZZ,ZZ9.99.
               01  HolderCountLine.
                   05              PIC X(2)    value spaces.
                   05  Holder_Count_Label      PIC X(30).
                   05  Holder_Count_Value      PIC ZZ,ZZ9.
               01  HolderTotalLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(30)
                       value 'Amount reported and remitted:'.
                   05  Holder_Total_Value      PIC ZZ,ZZZ,ZZ9.99.

       Procedure Division.

           0000-Mainline.
               PERFORM 1000-Initialize
               PERFORM 3000-Judge-One-Balance
                   UNTIL No_More_Balances
               PERFORM 6000-Write-Holder-Report
               PERFORM 7000-Rewrite-Escheat-File
               PERFORM 8000-Deliver-Letters
               PERFORM 9000-Close-Program
               DISPLAY "Escheat: " WS_Letter_Count " letters, "
                   WS_Remit_Count " reported, "
                   WS_Waiting_Count " waiting on a letter."
               IF WS_Unmailed_Count > ZERO
                   DISPLAY "Escheat: " WS_Unmailed_Count
                       " not mailed for returned mail "
                       "(BadAddressWorklist)."
               END-IF
               IF WS_Table_Full_Count > ZERO
                   DISPLAY "Escheat: " WS_Table_Full_Count
                       " held over - a letter or holder table is full."
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN.

           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date TO Run_Id (1:8)
               MOVE WS_Sys_Hours TO Run_Id (9:2)
               MOVE WS_Sys_Minutes TO Run_Id (11:2)
               MOVE WS_Sys_Seconds TO Run_Id (13:2)
               MOVE WS_Current_Year TO WS_Current_Period (1:4)
               MOVE WS_Current_Month TO WS_Current_Period (5:2)
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:1) NOT EQUAL SPACES
                   MOVE WS_Command_Line (1:1) TO Delivery_Mode_Sw
               END-IF
               PERFORM 1100-Read-Params
               PERFORM 1200-Load-Dormancy
               PERFORM 1300-Load-Escheat-File
               PERFORM 1900-Acquire-Run-Lock
               OPEN I-O CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN I-O"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN I-O CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN I-O"
               OPEN EXTEND CustAdjAudit
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAdjAudit
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "AdjustAudit" "OPEN EXTEND"
               OPEN OUTPUT EschLetters
                   CALL "Validations" USING File_Status
                       BY CONTENT "EscheatLetters" "OPEN OUTPUT"
               SET More_Balance_Records TO TRUE
               MOVE ZERO TO CB_Customer_Number
               START CustBal KEY IS NOT LESS THAN CB_Customer_Number
                   INVALID KEY SET No_More_Balances TO TRUE
               END-START.

           1100-Read-Params.
               OPEN INPUT Params
               IF File_Status EQUAL '00'
                   READ Params
                       AT END CONTINUE
                       NOT AT END
                           MOVE EP_Letter_Lead_Days
                               TO WS_Letter_Lead_Days
                           MOVE EP_Response_Days TO WS_Response_Days
                   END-READ
                   CLOSE Params
               END-IF.

           1200-Load-Dormancy.
               MOVE ZERO TO Dormancy_Count
               OPEN INPUT Dormancy
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Dormancy
                       UNTIL No_More_Input
                   CLOSE Dormancy
               END-IF.

           1210-Read-One-Dormancy.
               READ Dormancy
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF ED_State EQUAL SPACES
                       MOVE ED_Years TO WS_Default_Years
                   ELSE
                       IF Dormancy_Count < 80
                           ADD 1 TO Dormancy_Count
                           MOVE ED_State TO DT_State (Dormancy_Count)
                           MOVE ED_Years TO DT_Years (Dormancy_Count)
                       ELSE
                           CALL "Validations" USING
                               WS_Table_Full_Status BY CONTENT
                               "Dormancy_Table" "TABLE FULL"
                           DISPLAY "Dormancy table full - no credit "
                               "judged."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

           1300-Load-Escheat-File.
               MOVE ZERO TO Escheat_Count
               OPEN INPUT CustEsch
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1310-Read-One-Escheat-Row
                       UNTIL No_More_Input
                   CLOSE CustEsch
               END-IF.

           1310-Read-One-Escheat-Row.
               READ CustEsch
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Escheat_Count < 2000
                       ADD 1 TO Escheat_Count
                       MOVE ES_Customer_Number
                           TO ET_Customer_Number (Escheat_Count)
                       MOVE ES_Letter_Date
                           TO ET_Letter_Date (Escheat_Count)
                       MOVE ES_Amount TO ET_Amount (Escheat_Count)
                       MOVE 'N' TO ET_Keep_Sw (Escheat_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Escheat_Table" "TABLE FULL"
                       DISPLAY "Escheat table full - CustEscheat "
                           "left as it stands."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           1900-Acquire-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'S' 'Escheat     ' 'SYSTEM  '
               IF WS_Lock_Status NOT EQUAL ZERO
                   DISPLAY "The batch run holds the files - "
                       "try again after it finishes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * 3000-Judge-One-Balance - only a credit position can be
      * owed to the customer; a customer gone from the master has
      * no address to write to or state to report under.
           3000-Judge-One-Balance.
               READ CustBal NEXT RECORD
                   AT END SET No_More_Balances TO TRUE
               END-READ
               IF NOT No_More_Balances
                   IF CB_Balance < ZERO
                       SET Master_Found TO TRUE
                       MOVE CB_Customer_Number TO CM_Customer_Number
                       READ CustMstr
                           INVALID KEY SET Master_Not_Found TO TRUE
                       END-READ
                       IF Master_Found
                           PERFORM 4000-Judge-One-Credit
                       END-IF
                   END-IF
               END-IF.

      * 4000-Judge-One-Credit - the deadline is the last activity
      * plus the state's dormancy years.  With no letter out the
      * letter goes once the lead days before the deadline are
      * reached; with one out the credit is reported once the
      * deadline and the response days have both passed.  Activity
      * since the letter means the customer answered: the letter
      * row drops and the clock starts over.
           4000-Judge-One-Credit.
               COMPUTE WS_Credit_Amount = 0 - CB_Balance
               PERFORM 4100-Find-Last-Activity
               MOVE CM_State TO WS_Dormancy_State
               PERFORM 4200-Find-Dormancy-Years
               COMPUTE WS_Deadline =
                   WS_Last_Activity + WS_Dormancy_Years * 10000
               PERFORM 4300-Find-Escheat-Entry
               IF Escheat_Entry_Present
                   IF ET_Letter_Date (WS_ET_Match_Idx) <
                       WS_Last_Activity
                       SET Escheat_Entry_Missing TO TRUE
                   END-IF
               END-IF
               IF Escheat_Entry_Missing
                   COMPUTE WS_Day_Count = 0 - WS_Letter_Lead_Days
                   CALL "DateCalc" USING WS_Date_Function,
                       WS_Deadline, WS_Day_Count, WS_Letter_From
                   IF WS_Current_Date NOT LESS THAN WS_Letter_From
                       PERFORM 5000-Write-One-Letter
                   END-IF
               ELSE
                   MOVE WS_Response_Days TO WS_Day_Count
                   CALL "DateCalc" USING WS_Date_Function,
                       ET_Letter_Date (WS_ET_Match_Idx), WS_Day_Count,
                       WS_Report_From
                   IF WS_Current_Date NOT LESS THAN WS_Deadline AND
                       WS_Current_Date NOT LESS THAN WS_Report_From
                       PERFORM 5500-Remit-One-Credit
                   ELSE
                       MOVE 'Y' TO ET_Keep_Sw (WS_ET_Match_Idx)
                       ADD 1 TO WS_Waiting_Count
                   END-IF
               END-IF.

      * 4100-Find-Last-Activity - the newest sale, payment or
      * return the customer made; adjustments are our own postings
      * and do not count.  With the history offloaded the balance
      * file's last activity date stands in.
           4100-Find-Last-Activity.
               MOVE ZERO TO WS_Last_Activity
               SET More_History TO TRUE
               MOVE CB_Customer_Number TO CH_Customer_Number
               MOVE LOW-VALUES TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 4110-Check-One-History-Row
                   UNTIL No_More_History
               IF WS_Last_Activity EQUAL ZERO
                   MOVE CB_Last_Activity TO WS_Last_Activity
               END-IF.

           4110-Check-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Customer_Number NOT EQUAL CB_Customer_Number
                       SET No_More_History TO TRUE
                   ELSE
                       IF CH_Trans_Type EQUAL 'S' OR
                           CH_Trans_Type EQUAL 'P' OR
                           CH_Trans_Type EQUAL 'R'
                           MOVE CH_Period TO WS_Row_Date (1:6)
                           MOVE CH_Day_Trans TO WS_Row_Date (7:2)
                           IF WS_Row_Date > WS_Last_Activity
                               MOVE WS_Row_Date TO WS_Last_Activity
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           4200-Find-Dormancy-Years.
               MOVE WS_Default_Years TO WS_Dormancy_Years
               PERFORM 4210-Match-One-State
                   VARYING WS_DT_Idx FROM 1 BY 1
                   UNTIL WS_DT_Idx > Dormancy_Count.

           4210-Match-One-State.
               IF DT_State (WS_DT_Idx) EQUAL WS_Dormancy_State
                   MOVE DT_Years (WS_DT_Idx) TO WS_Dormancy_Years
               END-IF.

           4300-Find-Escheat-Entry.
               SET Escheat_Entry_Missing TO TRUE
               PERFORM 4310-Match-Escheat-Entry
                   VARYING WS_ET_Idx FROM 1 BY 1
                   UNTIL WS_ET_Idx > Escheat_Count
                       OR Escheat_Entry_Present.

           4310-Match-Escheat-Entry.
               IF ET_Customer_Number (WS_ET_Idx) EQUAL
                   CB_Customer_Number
                   SET Escheat_Entry_Present TO TRUE
                   MOVE WS_ET_Idx TO WS_ET_Match_Idx
               END-IF.

      * 5000-Write-One-Letter - the due-diligence letter names the
      * date the customer must answer by: the deadline, or the
      * response days from today when the deadline is nearer.  A
      * stale letter row for the customer is reused.  An address
      * flagged for returned mail gets no letter - the post office
      * has already shown the owner is not there - but the row is
      * still recorded so the credit reports on schedule, and the
      * customer goes on the worklist.
           5000-Write-One-Letter.
               PERFORM 5100-Record-Letter
               IF Escheat_Entry_Present
                   IF CM_Addr_Returned
                       PERFORM 5300-Write-Bad-Address-Row
                       ADD 1 TO WS_Unmailed_Count
                   ELSE
                       MOVE WS_Response_Days TO WS_Day_Count
                       CALL "DateCalc" USING WS_Date_Function,
                           WS_Current_Date, WS_Day_Count, WS_Claim_By
                       IF WS_Deadline > WS_Claim_By
                           MOVE WS_Deadline TO WS_Claim_By
                       END-IF
                       PERFORM 5200-Print-Letter
                       ADD 1 TO WS_Letter_Count
                   END-IF
               END-IF.

      * 5100-Record-Letter - with the table full no row is recorded
      * and no letter goes; the credit is judged again next run.
           5100-Record-Letter.
               IF Escheat_Entry_Missing
                   PERFORM 4300-Find-Escheat-Entry
               END-IF
               IF Escheat_Entry_Missing
                   IF Escheat_Count < 2000
                       ADD 1 TO Escheat_Count
                       MOVE Escheat_Count TO WS_ET_Match_Idx
                       MOVE CB_Customer_Number
                           TO ET_Customer_Number (WS_ET_Match_Idx)
                       SET Escheat_Entry_Present TO TRUE
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Escheat_Table" "TABLE FULL"
                       ADD 1 TO WS_Table_Full_Count
                   END-IF
               END-IF
               IF Escheat_Entry_Present
                   MOVE WS_Current_Date
                       TO ET_Letter_Date (WS_ET_Match_Idx)
                   MOVE WS_Credit_Amount TO ET_Amount (WS_ET_Match_Idx)
                   MOVE 'Y' TO ET_Keep_Sw (WS_ET_Match_Idx)
               END-IF.

           5200-Print-Letter.
               WRITE Letter_Buffer FROM LetterSeparator
                   AFTER ADVANCING 1 LINES
               MOVE WS_Current_Date TO WS_Date_Work
               PERFORM 5900-Edit-Date
               MOVE WS_Date_Edit TO Letter_Date
               WRITE Letter_Buffer FROM LetterDateLine
                   AFTER ADVANCING 1 LINES
               MOVE CM_First_Name TO Letter_First_Name
               MOVE CM_Last_Name TO Letter_Last_Name
               WRITE Letter_Buffer FROM LetterNameLine
                   AFTER ADVANCING 1 LINES
               MOVE CM_Address TO Letter_Address
               WRITE Letter_Buffer FROM LetterAddressLine
                   AFTER ADVANCING 1 LINES
               MOVE CM_City TO Letter_City
               MOVE CM_State TO Letter_State
               MOVE CM_Zip TO Letter_Zip
               WRITE Letter_Buffer FROM LetterCityLine
                   AFTER ADVANCING 1 LINES
               MOVE CB_Customer_Number TO Letter_Cust_Number
               MOVE WS_Credit_Amount TO Letter_Credit
               WRITE Letter_Buffer FROM LetterAccountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'NOTICE OF UNCLAIMED PROPERTY' TO Letter_Body_Text
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 2 LINES
               MOVE WS_Last_Activity TO WS_Date_Work
               PERFORM 5900-Edit-Date
               MOVE WS_Date_Edit TO WS_Activity_Edit
               MOVE WS_Claim_By TO WS_Date_Work
               PERFORM 5900-Edit-Date
               MOVE WS_Date_Edit TO WS_Claim_Edit
               MOVE SPACES TO Letter_Body_Text
               STRING 'We hold the credit above in your name. There '
                       'has been no activity' DELIMITED BY SIZE
                   INTO Letter_Body_Text
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 1 LINES
               MOVE SPACES TO Letter_Body_Text
               STRING 'on the account since ' DELIMITED BY SIZE
                       WS_Activity_Edit DELIMITED BY SIZE
                       '. Unless you contact us by ' DELIMITED BY SIZE
                       WS_Claim_Edit DELIMITED BY SIZE
                   INTO Letter_Body_Text
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 1 LINES
               MOVE 'the law requires us to report and remit it to '
                   & 'the state as' TO Letter_Body_Text
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 1 LINES
               MOVE 'unclaimed property.' TO Letter_Body_Text
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 1 LINES.

           5300-Write-Bad-Address-Row.
               OPEN EXTEND BadAddr
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT BadAddr
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "BadAddressWorklist" "OPEN EXTEND"
               MOVE CM_Customer_Number TO BW_Customer_Number
               MOVE WS_Current_Date TO BW_Date
               MOVE 'ESCHEAT' TO BW_Source
               MOVE CM_Addr_Status_Date TO BW_Flag_Date
               MOVE CM_Last_Name TO BW_Last_Name
               MOVE CM_Address TO BW_Address
               WRITE Bad_Address_Record
               CLOSE BadAddr.

      * 5500-Remit-One-Credit - the credit goes on the holder
      * report and clears as an ESCH debit adjustment, the same
      * direct posting RefundRun gives a refund.  The holder row
      * and its state must both fit before the balance clears, or
      * the report would miss a credit already taken off; one that
      * does not fit keeps its letter row and waits for next run.
           5500-Remit-One-Credit.
               SET State_Entry_Missing TO TRUE
               PERFORM 5520-Match-One-State
                   VARYING WS_ST_Idx FROM 1 BY 1
                   UNTIL WS_ST_Idx > State_Count
                       OR State_Entry_Present
               IF Holder_Count < 2000 AND
                   (State_Entry_Present OR State_Count < 80)
                   ADD 1 TO Holder_Count
                   MOVE CM_State TO HT_State (Holder_Count)
                   MOVE CB_Customer_Number
                       TO HT_Customer_Number (Holder_Count)
                   MOVE SPACES TO HT_Name (Holder_Count)
                   STRING CM_First_Name DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           CM_Last_Name DELIMITED BY SIZE
                       INTO HT_Name (Holder_Count)
                   MOVE WS_Last_Activity
                       TO HT_Last_Activity (Holder_Count)
                   MOVE ET_Letter_Date (WS_ET_Match_Idx)
                       TO HT_Letter_Date (Holder_Count)
                   MOVE WS_Credit_Amount TO HT_Amount (Holder_Count)
                   IF State_Entry_Missing
                       ADD 1 TO State_Count
                       MOVE CM_State TO ST_State (State_Count)
                   END-IF
                   MOVE Balance_Record TO WS_Jnl_Before
                   MOVE ZERO TO CB_Balance
                   MOVE WS_Current_Date TO CB_Last_Activity
                   PERFORM 5550-Journal-Balance-Row
                   REWRITE Balance_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerBalance" "REWRITE"
                   END-REWRITE
                   PERFORM 5600-Write-History-Row
                   PERFORM 5700-Write-Audit-Row
                   ADD 1 TO WS_Remit_Count
                   ADD WS_Credit_Amount TO WS_Remit_Total
               ELSE
                   MOVE 'Y' TO ET_Keep_Sw (WS_ET_Match_Idx)
                   IF Holder_Count < 2000
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "State_Table" "TABLE FULL"
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Holder_Table" "TABLE FULL"
                   END-IF
                   ADD 1 TO WS_Table_Full_Count
               END-IF.

           5520-Match-One-State.
               IF ST_State (WS_ST_Idx) EQUAL CM_State
                   SET State_Entry_Present TO TRUE
               END-IF.

      * 5550-Journal-Balance-Row - journalled ahead of the rewrite
      * so Backout can put the credit back.
           5550-Journal-Balance-Row.
               MOVE 'Escheat' TO WS_Jnl_Program
               MOVE 'BAL ' TO WS_Jnl_File
               MOVE 'C' TO WS_Jnl_Action
               MOVE CB_Customer_Number TO WS_Jnl_Key
               MOVE Balance_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

           5600-Write-History-Row.
               MOVE CB_Customer_Number TO CH_Customer_Number
               MOVE WS_Current_Period TO CH_Period
               MOVE WS_Credit_Amount TO CH_Amount_Trans
               MOVE 'A' TO CH_Trans_Type
               MOVE 'USD' TO CH_Currency_Code
               MOVE WS_Current_Day TO CH_Day_Trans
               MOVE 'SYSTEM' TO CH_Entered_By
               MOVE 'ESCH' TO CH_Reason_Code
               MOVE SPACES TO CH_Tax_Juris
               MOVE ZERO TO CH_Tax_Amount
               MOVE SPACES TO CH_Office_Code
               MOVE SPACES TO CH_Approved_By
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               SET History_Not_Written TO TRUE
               PERFORM 5610-Try-One-History-Write
                   VARYING WS_History_Seq FROM 1 BY 1
                   UNTIL History_Written OR WS_History_Seq > 9999
               IF History_Written
                   PERFORM 5650-Journal-History-Add
               END-IF.

           5610-Try-One-History-Write.
               MOVE WS_History_Seq TO CH_Sequence
               MOVE CH_Office_Code TO CH_OK_Office
               MOVE CH_Period TO CH_PK_Period
               MOVE CH_Customer_Number TO CH_PK_Customer
               MOVE CH_Sequence TO CH_PK_Sequence
               SET History_Written TO TRUE
               WRITE History_Record
                   INVALID KEY
                       SET History_Not_Written TO TRUE
               END-WRITE.

           5650-Journal-History-Add.
               MOVE 'Escheat' TO WS_Jnl_Program
               MOVE 'HIST' TO WS_Jnl_File
               MOVE 'A' TO WS_Jnl_Action
               MOVE CH_Key TO WS_Jnl_Key
               MOVE SPACES TO WS_Jnl_Before
               MOVE History_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

           5700-Write-Audit-Row.
               MOVE CB_Customer_Number TO AA_Customer_Number
               MOVE WS_Current_Date TO AA_Date
               MOVE WS_Credit_Amount TO AA_Amount
               MOVE 'SYSTEM' TO AA_Entered_By
               MOVE 'ESCH' TO AA_Reason_Code
               MOVE SPACES TO AA_Approved_By
               MOVE Run_Id TO AA_Run_Id
               WRITE Adjust_Audit_Record.

           5900-Edit-Date.
               MOVE WS_Date_Work (5:2) TO WS_Edit_Month
               MOVE WS_Date_Work (7:2) TO WS_Edit_Day
               MOVE WS_Date_Work (1:4) TO WS_Edit_Year.

      * 6000-Write-Holder-Report - states print in order: each
      * pass takes the lowest state code above the one just
      * printed.
           6000-Write-Holder-Report.
               OPEN OUTPUT HolderRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "EscheatHolderReport" "OPEN OUTPUT"
               WRITE Holder_Buffer FROM HolderHeading
               MOVE LOW-VALUES TO WS_Last_State
               PERFORM 6100-Write-One-State
                   VARYING WS_State_Pass FROM 1 BY 1
                   UNTIL WS_State_Pass > State_Count
               MOVE 'Due-diligence letters sent:' TO Holder_Count_Label
               MOVE WS_Letter_Count TO Holder_Count_Value
               WRITE Holder_Buffer FROM HolderCountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Waiting on a letter:' TO Holder_Count_Label
               MOVE WS_Waiting_Count TO Holder_Count_Value
               WRITE Holder_Buffer FROM HolderCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Owners reported:' TO Holder_Count_Label
               MOVE WS_Remit_Count TO Holder_Count_Value
               WRITE Holder_Buffer FROM HolderCountLine
                   AFTER ADVANCING 1 LINES
               MOVE WS_Remit_Total TO Holder_Total_Value
               WRITE Holder_Buffer FROM HolderTotalLine
                   AFTER ADVANCING 1 LINES
               CLOSE HolderRpt.

           6100-Write-One-State.
               MOVE HIGH-VALUES TO WS_Print_State
               PERFORM 6110-Pick-Lowest-State
                   VARYING WS_ST_Idx FROM 1 BY 1
                   UNTIL WS_ST_Idx > State_Count
               MOVE WS_Print_State TO WS_Last_State
               MOVE WS_Print_State TO WS_Dormancy_State
               PERFORM 4200-Find-Dormancy-Years
               MOVE WS_Print_State TO Holder_State
               MOVE WS_Dormancy_Years TO Holder_Years
               WRITE Holder_Buffer FROM HolderStateLine
                   AFTER ADVANCING 2 LINES
               MOVE ZERO TO WS_State_Holders
               MOVE ZERO TO WS_State_Total
               PERFORM 6200-Write-One-Holder
                   VARYING WS_HT_Idx FROM 1 BY 1
                   UNTIL WS_HT_Idx > Holder_Count
               MOVE WS_State_Holders TO Holder_State_Count
               MOVE WS_State_Total TO Holder_State_Amount
               WRITE Holder_Buffer FROM HolderStateTotal
                   AFTER ADVANCING 1 LINES.

           6110-Pick-Lowest-State.
               IF ST_State (WS_ST_Idx) > WS_Last_State AND
                   ST_State (WS_ST_Idx) < WS_Print_State
                   MOVE ST_State (WS_ST_Idx) TO WS_Print_State
               END-IF.

           6200-Write-One-Holder.
               IF HT_State (WS_HT_Idx) EQUAL WS_Print_State
                   MOVE HT_Customer_Number (WS_HT_Idx)
                       TO Holder_Cust_Number
                   MOVE HT_Name (WS_HT_Idx) TO Holder_Name
                   MOVE HT_Last_Activity (WS_HT_Idx) TO WS_Date_Work
                   PERFORM 5900-Edit-Date
                   MOVE WS_Date_Edit TO Holder_Last_Activity
                   MOVE HT_Letter_Date (WS_HT_Idx) TO WS_Date_Work
                   PERFORM 5900-Edit-Date
                   MOVE WS_Date_Edit TO Holder_Letter_Date
                   MOVE HT_Amount (WS_HT_Idx) TO Holder_Amount
                   WRITE Holder_Buffer FROM HolderDetail
                       AFTER ADVANCING 1 LINES
                   ADD 1 TO WS_State_Holders
                   ADD HT_Amount (WS_HT_Idx) TO WS_State_Total
               END-IF.

      * 7000-Rewrite-Escheat-File - only letters still waiting
      * out the response period survive.
           7000-Rewrite-Escheat-File.
               OPEN OUTPUT CustEsch
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustEscheat" "OPEN OUTPUT"
               PERFORM 7100-Write-One-Escheat-Row
                   VARYING WS_ET_Idx FROM 1 BY 1
                   UNTIL WS_ET_Idx > Escheat_Count
               CLOSE CustEsch.

           7100-Write-One-Escheat-Row.
               IF ET_Keep_Sw (WS_ET_Idx) EQUAL 'Y'
                   MOVE ET_Customer_Number (WS_ET_Idx)
                       TO ES_Customer_Number
                   MOVE ET_Letter_Date (WS_ET_Idx) TO ES_Letter_Date
                   MOVE ET_Amount (WS_ET_Idx) TO ES_Amount
                   WRITE Escheat_Record
               END-IF.

           8000-Deliver-Letters.
               IF NOT Deliver_None AND WS_Letter_Count > ZERO
                   CALL "ReportDelivery" USING WS_Letter_File_Name
                       Delivery_Mode_Sw WS_Deliv_Recipient
               END-IF.

           9000-Close-Program.
               CLOSE CustBal
               CLOSE CustMstr
               CLOSE CustHist
               CLOSE CustAdjAudit
               CLOSE EschLetters
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'Escheat     ' 'SYSTEM  '.

       End Program Escheat.
