       Identification Division.
           Program-ID. AgencyPlacement.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Collection agency placement and recovery
      *                   interface - the mode rides the command
      *                   line.  PLACE[,agency] selects the accounts
      *                   at final demand on CustDunning longer than
      *                   the AgencyParams days, and every row a
      *                   collector referred on CustCollectQueue,
      *                   and writes the agency's
      *                   AgencyPlacementFile: one account row with
      *                   the CustomerMaster contact details and the
      *                   balance, one row per open item off
      *                   CustOpenItems, and a control trailer.  Each
      *                   account placed goes on the AgencyPlacements
      *                   register, which DunningRun, LateCharge and
      *                   CollectQueue read to leave it alone.
      *                   IMPORT works the agency's
      *                   AgencyRecoveryFile: the net remitted posts
      *                   as an AGCY payment, the agency's commission
      *                   as an ACOM credit adjustment (both must be
      *                   on the ReasonCodes master), the balance
      *                   comes down by the gross recovered, and each
      *                   recovery is logged on AgencyRecoveries so
      *                   it cannot post twice.  RECALL is the
      *                   level-9 desk that brings an account back in
      *                   house and back onto the collections queue.
      *                   REPORT prints placed balances, recoveries
      *                   and commission by agency and month
      *                   (AgencyReport).
      *   2026-10-15  AD  AGCY and ACOM history rows carry a blank
      *                   transaction id like the other direct
      *                   postings; the agency reference stays on
      *                   AgencyRecoveries only.
      *   2026-10-15  AD  A full placement or queue table stops the
      *                   run before either file is rewritten; a
      *                   recall needing a queue slot when the queue
      *                   is full is refused, and an account left
      *                   unplaced or unrecalled so ends the run
      *                   at return code 8.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select SortFile assign to "AgencySortWork".

                   Select AgencySorted assign to "AgencySorted"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

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

                   Select CustDun assign to "CustDunning"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CollQueue assign to "CustCollectQueue"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OpenItemFile assign to "CustOpenItems"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Params assign to "AgencyParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PlaceFile assign to "AgencyPlacements"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select PlaceOut assign to "AgencyPlacementFile"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RecovFile assign to "AgencyRecoveryFile"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select RecovLog assign to "AgencyRecoveries"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustAdjAudit assign to "AdjustAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ImportRpt assign to "AgencyImportReport"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select AgencyRpt assign to "AgencyReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Sort-Record - one placement, recall or recovery, grouped by
      * agency and calendar month for the agency report.
           SD  SortFile.
               01  Sort-Record.
                   05  Sort_Agency                 PIC X(4).
                   05  Sort_Month                  PIC X(6).
                   05  Sort_Placed_Count           PIC 9(5).
                   05  Sort_Placed_Balance         PIC S9(9)V9(2).
                   05  Sort_Recalled_Count         PIC 9(5).
                   05  Sort_Recovered              PIC 9(9)V9(2).
                   05  Sort_Commission             PIC 9(9)V9(2).

           FD  AgencySorted
               Record Contains 53 Characters.
               01  Agency_Sorted_Record.
                   05  AS_Agency                   PIC X(4).
                   05  AS_Month                    PIC X(6).
                   05  AS_Placed_Count             PIC 9(5).
                   05  AS_Placed_Balance           PIC S9(9)V9(2).
                   05  AS_Recalled_Count           PIC 9(5).
                   05  AS_Recovered                PIC 9(9)V9(2).
                   05  AS_Commission               PIC 9(9)V9(2).

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

           FD  CustDun
               Record Contains 15 Characters.
               01  Dunning_Record.
                   05  DN_Customer_Number          PIC 9(6).
                   05  DN_Level                    PIC 9(1).
                       88  DN_Final_Demand           value 3.
                   05  DN_Last_Letter_Date         PIC 9(8).

           FD  CollQueue
               Record Contains 71 Characters.
               01  Queue_Record.
                   05  CQ_Customer_Number          PIC 9(6).
                   05  CQ_Assigned_To              PIC X(8).
                   05  CQ_Priority                 PIC 9(1).
                   05  CQ_Status                   PIC X(1).
                       88  Queue_Open                value 'Q'.
                       88  Queue_Promised            value 'P'.
                       88  Queue_Closed              value 'C'.
                       88  Queue_Referred            value 'R'.
                   05  CQ_Balance                  PIC S9(8)V9(2).
                   05  CQ_Promise_Amount           PIC 9(7)V9(2).
                   05  CQ_Promise_Date             PIC 9(8).
                   05  CQ_Last_Outcome             PIC X(20).
                   05  CQ_Date_Queued              PIC 9(8).

           FD  OpenItemFile
               Record Contains 48 Characters.
               01  Open_Item_Record.
                   05  OI_Customer_Number          PIC 9(6).
                   05  OI_Period                   PIC X(6).
                   05  OI_Sequence                 PIC 9(4).
                   05  OI_Trans_Type               PIC X(1).
                   05  OI_Original_Amount          PIC S9(9)V9(2).
                   05  OI_Open_Amount              PIC S9(9)V9(2).
                   05  OI_Status                   PIC X(1).
                       88  OI_Closed                 value 'C'.
                   05  OI_Invoice_Number           PIC 9(8).

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Master_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

      * Param_Record - the agency a run places with when the
      * command line names none, how many days an account must
      * have stood at final demand, and the smallest balance
      * worth placing.
           FD  Params
               Record Contains 14 Characters.
               01  Param_Record.
                   05  AGP_Agency                  PIC X(4).
                   05  AGP_Final_Demand_Days       PIC 9(3).
                   05  AGP_Min_Balance             PIC 9(5)V9(2).

      * Placement_Record - one row per account handed to an
      * agency: the balance placed, D from the dunning file or Q
      * from a collector's referral, what the agency has recovered
      * and kept so far, and who recalled it and when.  An open
      * row ('P') keeps the account out of dunning, late charges
      * and the collections queue.
           FD  PlaceFile
               Record Contains 80 Characters.
               01  Placement_Record.
                   05  AP_Customer_Number          PIC 9(6).
                   05  AP_Agency                   PIC X(4).
                   05  AP_Status                   PIC X(1).
                       88  Placement_Open            value 'P'.
                       88  Placement_Recalled        value 'R'.
                   05  AP_Placed_Date              PIC 9(8).
                   05  AP_Placed_Balance           PIC S9(8)V9(2).
                   05  AP_Source                   PIC X(1).
                   05  AP_Recovered                PIC 9(9)V9(2).
                   05  AP_Commission               PIC 9(7)V9(2).
                   05  AP_Recalled_Date            PIC 9(8).
                   05  AP_Recalled_By              PIC X(8).
                   05  AP_Run_Id                   PIC X(14).

      * The agency's placement file - an A row per account with
      * its contact details, an I row per open item behind the
      * balance, and a T trailer the agency proves the file by.
           FD  PlaceOut
               Record Contains 191 Characters.
               01  Placement_Account_Row.
                   05  PA_Record_Type              PIC X(1).
                   05  PA_Agency                   PIC X(4).
                   05  PA_Customer_Number          PIC 9(6).
                   05  PA_First_Name               PIC X(10).
                   05  PA_Last_Name                PIC X(20).
                   05  PA_Address                  PIC X(30).
                   05  PA_City                     PIC X(20).
                   05  PA_State                    PIC X(2).
                   05  PA_Zip                      PIC X(10).
                   05  PA_Phone                    PIC X(12).
                   05  PA_Email                    PIC X(50).
                   05  PA_Balance                  PIC 9(8)V9(2).
                   05  PA_Placed_Date              PIC 9(8).
                   05  PA_Final_Demand_Date        PIC 9(8).
                   05  PA_Source                   PIC X(1).
               01  Placement_Item_Row.
                   05  PI_Record_Type              PIC X(1).
                   05  PI_Agency                   PIC X(4).
                   05  PI_Customer_Number          PIC 9(6).
                   05  PI_Invoice_Number           PIC 9(8).
                   05  PI_Period                   PIC X(6).
                   05  PI_Sequence                 PIC 9(4).
                   05  PI_Trans_Type               PIC X(1).
                   05  PI_Original_Amount          PIC S9(9)V9(2).
                   05  PI_Open_Amount              PIC S9(9)V9(2).
                   05                              PIC X(139).
               01  Placement_Trailer_Row.
                   05  PT_Record_Type              PIC X(1).
                   05  PT_Agency                   PIC X(4).
                   05  PT_Account_Count            PIC 9(5).
                   05  PT_Item_Count               PIC 9(7).
                   05  PT_Total_Balance            PIC 9(11)V9(2).
                   05  PT_Run_Id                   PIC X(14).
                   05                              PIC X(147).

      * Recovery_Record - the agency's recovery file: our customer
      * number, the agency's code, the date it collected, the gross
      * collected, the commission it kept and its own reference
      * for the collection.
           FD  RecovFile
               Record Contains 48 Characters.
               01  Recovery_Record.
                   05  AF_Customer_Number          PIC X(6).
                   05  AF_Agency                   PIC X(4).
                   05  AF_Recovery_Date            PIC X(8).
                   05  AF_Gross                    PIC 9(7)V9(2).
                   05  AF_Commission               PIC 9(7)V9(2).
                   05  AF_Agency_Ref               PIC X(12).

      * Recovery_Log_Record - one row per recovery posted; the
      * agency's reference on it is never posted twice, and the
      * agency report totals recoveries by the month collected.
           FD  RecovLog
               Record Contains 70 Characters.
               01  Recovery_Log_Record.
                   05  RV_Customer_Number          PIC 9(6).
                   05  RV_Agency                   PIC X(4).
                   05  RV_Recovery_Date            PIC 9(8).
                   05  RV_Posted_Date              PIC 9(8).
                   05  RV_Gross                    PIC 9(7)V9(2).
                   05  RV_Commission               PIC 9(7)V9(2).
                   05  RV_Agency_Ref               PIC X(12).
                   05  RV_Run_Id                   PIC X(14).

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

           FD  ImportRpt
               Record Contains 132 Characters.
               01  Import_Buffer                   PIC X(132).

           FD  AgencyRpt
               Record Contains 132 Characters.
               01  Agency_Buffer                   PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
              COPY "JournalRequest.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Command_Line                 PIC X(80).
               01  WS_Mode                         PIC X(6).
                   88  Place_Mode                    value 'PLACE'.
                   88  Import_Mode                   value 'IMPORT'.
                   88  Recall_Mode                   value 'RECALL'.
                   88  Report_Mode                   value 'REPORT'.
               01  WS_Agency_Param                 PIC X(4).
               01  WS_Recovery_Archive_Name        PIC X(40).
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Password                     PIC X(8).
               01  WS_SignOn_Status                PIC 9(2).
               01  WS_Lock_Status                  PIC 9(2).
               01  WS_Choice                       PIC X(1).
               01  WS_Confirm                      PIC X(1).
               01  WS_Current_Period               PIC X(6).
               01  WS_Date_Function                PIC X(1).
               01  WS_Day_Count                    PIC S9(5).

      * Placement rule - the defaults run when AgencyParams is
      * not on disk.
               01  WS_Agency                       PIC X(4)
                       value 'AGY1'.
               01  WS_Final_Demand_Days            PIC 9(3) value 30.
               01  WS_Min_Balance                  PIC 9(5)V9(2)
                       value 25.00.

               01  Exit_Sw                         PIC X(1) value 'N'.
                   88  Exit_Requested                value 'Y'.
                   88  Keep_Running                  value 'N'.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               01  Oper_EOF_Sw                     PIC X(1).
                   88  No_More_Operators             value 'Y'.
                   88  More_Operator_Records         value 'N'.
               01  Dunning_EOF_Sw                  PIC X(1).
                   88  No_More_Dunning               value 'Y'.
                   88  More_Dunning_Records          value 'N'.
               01  Queue_EOF_Sw                    PIC X(1).
                   88  No_More_Queue                 value 'Y'.
                   88  More_Queue_Records            value 'N'.
               01  Placement_EOF_Sw                PIC X(1).
                   88  No_More_Placements            value 'Y'.
                   88  More_Placement_Records        value 'N'.
               01  Item_EOF_Sw                     PIC X(1).
                   88  No_More_Items                 value 'Y'.
                   88  More_Item_Records             value 'N'.
               01  Recovery_EOF_Sw                 PIC X(1).
                   88  No_More_Recoveries            value 'Y'.
                   88  More_Recovery_Records         value 'N'.
               01  Log_EOF_Sw                      PIC X(1).
                   88  No_More_Log                   value 'Y'.
                   88  More_Log_Records              value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Balance_Found_Sw                PIC X(1).
                   88  Balance_Found                 value 'Y'.
                   88  Balance_Not_Found             value 'N'.
               01  Placed_Sw                       PIC X(1).
                   88  Placed_With_Agency            value 'Y'.
                   88  Not_Placed                    value 'N'.
               01  Candidate_Sw                    PIC X(1).
                   88  Candidate_Present             value 'Y'.
                   88  Candidate_Missing             value 'N'.
               01  Queue_Found_Sw                  PIC X(1).
                   88  Queue_Row_Found               value 'Y'.
                   88  Queue_Row_Not_Found           value 'N'.
               01  Recovery_Match_Sw               PIC X(1).
                   88  Recovery_Matched              value 'Y'.
                   88  Recovery_Not_Matched          value 'N'.
               01  Posted_Sw                       PIC X(1).
                   88  Already_Posted                value 'Y'.
                   88  Not_Yet_Posted                value 'N'.
               01  History_Written_Sw              PIC X(1).
                   88  History_Written               value 'Y'.
                   88  History_Not_Written           value 'N'.
               01  First_Group_Sw                  PIC X(1).
                   88  First_Group                   value 'Y'.
                   88  Not_First_Group               value 'N'.

               01  WS_Work_Customer                PIC 9(6).
               01  WS_Source                       PIC X(1).
               01  WS_Letter_Date                  PIC 9(8).
               01  WS_Net_Amount                   PIC 9(7)V9(2).
               01  WS_History_Seq                  PIC 9(5).
               01  WS_Outcome                      PIC X(30).
               01  WS_Balance_Edit                 PIC +Z,ZZZ,ZZ9.99.
               01  WS_Amount_Edit                  PIC Z,ZZZ,ZZ9.99.

      * Run counts.
               01  WS_Placed_Count                 PIC 9(5) value zero.
               01  WS_Item_Count                   PIC 9(7) value zero.
               01  WS_Placed_Total                 PIC 9(11)V9(2)
                       value zero.
               01  WS_Already_Count                PIC 9(5) value zero.
               01  WS_Below_Min_Count              PIC 9(5) value zero.
               01  WS_No_Master_Count              PIC 9(5) value zero.
               01  WS_Recovery_Count               PIC 9(5) value zero.
               01  WS_Posted_Count                 PIC 9(5) value zero.
               01  WS_Rejected_Count               PIC 9(5) value zero.
               01  WS_Gross_Total                  PIC 9(9)V9(2)
                       value zero.
               01  WS_Commission_Total             PIC 9(9)V9(2)
                       value zero.
               01  WS_Recalled_Count               PIC 9(5) value zero.
               01  WS_Table_Full_Count             PIC 9(5) value zero.

      * Candidate_Table - the accounts this run would place, each
      * once, whether the dunning file or a collector named it.
               01  Candidate_Count                 PIC 9(3) value zero.
               01  Candidate_Table.
                   05  Candidate_Entry OCCURS 500 TIMES.
                       10  CD_Customer             PIC 9(6).
                       10  CD_Source               PIC X(1).
                       10  CD_Letter_Date          PIC 9(8).
               01  WS_CD_Idx                       PIC 9(3).

      * Placement_Table - the whole register in storage; PLACE,
      * IMPORT and RECALL rewrite the file whole at end.
               01  Placement_Count                 PIC 9(4) value zero.
               01  Placement_Table.
                   05  Placement_Entry OCCURS 2000 TIMES.
                       10  PT_Image                PIC X(80).
               01  WS_PT_Idx                       PIC 9(4).
               01  WS_PT_Match_Idx                 PIC 9(4).

               01  Queue_Count                     PIC 9(3) value zero.
               01  Queue_Table.
                   05  Queue_Entry OCCURS 500 TIMES.
                       10  QT_Image                PIC X(71).
               01  WS_QT_Idx                       PIC 9(3).
               01  WS_QT_Match_Idx                 PIC 9(3).

      * Posted_Table - every agency reference already posted,
      * kept current as this run posts.
               01  Posted_Count                    PIC 9(4) value zero.
               01  Posted_Table.
                   05  Posted_Entry OCCURS 2000 TIMES.
                       10  PDT_Agency              PIC X(4).
                       10  PDT_Ref                 PIC X(12).
               01  WS_PDT_Idx                      PIC 9(4).

      * Agency report control totals.
               01  WS_Break_Agency                 PIC X(4).
               01  WS_Break_Month                  PIC X(6).
               01  Report_Totals.
                   05  Report_Level OCCURS 3 TIMES.
                       10  RT_Placed_Count         PIC 9(7).
                       10  RT_Placed_Balance       PIC S9(11)V9(2).
                       10  RT_Recalled_Count       PIC 9(7).
                       10  RT_Recovered            PIC 9(11)V9(2).
                       10  RT_Commission           PIC 9(11)V9(2).
               01  WS_Month_Level                  PIC 9(1) value 1.
               01  WS_Agency_Level                 PIC 9(1) value 2.
               01  WS_Grand_Level                  PIC 9(1) value 3.
               01  WS_RT_Idx                       PIC 9(1).

               01  ImportHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(28)
                       value 'Agency Recovery Import for '.
                   05  Imp_Head_Date           PIC X(10).
               01  ImportColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(8)    value 'Customer'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(6)    value 'Agency'.
                   05              PIC X(14)   value 'Agency ref'.
                   05              PIC X(12)   value '       Gross'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(12)   value '  Commission'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(30)   value 'Outcome'.
               01  ImportDetail.
                   05              PIC X(2)    value spaces.
                   05  Imp_Customer            PIC X(6).
                   05              PIC X(4)    value spaces.
                   05  Imp_Agency              PIC X(4).
                   05              PIC X(2)    value spaces.
                   05  Imp_Ref                 PIC X(12).
                   05              PIC X(2)    value spaces.
                   05  Imp_Gross               PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Imp_Commission          PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Imp_Outcome             PIC X(30).
               01  ImportCountLine.
                   05              PIC X(2)    value spaces.
                   05  Imp_Count_Label         PIC X(30).
                   05  Imp_Count_Value         PIC ZZ,ZZ9.

               01  AgencyHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(40)
                       value 'Collection Agency Placements as of '.
                   05  Agy_Head_Date           PIC X(10).
               01  AgencyColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(8)    value 'Agency'.
                   05              PIC X(8)    value 'Month'.
                   05              PIC X(7)    value ' Placed'.
                   05              PIC X(18)
                       value '    Placed balance'.
                   05              PIC X(9)    value ' Recalled'.
                   05              PIC X(17)
                       value '        Recovered'.
                   05              PIC X(17)
                       value '       Commission'.
                   05              PIC X(17)
                       value '     Net received'.
               01  AgencyDetail.
                   05              PIC X(2)    value spaces.
                   05  Agy_Agency              PIC X(4).
                   05              PIC X(4)    value spaces.
                   05  Agy_Month               PIC X(7).
                   05              PIC X(1)    value spaces.
                   05  Agy_Placed_Count        PIC ZZ,ZZ9.
                   05              PIC X(2)    value spaces.
                   05  Agy_Placed_Balance      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   05              PIC X(3)    value spaces.
                   05  Agy_Recalled_Count      PIC ZZ,ZZ9.
                   05              PIC X(1)    value spaces.
                   05  Agy_Recovered           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   05  Agy_Commission          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   05  Agy_Net                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date TO Run_Id (1:8)
               MOVE WS_Sys_Hours TO Run_Id (9:2)
               MOVE WS_Sys_Minutes TO Run_Id (11:2)
               MOVE WS_Sys_Seconds TO Run_Id (13:2)
               MOVE WS_Current_Year TO WS_Current_Period (1:4)
               MOVE WS_Current_Month TO WS_Current_Period (5:2)
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               MOVE SPACES TO WS_Agency_Param
               UNSTRING WS_Command_Line DELIMITED BY ',' OR SPACE
                   INTO WS_Mode WS_Agency_Param
               END-UNSTRING
               PERFORM 1000-Read-Params
               IF WS_Agency_Param NOT EQUAL SPACES
                   MOVE WS_Agency_Param TO WS_Agency
               END-IF
               MOVE 'SYSTEM' TO WS_Operator_Id
               EVALUATE TRUE
                   WHEN Place_Mode
                       CALL "RunTiming" USING BY CONTENT 'S'
                           'AGENCYPLACE '
                       PERFORM 1900-Acquire-Run-Lock
                       PERFORM 2000-Place-Accounts
                       PERFORM 1950-Release-Run-Lock
                       CALL "RunTiming" USING BY CONTENT 'E'
                           'AGENCYPLACE '
                   WHEN Import_Mode
                       CALL "RunTiming" USING BY CONTENT 'S'
                           'AGENCYIMPORT'
                       PERFORM 1900-Acquire-Run-Lock
                       PERFORM 5000-Import-Recoveries
                       PERFORM 1950-Release-Run-Lock
                       CALL "RunTiming" USING BY CONTENT 'E'
                           'AGENCYIMPORT'
                   WHEN Recall_Mode
                       DISPLAY "Agency Recall Desk"
                       DISPLAY "Supervisor id: " WITH NO ADVANCING
                       ACCEPT WS_Operator_Id
                       PERFORM 1500-Check-Sign-On
                       IF SignOn_Rejected
                           DISPLAY "Not authorized for agency recalls."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       PERFORM 1700-Check-Credential
                       PERFORM 1900-Acquire-Run-Lock
                       PERFORM 7000-Recall-Desk
                       PERFORM 1950-Release-Run-Lock
                   WHEN Report_Mode
                       PERFORM 8000-Write-Agency-Report
                   WHEN OTHER
                       DISPLAY "AgencyPlacement: mode must be PLACE, "
                           "IMPORT, RECALL or REPORT."
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
               IF WS_Table_Full_Count > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN.

      * 1000-Read-Params - the default agency and the placement
      * rule; the defaults stand when the file is not there.
           1000-Read-Params.
               OPEN INPUT Params
               IF File_Status EQUAL '00'
                   READ Params
                       AT END CONTINUE
                       NOT AT END
                           MOVE AGP_Agency TO WS_Agency
                           MOVE AGP_Final_Demand_Days
                               TO WS_Final_Demand_Days
                           MOVE AGP_Min_Balance TO WS_Min_Balance
                   END-READ
                   CLOSE Params
               END-IF.

           1100-Load-Placements.
               MOVE ZERO TO Placement_Count
               OPEN INPUT PlaceFile
               IF File_Status EQUAL '00'
                   SET More_Placement_Records TO TRUE
                   PERFORM 1110-Read-One-Placement
                       UNTIL No_More_Placements
                   CLOSE PlaceFile
               END-IF.

           1110-Read-One-Placement.
               READ PlaceFile
                   AT END SET No_More_Placements TO TRUE
               END-READ
               IF NOT No_More_Placements
                   IF Placement_Count < 2000
                       ADD 1 TO Placement_Count
                       MOVE Placement_Record
                           TO PT_Image (Placement_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Placement_Table" "TABLE FULL"
                       DISPLAY "Placement table full - "
                           "AgencyPlacements left as it stands."
                       PERFORM 1950-Release-Run-Lock
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           1200-Load-Queue.
               MOVE ZERO TO Queue_Count
               OPEN INPUT CollQueue
               IF File_Status EQUAL '00'
                   SET More_Queue_Records TO TRUE
                   PERFORM 1210-Read-One-Queue-Row
                       UNTIL No_More_Queue
                   CLOSE CollQueue
               END-IF.

           1210-Read-One-Queue-Row.
               READ CollQueue
                   AT END SET No_More_Queue TO TRUE
               END-READ
               IF NOT No_More_Queue
                   IF Queue_Count < 500
                       ADD 1 TO Queue_Count
                       MOVE Queue_Record TO QT_Image (Queue_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Queue_Table" "TABLE FULL"
                       DISPLAY "Collections queue table full - "
                           "CustCollectQueue left as it stands."
                       PERFORM 1950-Release-Run-Lock
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           1300-Load-Posted-Recoveries.
               MOVE ZERO TO Posted_Count
               OPEN INPUT RecovLog
               IF File_Status EQUAL '00'
                   SET More_Log_Records TO TRUE
                   PERFORM 1310-Read-One-Log-Row
                       UNTIL No_More_Log
                   CLOSE RecovLog
               END-IF.

           1310-Read-One-Log-Row.
               READ RecovLog
                   AT END SET No_More_Log TO TRUE
               END-READ
               IF NOT No_More_Log
                   PERFORM 1320-Table-Posted-Ref
               END-IF.

           1320-Table-Posted-Ref.
               IF Posted_Count < 2000
                   ADD 1 TO Posted_Count
                   MOVE RV_Agency TO PDT_Agency (Posted_Count)
                   MOVE RV_Agency_Ref TO PDT_Ref (Posted_Count)
               ELSE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Posted_Table" "TABLE FULL"
               END-IF.

      * 1500-Check-Sign-On - a recall puts the account back in
      * front of the collectors and the dunning run, so only a
      * level-9 operator works the desk, as for approvals.
           1500-Check-Sign-On.
               OPEN INPUT OperMast
                   CALL "Validations" USING File_Status
                       BY CONTENT "OperatorMaster" "OPEN INPUT"
               SET More_Operator_Records TO TRUE
               PERFORM 1600-Check-One-Operator
                   UNTIL No_More_Operators OR SignOn_Accepted
               CLOSE OperMast.

           1600-Check-One-Operator.
               READ OperMast
                   AT END SET No_More_Operators TO TRUE
               END-READ
               IF NOT No_More_Operators
                   IF OP_Operator_Id EQUAL WS_Operator_Id AND
                       OP_Auth_Level EQUAL 9
                       SET SignOn_Accepted TO TRUE
                       DISPLAY "Welcome " OP_Name
                   END-IF
               END-IF.

      * 1700-Check-Credential - the approval grant ('A') through
      * the shared SignOn gate.
           1700-Check-Credential.
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS_Password
               CALL "SignOn" USING WS_SignOn_Status
                   WS_Operator_Id WS_Password BY CONTENT 'A'
               IF WS_SignOn_Status NOT EQUAL ZERO
                   DISPLAY "Sign-on refused - see CustSecurityLog."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1900-Acquire-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'S' 'AgencyPlace ' WS_Operator_Id
               IF WS_Lock_Status NOT EQUAL ZERO
                   DISPLAY "The batch run holds the files - "
                       "try again after it finishes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1950-Release-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'R' 'AgencyPlace ' WS_Operator_Id.

      * 2000-Place-Accounts - the final-demand accounts old enough
      * and the collectors' referrals are gathered first, each
      * customer once; then every one not already out with an
      * agency, on the master and owing at least the minimum goes
      * to the agency file and the register, and its queue row
      * closes.
           2000-Place-Accounts.
               PERFORM 1100-Load-Placements
               PERFORM 1200-Load-Queue
               PERFORM 2100-Select-Final-Demand
               PERFORM 2200-Select-Referred
                   VARYING WS_QT_Idx FROM 1 BY 1
                   UNTIL WS_QT_Idx > Queue_Count
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN OUTPUT PlaceOut
                   CALL "Validations" USING File_Status
                       BY CONTENT "AgencyPlacementFile" "OPEN OUTPUT"
               PERFORM 2300-Place-One-Candidate
                   VARYING WS_CD_Idx FROM 1 BY 1
                   UNTIL WS_CD_Idx > Candidate_Count
               PERFORM 2700-Write-Trailer
               CLOSE CustBal
               CLOSE CustMstr
               CLOSE PlaceOut
               PERFORM 9100-Rewrite-Placements
               PERFORM 9200-Rewrite-Queue
               DISPLAY "AgencyPlacement: " WS_Placed_Count
                   " accounts placed with " WS_Agency ", "
                   WS_Item_Count " open items."
               DISPLAY "AgencyPlacement: " WS_Already_Count
                   " already placed, " WS_Below_Min_Count
                   " below the minimum, " WS_No_Master_Count
                   " not on the master."
               IF WS_Table_Full_Count > ZERO
                   DISPLAY "AgencyPlacement: " WS_Table_Full_Count
                       " not placed - the placement table is full."
               END-IF.

      * 2100-Select-Final-Demand - no CustDunning file means no
      * one is at final demand.
           2100-Select-Final-Demand.
               OPEN INPUT CustDun
               IF File_Status EQUAL '00'
                   SET More_Dunning_Records TO TRUE
                   PERFORM 2110-Judge-One-Dunning-Row
                       UNTIL No_More_Dunning
                   CLOSE CustDun
               END-IF.

           2110-Judge-One-Dunning-Row.
               READ CustDun
                   AT END SET No_More_Dunning TO TRUE
               END-READ
               IF NOT No_More_Dunning
                   IF DN_Final_Demand
                       MOVE 'D' TO WS_Date_Function
                       MOVE ZERO TO WS_Day_Count
                       CALL "DateCalc" USING WS_Date_Function
                           DN_Last_Letter_Date WS_Day_Count
                           WS_Current_Date
                       IF WS_Day_Count NOT < WS_Final_Demand_Days
                           MOVE DN_Customer_Number TO WS_Work_Customer
                           MOVE 'D' TO WS_Source
                           MOVE DN_Last_Letter_Date TO WS_Letter_Date
                           PERFORM 2150-Add-Candidate
                       END-IF
                   END-IF
               END-IF.

           2150-Add-Candidate.
               SET Candidate_Missing TO TRUE
               PERFORM 2160-Match-One-Candidate
                   VARYING WS_CD_Idx FROM 1 BY 1
                   UNTIL WS_CD_Idx > Candidate_Count
                       OR Candidate_Present
               IF Candidate_Missing
                   IF Candidate_Count < 500
                       ADD 1 TO Candidate_Count
                       MOVE WS_Work_Customer
                           TO CD_Customer (Candidate_Count)
                       MOVE WS_Source TO CD_Source (Candidate_Count)
                       MOVE WS_Letter_Date
                           TO CD_Letter_Date (Candidate_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Candidate_Table" "TABLE FULL"
                   END-IF
               END-IF.

           2160-Match-One-Candidate.
               IF CD_Customer (WS_CD_Idx) EQUAL WS_Work_Customer
                   SET Candidate_Present TO TRUE
               END-IF.

      * 2200-Select-Referred - a row the collector marked referred
      * goes whatever the customer's dunning level.
           2200-Select-Referred.
               MOVE QT_Image (WS_QT_Idx) TO Queue_Record
               IF Queue_Referred
                   MOVE CQ_Customer_Number TO WS_Work_Customer
                   MOVE 'Q' TO WS_Source
                   MOVE ZERO TO WS_Letter_Date
                   PERFORM 2150-Add-Candidate
               END-IF.

           2300-Place-One-Candidate.
               MOVE CD_Customer (WS_CD_Idx) TO WS_Work_Customer
               PERFORM 2400-Find-Open-Placement
               SET Balance_Found TO TRUE
               MOVE WS_Work_Customer TO CB_Customer_Number
               READ CustBal
                   INVALID KEY SET Balance_Not_Found TO TRUE
               END-READ
               SET Master_Found TO TRUE
               MOVE WS_Work_Customer TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN Placed_With_Agency
                       ADD 1 TO WS_Already_Count
                       PERFORM 2650-Close-Queue-Row
                   WHEN Balance_Not_Found
                       ADD 1 TO WS_Below_Min_Count
                   WHEN CB_Balance < WS_Min_Balance
                       ADD 1 TO WS_Below_Min_Count
                   WHEN Master_Not_Found
                       ADD 1 TO WS_No_Master_Count
                   WHEN Placement_Count NOT < 2000
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Placement_Table" "TABLE FULL"
                       ADD 1 TO WS_Table_Full_Count
                   WHEN OTHER
                       PERFORM 2500-Write-Account-Row
                       PERFORM 2600-Write-Item-Rows
                       PERFORM 2640-Add-Placement-Row
                       PERFORM 2650-Close-Queue-Row
               END-EVALUATE.

      * 2400-Find-Open-Placement - the customer's open row on the
      * register, if any; a recalled row does not count.
           2400-Find-Open-Placement.
               SET Not_Placed TO TRUE
               PERFORM 2410-Match-One-Placement
                   VARYING WS_PT_Idx FROM 1 BY 1
                   UNTIL WS_PT_Idx > Placement_Count
                       OR Placed_With_Agency.

           2410-Match-One-Placement.
               MOVE PT_Image (WS_PT_Idx) TO Placement_Record
               IF AP_Customer_Number EQUAL WS_Work_Customer AND
                   Placement_Open
                   SET Placed_With_Agency TO TRUE
                   MOVE WS_PT_Idx TO WS_PT_Match_Idx
               END-IF.

           2500-Write-Account-Row.
               MOVE SPACES TO Placement_Account_Row
               MOVE 'A' TO PA_Record_Type
               MOVE WS_Agency TO PA_Agency
               MOVE CM_Customer_Number TO PA_Customer_Number
               MOVE CM_First_Name TO PA_First_Name
               MOVE CM_Last_Name TO PA_Last_Name
               MOVE CM_Address TO PA_Address
               MOVE CM_City TO PA_City
               MOVE CM_State TO PA_State
               MOVE CM_Zip TO PA_Zip
               MOVE CM_Phone TO PA_Phone
               MOVE CM_Email TO PA_Email
               MOVE CB_Balance TO PA_Balance
               MOVE WS_Current_Date TO PA_Placed_Date
               MOVE CD_Letter_Date (WS_CD_Idx) TO PA_Final_Demand_Date
               MOVE CD_Source (WS_CD_Idx) TO PA_Source
               WRITE Placement_Account_Row
               ADD 1 TO WS_Placed_Count
               ADD CB_Balance TO WS_Placed_Total.

      * 2600-Write-Item-Rows - CustOpenItems is rebuilt whole and
      * in customer order every night, so the customer's items are
      * read off the front of the file; only the open and partly
      * paid items go to the agency.
           2600-Write-Item-Rows.
               OPEN INPUT OpenItemFile
               IF File_Status EQUAL '00'
                   SET More_Item_Records TO TRUE
                   PERFORM 2610-Read-One-Item
                       UNTIL No_More_Items
                   CLOSE OpenItemFile
               END-IF.

           2610-Read-One-Item.
               READ OpenItemFile
                   AT END SET No_More_Items TO TRUE
               END-READ
               IF NOT No_More_Items
                   IF OI_Customer_Number > WS_Work_Customer
                       SET No_More_Items TO TRUE
                   ELSE
                       IF OI_Customer_Number EQUAL WS_Work_Customer
                           AND NOT OI_Closed
                           PERFORM 2620-Write-One-Item-Row
                       END-IF
                   END-IF
               END-IF.

           2620-Write-One-Item-Row.
               MOVE SPACES TO Placement_Item_Row
               MOVE 'I' TO PI_Record_Type
               MOVE WS_Agency TO PI_Agency
               MOVE OI_Customer_Number TO PI_Customer_Number
               MOVE OI_Invoice_Number TO PI_Invoice_Number
               MOVE OI_Period TO PI_Period
               MOVE OI_Sequence TO PI_Sequence
               MOVE OI_Trans_Type TO PI_Trans_Type
               MOVE OI_Original_Amount TO PI_Original_Amount
               MOVE OI_Open_Amount TO PI_Open_Amount
               WRITE Placement_Item_Row
               ADD 1 TO WS_Item_Count.

           2640-Add-Placement-Row.
               MOVE SPACES TO Placement_Record
               MOVE WS_Work_Customer TO AP_Customer_Number
               MOVE WS_Agency TO AP_Agency
               MOVE 'P' TO AP_Status
               MOVE WS_Current_Date TO AP_Placed_Date
               MOVE CB_Balance TO AP_Placed_Balance
               MOVE CD_Source (WS_CD_Idx) TO AP_Source
               MOVE ZERO TO AP_Recovered
               MOVE ZERO TO AP_Commission
               MOVE ZERO TO AP_Recalled_Date
               MOVE SPACES TO AP_Recalled_By
               MOVE Run_Id TO AP_Run_Id
               ADD 1 TO Placement_Count
               MOVE Placement_Record TO PT_Image (Placement_Count).

      * 2650-Close-Queue-Row - the collectors stop working the
      * account; the row closes with no promise on it so the
      * supervisor report does not count it kept.
           2650-Close-Queue-Row.
               PERFORM 2660-Close-One-Queue-Row
                   VARYING WS_QT_Idx FROM 1 BY 1
                   UNTIL WS_QT_Idx > Queue_Count.

           2660-Close-One-Queue-Row.
               MOVE QT_Image (WS_QT_Idx) TO Queue_Record
               IF CQ_Customer_Number EQUAL WS_Work_Customer AND
                   NOT Queue_Closed
                   MOVE 'C' TO CQ_Status
                   MOVE ZERO TO CQ_Promise_Amount
                   MOVE ZERO TO CQ_Promise_Date
                   MOVE 'PLACED WITH AGENCY' TO CQ_Last_Outcome
                   MOVE Queue_Record TO QT_Image (WS_QT_Idx)
               END-IF.

           2700-Write-Trailer.
               MOVE SPACES TO Placement_Trailer_Row
               MOVE 'T' TO PT_Record_Type
               MOVE WS_Agency TO PT_Agency
               MOVE WS_Placed_Count TO PT_Account_Count
               MOVE WS_Item_Count TO PT_Item_Count
               MOVE WS_Placed_Total TO PT_Total_Balance
               MOVE Run_Id TO PT_Run_Id
               WRITE Placement_Trailer_Row.

      * 5000-Import-Recoveries - each recovery the agency reports
      * is matched to its placement and posted; what cannot be
      * matched is listed for the desk.  The worked file renames
      * to its dated archive name so a re-run cannot take the same
      * recoveries twice.
           5000-Import-Recoveries.
               PERFORM 1100-Load-Placements
               PERFORM 1300-Load-Posted-Recoveries
               OPEN INPUT RecovFile
                   CALL "Validations" USING File_Status
                       BY CONTENT "AgencyRecoveryFile" "OPEN INPUT"
               OPEN I-O CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN I-O"
               OPEN I-O CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN I-O"
               OPEN EXTEND RecovLog
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT RecovLog
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "AgencyRecoveries" "OPEN EXTEND"
               OPEN EXTEND CustAdjAudit
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAdjAudit
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "AdjustAudit" "OPEN EXTEND"
               OPEN OUTPUT ImportRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "AgencyImportReport" "OPEN OUTPUT"
               STRING WS_Current_Month '/' WS_Current_Day '/'
                       WS_Current_Year DELIMITED BY SIZE
                   INTO Imp_Head_Date
               WRITE Import_Buffer FROM ImportHeading
               WRITE Import_Buffer FROM ImportColumns
                   AFTER ADVANCING 2 LINES
               SET More_Recovery_Records TO TRUE
               PERFORM 5100-Work-One-Recovery
                   UNTIL No_More_Recoveries
               CLOSE RecovFile
               MOVE 'Recoveries read:' TO Imp_Count_Label
               MOVE WS_Recovery_Count TO Imp_Count_Value
               WRITE Import_Buffer FROM ImportCountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Recoveries posted:' TO Imp_Count_Label
               MOVE WS_Posted_Count TO Imp_Count_Value
               WRITE Import_Buffer FROM ImportCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Left for the desk:' TO Imp_Count_Label
               MOVE WS_Rejected_Count TO Imp_Count_Value
               WRITE Import_Buffer FROM ImportCountLine
                   AFTER ADVANCING 1 LINES
               CLOSE CustHist
               CLOSE CustBal
               CLOSE RecovLog
               CLOSE CustAdjAudit
               CLOSE ImportRpt
               PERFORM 9100-Rewrite-Placements
               MOVE SPACES TO WS_Recovery_Archive_Name
               STRING 'AgencyRecoveryFile.' DELIMITED BY SIZE
                       WS_Current_Date DELIMITED BY SIZE
                   INTO WS_Recovery_Archive_Name
               CALL "CBL_RENAME_FILE" USING "AgencyRecoveryFile"
                   WS_Recovery_Archive_Name
               MOVE WS_Gross_Total TO WS_Amount_Edit
               DISPLAY "AgencyPlacement: " WS_Recovery_Count
                   " recoveries, " WS_Posted_Count " posted ("
                   WS_Amount_Edit " gross), " WS_Rejected_Count
                   " left for the desk.".

           5100-Work-One-Recovery.
               READ RecovFile
                   AT END SET No_More_Recoveries TO TRUE
               END-READ
               IF NOT No_More_Recoveries
                   ADD 1 TO WS_Recovery_Count
                   PERFORM 5200-Find-Recovery-Placement
                   PERFORM 5250-Check-Already-Posted
                   EVALUATE TRUE
                       WHEN Recovery_Not_Matched
                           MOVE 'NOT PLACED WITH THIS AGENCY'
                               TO WS_Outcome
                           ADD 1 TO WS_Rejected_Count
                       WHEN Already_Posted
                           MOVE 'AGENCY REF ALREADY POSTED'
                               TO WS_Outcome
                           ADD 1 TO WS_Rejected_Count
                       WHEN AF_Gross NOT NUMERIC OR
                           AF_Commission NOT NUMERIC
                           MOVE 'AMOUNTS NOT NUMERIC' TO WS_Outcome
                           ADD 1 TO WS_Rejected_Count
                       WHEN AF_Gross NOT > ZERO OR
                           AF_Commission > AF_Gross
                           MOVE 'COMMISSION EXCEEDS RECOVERY'
                               TO WS_Outcome
                           ADD 1 TO WS_Rejected_Count
                       WHEN OTHER
                           PERFORM 5300-Post-Recovery
                           MOVE 'POSTED' TO WS_Outcome
                   END-EVALUATE
                   MOVE AF_Customer_Number TO Imp_Customer
                   MOVE AF_Agency TO Imp_Agency
                   MOVE AF_Agency_Ref TO Imp_Ref
                   IF AF_Gross NUMERIC
                       MOVE AF_Gross TO Imp_Gross
                   ELSE
                       MOVE ZERO TO Imp_Gross
                   END-IF
                   IF AF_Commission NUMERIC
                       MOVE AF_Commission TO Imp_Commission
                   ELSE
                       MOVE ZERO TO Imp_Commission
                   END-IF
                   MOVE WS_Outcome TO Imp_Outcome
                   WRITE Import_Buffer FROM ImportDetail
                       AFTER ADVANCING 1 LINES
               END-IF.

      * 5200-Find-Recovery-Placement - the customer's latest row
      * with the reporting agency, open or recalled: money the
      * agency collected before a recall still posts.
           5200-Find-Recovery-Placement.
               SET Recovery_Not_Matched TO TRUE
               IF AF_Customer_Number NUMERIC
                   MOVE AF_Customer_Number TO WS_Work_Customer
                   PERFORM 5210-Match-One-Recovery-Row
                       VARYING WS_PT_Idx FROM 1 BY 1
                       UNTIL WS_PT_Idx > Placement_Count
               END-IF.

           5210-Match-One-Recovery-Row.
               MOVE PT_Image (WS_PT_Idx) TO Placement_Record
               IF AP_Customer_Number EQUAL WS_Work_Customer AND
                   AP_Agency EQUAL AF_Agency
                   SET Recovery_Matched TO TRUE
                   MOVE WS_PT_Idx TO WS_PT_Match_Idx
               END-IF.

           5250-Check-Already-Posted.
               SET Not_Yet_Posted TO TRUE
               IF AF_Agency_Ref NOT EQUAL SPACES
                   PERFORM 5260-Match-One-Posted-Ref
                       VARYING WS_PDT_Idx FROM 1 BY 1
                       UNTIL WS_PDT_Idx > Posted_Count
                           OR Already_Posted
               END-IF.

           5260-Match-One-Posted-Ref.
               IF PDT_Agency (WS_PDT_Idx) EQUAL AF_Agency AND
                   PDT_Ref (WS_PDT_Idx) EQUAL AF_Agency_Ref
                   SET Already_Posted TO TRUE
               END-IF.

      * 5300-Post-Recovery - the agency remits the gross less its
      * commission: the net posts as a payment and the commission
      * as a credit adjustment, so the customer is credited with
      * everything the agency collected and the commission lands
      * as collection expense.  No net (the agency kept it all)
      * posts no payment row.
           5300-Post-Recovery.
               COMPUTE WS_Net_Amount = AF_Gross - AF_Commission
               IF WS_Net_Amount > ZERO
                   PERFORM 5400-Write-Payment-Row
               END-IF
               IF AF_Commission > ZERO
                   PERFORM 5450-Write-Commission-Row
                   PERFORM 5600-Write-Adjust-Audit
               END-IF
               PERFORM 5500-Move-Balance
               PERFORM 5700-Update-Placement-Row
               PERFORM 5750-Write-Recovery-Log
               ADD 1 TO WS_Posted_Count
               ADD AF_Gross TO WS_Gross_Total
               ADD AF_Commission TO WS_Commission_Total.

           5400-Write-Payment-Row.
               MOVE WS_Work_Customer TO CH_Customer_Number
               MOVE WS_Current_Period TO CH_Period
               MOVE WS_Net_Amount TO CH_Amount_Trans
               MOVE 'P' TO CH_Trans_Type
               MOVE 'USD' TO CH_Currency_Code
               MOVE WS_Current_Day TO CH_Day_Trans
               MOVE WS_Operator_Id TO CH_Entered_By
               MOVE 'AGCY' TO CH_Reason_Code
               MOVE SPACES TO CH_Tax_Juris
               MOVE ZERO TO CH_Tax_Amount
               MOVE SPACES TO CH_Office_Code
               MOVE SPACES TO CH_Approved_By
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               PERFORM 5900-Write-History-Row.

           5450-Write-Commission-Row.
               MOVE WS_Work_Customer TO CH_Customer_Number
               MOVE WS_Current_Period TO CH_Period
               MOVE AF_Commission TO CH_Amount_Trans
               MOVE 'A' TO CH_Trans_Type
               MOVE 'USD' TO CH_Currency_Code
               MOVE WS_Current_Day TO CH_Day_Trans
               MOVE WS_Operator_Id TO CH_Entered_By
               MOVE 'ACOM' TO CH_Reason_Code
               MOVE SPACES TO CH_Tax_Juris
               MOVE ZERO TO CH_Tax_Amount
               MOVE SPACES TO CH_Office_Code
               MOVE SPACES TO CH_Approved_By
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               PERFORM 5900-Write-History-Row.

      * 5500-Move-Balance - the balance comes down by the gross
      * the agency collected.
           5500-Move-Balance.
               MOVE WS_Work_Customer TO CB_Customer_Number
               READ CustBal
                   INVALID KEY
                       MOVE WS_Work_Customer TO CB_Customer_Number
                       COMPUTE CB_Balance = 0 - AF_Gross
                       MOVE WS_Current_Date TO CB_Last_Activity
                       MOVE 'A' TO WS_Jnl_Action
                       MOVE SPACES TO WS_Jnl_Before
                       PERFORM 5550-Journal-Balance-Row
                       WRITE Balance_Record
                   NOT INVALID KEY
                       MOVE Balance_Record TO WS_Jnl_Before
                       SUBTRACT AF_Gross FROM CB_Balance
                       MOVE WS_Current_Date TO CB_Last_Activity
                       MOVE 'C' TO WS_Jnl_Action
                       PERFORM 5550-Journal-Balance-Row
                       REWRITE Balance_Record
               END-READ.

      * 5550-Journal-Balance-Row - journalled ahead of the write so
      * a stop between the two leaves Backout nothing worse than a
      * record already in its before state.
           5550-Journal-Balance-Row.
               MOVE 'AgencyPlace' TO WS_Jnl_Program
               MOVE 'BAL ' TO WS_Jnl_File
               MOVE CB_Customer_Number TO WS_Jnl_Key
               MOVE Balance_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

      * 5600-Write-Adjust-Audit - the commission is a credit and
      * carries a negative amount, as a write-off does.
           5600-Write-Adjust-Audit.
               MOVE WS_Work_Customer TO AA_Customer_Number
               MOVE WS_Current_Date TO AA_Date
               COMPUTE AA_Amount = 0 - AF_Commission
               MOVE WS_Operator_Id TO AA_Entered_By
               MOVE 'ACOM' TO AA_Reason_Code
               MOVE SPACES TO AA_Approved_By
               MOVE Run_Id TO AA_Run_Id
               WRITE Adjust_Audit_Record.

           5700-Update-Placement-Row.
               MOVE PT_Image (WS_PT_Match_Idx) TO Placement_Record
               ADD AF_Gross TO AP_Recovered
               ADD AF_Commission TO AP_Commission
               MOVE Placement_Record TO PT_Image (WS_PT_Match_Idx).

      * 5750-Write-Recovery-Log - the agency's collection date
      * when it sent a good one, otherwise today.
           5750-Write-Recovery-Log.
               MOVE WS_Work_Customer TO RV_Customer_Number
               MOVE AF_Agency TO RV_Agency
               IF AF_Recovery_Date NUMERIC
                   MOVE AF_Recovery_Date TO RV_Recovery_Date
               ELSE
                   MOVE WS_Current_Date TO RV_Recovery_Date
               END-IF
               MOVE WS_Current_Date TO RV_Posted_Date
               MOVE AF_Gross TO RV_Gross
               MOVE AF_Commission TO RV_Commission
               MOVE AF_Agency_Ref TO RV_Agency_Ref
               MOVE Run_Id TO RV_Run_Id
               WRITE Recovery_Log_Record
               PERFORM 1320-Table-Posted-Ref.

           5900-Write-History-Row.
               SET History_Not_Written TO TRUE
               PERFORM 5910-Try-One-History-Write
                   VARYING WS_History_Seq FROM 1 BY 1
                   UNTIL History_Written OR WS_History_Seq > 9999
               IF History_Written
                   PERFORM 5950-Journal-History-Add
               END-IF.

           5910-Try-One-History-Write.
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

           5950-Journal-History-Add.
               MOVE 'AgencyPlace' TO WS_Jnl_Program
               MOVE 'HIST' TO WS_Jnl_File
               MOVE 'A' TO WS_Jnl_Action
               MOVE CH_Key TO WS_Jnl_Key
               MOVE SPACES TO WS_Jnl_Before
               MOVE History_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

      * 7000-Recall-Desk - the supervisor lists what is out with
      * the agencies and brings accounts back in house.
           7000-Recall-Desk.
               PERFORM 1100-Load-Placements
               PERFORM 1200-Load-Queue
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT"
               PERFORM 7100-Show-Menu UNTIL Exit_Requested
               CLOSE CustBal
               PERFORM 9100-Rewrite-Placements
               PERFORM 9200-Rewrite-Queue
               DISPLAY "AgencyPlacement: " WS_Recalled_Count
                   " accounts recalled.".

           7100-Show-Menu.
               DISPLAY " "
               DISPLAY "L. List accounts placed with agencies"
               DISPLAY "R. Recall an account"
               DISPLAY "X. Exit and save"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS_Choice
               EVALUATE WS_Choice
                   WHEN 'L'
                       PERFORM 7200-Show-One-Placement
                           VARYING WS_PT_Idx FROM 1 BY 1
                           UNTIL WS_PT_Idx > Placement_Count
                   WHEN 'R'
                       PERFORM 7300-Recall-Account
                   WHEN 'X'
                       SET Exit_Requested TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE.

           7200-Show-One-Placement.
               MOVE PT_Image (WS_PT_Idx) TO Placement_Record
               IF Placement_Open
                   MOVE AP_Placed_Balance TO WS_Balance_Edit
                   MOVE AP_Recovered TO WS_Amount_Edit
                   DISPLAY "  " AP_Customer_Number " " AP_Agency
                       " placed " AP_Placed_Date " " WS_Balance_Edit
                       " recovered " WS_Amount_Edit
               END-IF.

      * 7300-Recall-Account - the open placement closes as
      * recalled, which lifts the hold in DunningRun, LateCharge
      * and CollectQueue; the customer goes back on the queue.
      * A customer with no open queue row needs a free slot in the
      * queue table, so the recall is refused when it is full.
           7300-Recall-Account.
               DISPLAY "Customer number: " WITH NO ADVANCING
               ACCEPT WS_Work_Customer
               PERFORM 2400-Find-Open-Placement
               SET Queue_Row_Not_Found TO TRUE
               PERFORM 7410-Match-One-Queue-Row
                   VARYING WS_QT_Idx FROM 1 BY 1
                   UNTIL WS_QT_Idx > Queue_Count
                       OR Queue_Row_Found
               EVALUATE TRUE
                   WHEN Not_Placed
                       DISPLAY "Customer is not placed with an agency."
                   WHEN Queue_Row_Not_Found AND Queue_Count NOT < 500
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Queue_Table" "TABLE FULL"
                       DISPLAY "Collections queue table full - recall "
                           "not taken."
                       ADD 1 TO WS_Table_Full_Count
                   WHEN OTHER
                       MOVE PT_Image (WS_PT_Match_Idx)
                           TO Placement_Record
                       MOVE AP_Recovered TO WS_Amount_Edit
                       DISPLAY "Placed with " AP_Agency " on "
                           AP_Placed_Date ", recovered " WS_Amount_Edit
                       DISPLAY "Recall to in-house collection (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT WS_Confirm
                       IF WS_Confirm EQUAL 'Y' OR WS_Confirm EQUAL 'y'
                           MOVE 'R' TO AP_Status
                           MOVE WS_Current_Date TO AP_Recalled_Date
                           MOVE WS_Operator_Id TO AP_Recalled_By
                           MOVE Placement_Record
                               TO PT_Image (WS_PT_Match_Idx)
                           PERFORM 7400-Requeue-Customer
                           ADD 1 TO WS_Recalled_Count
                           DISPLAY "Recalled - account back on the "
                               "collections queue."
                       ELSE
                           DISPLAY "Recall cancelled."
                       END-IF
               END-EVALUATE.

      * 7400-Requeue-Customer - the recalled account goes on the
      * queue at top priority at its balance today; 7300 has found
      * its open queue row or made sure there is room for one.
           7400-Requeue-Customer.
               MOVE WS_Work_Customer TO CB_Customer_Number
               READ CustBal
                   INVALID KEY MOVE ZERO TO CB_Balance
               END-READ
               IF Queue_Row_Found
                   MOVE QT_Image (WS_QT_Match_Idx) TO Queue_Record
               ELSE
                   MOVE SPACES TO Queue_Record
                   MOVE WS_Work_Customer TO CQ_Customer_Number
                   MOVE SPACES TO CQ_Assigned_To
                   MOVE WS_Current_Date TO CQ_Date_Queued
               END-IF
               MOVE 9 TO CQ_Priority
               MOVE 'Q' TO CQ_Status
               MOVE CB_Balance TO CQ_Balance
               MOVE ZERO TO CQ_Promise_Amount
               MOVE ZERO TO CQ_Promise_Date
               MOVE 'RECALLED FROM AGENCY' TO CQ_Last_Outcome
               IF Queue_Row_Found
                   MOVE Queue_Record TO QT_Image (WS_QT_Match_Idx)
               ELSE
                   ADD 1 TO Queue_Count
                   MOVE Queue_Record TO QT_Image (Queue_Count)
               END-IF.

           7410-Match-One-Queue-Row.
               MOVE QT_Image (WS_QT_Idx) TO Queue_Record
               IF CQ_Customer_Number EQUAL WS_Work_Customer AND
                   NOT Queue_Closed
                   SET Queue_Row_Found TO TRUE
                   MOVE WS_QT_Idx TO WS_QT_Match_Idx
               END-IF.

      * 8000-Write-Agency-Report - placements count in the month
      * placed, recalls in the month recalled and recoveries in the
      * month the agency collected them.
           8000-Write-Agency-Report.
               SORT SortFile
                   ON ASCENDING KEY Sort_Agency Sort_Month
                   INPUT PROCEDURE IS 8100-Release-Agency-Rows
                   GIVING AgencySorted
               OPEN INPUT AgencySorted
                   CALL "Validations" USING File_Status
                       BY CONTENT "AgencySorted" "OPEN INPUT"
               OPEN OUTPUT AgencyRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "AgencyReport" "OPEN OUTPUT"
               STRING WS_Current_Month '/' WS_Current_Day '/'
                       WS_Current_Year DELIMITED BY SIZE
                   INTO Agy_Head_Date
               WRITE Agency_Buffer FROM AgencyHeading
               WRITE Agency_Buffer FROM AgencyColumns
                   AFTER ADVANCING 2 LINES
               MOVE WS_Grand_Level TO WS_RT_Idx
               PERFORM 8500-Clear-Totals
               SET First_Group TO TRUE
               SET More_Input_Records TO TRUE
               PERFORM 8300-Print-One-Row
                   UNTIL No_More_Input
               IF Not_First_Group
                   PERFORM 8400-Write-Month-Line
                   PERFORM 8450-Write-Agency-Total
               END-IF
               MOVE 'ALL ' TO Agy_Agency
               MOVE 'Total' TO Agy_Month
               MOVE WS_Grand_Level TO WS_RT_Idx
               PERFORM 8600-Write-Totals-Line
               CLOSE AgencySorted
               CLOSE AgencyRpt
               DISPLAY "AgencyPlacement: agency report written.".

           8100-Release-Agency-Rows.
               OPEN INPUT PlaceFile
               IF File_Status EQUAL '00'
                   SET More_Placement_Records TO TRUE
                   PERFORM 8110-Release-One-Placement
                       UNTIL No_More_Placements
                   CLOSE PlaceFile
               END-IF
               OPEN INPUT RecovLog
               IF File_Status EQUAL '00'
                   SET More_Log_Records TO TRUE
                   PERFORM 8120-Release-One-Recovery
                       UNTIL No_More_Log
                   CLOSE RecovLog
               END-IF.

           8110-Release-One-Placement.
               READ PlaceFile
                   AT END SET No_More_Placements TO TRUE
               END-READ
               IF NOT No_More_Placements
                   MOVE AP_Agency TO Sort_Agency
                   MOVE AP_Placed_Date (1:6) TO Sort_Month
                   MOVE 1 TO Sort_Placed_Count
                   MOVE AP_Placed_Balance TO Sort_Placed_Balance
                   MOVE ZERO TO Sort_Recalled_Count
                   MOVE ZERO TO Sort_Recovered
                   MOVE ZERO TO Sort_Commission
                   RELEASE Sort-Record
                   IF Placement_Recalled
                       MOVE AP_Recalled_Date (1:6) TO Sort_Month
                       MOVE ZERO TO Sort_Placed_Count
                       MOVE ZERO TO Sort_Placed_Balance
                       MOVE 1 TO Sort_Recalled_Count
                       RELEASE Sort-Record
                   END-IF
               END-IF.

           8120-Release-One-Recovery.
               READ RecovLog
                   AT END SET No_More_Log TO TRUE
               END-READ
               IF NOT No_More_Log
                   MOVE RV_Agency TO Sort_Agency
                   MOVE RV_Recovery_Date (1:6) TO Sort_Month
                   MOVE ZERO TO Sort_Placed_Count
                   MOVE ZERO TO Sort_Placed_Balance
                   MOVE ZERO TO Sort_Recalled_Count
                   MOVE RV_Gross TO Sort_Recovered
                   MOVE RV_Commission TO Sort_Commission
                   RELEASE Sort-Record
               END-IF.

      * 8300-Print-One-Row - a change of month prints the month
      * just ended; a change of agency prints its total as well.
           8300-Print-One-Row.
               READ AgencySorted
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   EVALUATE TRUE
                       WHEN First_Group
                           SET Not_First_Group TO TRUE
                           PERFORM 8350-Start-Agency
                       WHEN AS_Agency NOT EQUAL WS_Break_Agency
                           PERFORM 8400-Write-Month-Line
                           PERFORM 8450-Write-Agency-Total
                           PERFORM 8350-Start-Agency
                       WHEN AS_Month NOT EQUAL WS_Break_Month
                           PERFORM 8400-Write-Month-Line
                           PERFORM 8360-Start-Month
                   END-EVALUATE
                   PERFORM 8370-Add-One-Row
                       VARYING WS_RT_Idx FROM 1 BY 1
                       UNTIL WS_RT_Idx > 3
               END-IF.

           8350-Start-Agency.
               MOVE AS_Agency TO WS_Break_Agency
               MOVE WS_Agency_Level TO WS_RT_Idx
               PERFORM 8500-Clear-Totals
               PERFORM 8360-Start-Month.

           8360-Start-Month.
               MOVE AS_Month TO WS_Break_Month
               MOVE WS_Month_Level TO WS_RT_Idx
               PERFORM 8500-Clear-Totals.

           8370-Add-One-Row.
               ADD AS_Placed_Count TO RT_Placed_Count (WS_RT_Idx)
               ADD AS_Placed_Balance TO RT_Placed_Balance (WS_RT_Idx)
               ADD AS_Recalled_Count TO RT_Recalled_Count (WS_RT_Idx)
               ADD AS_Recovered TO RT_Recovered (WS_RT_Idx)
               ADD AS_Commission TO RT_Commission (WS_RT_Idx).

           8400-Write-Month-Line.
               MOVE WS_Break_Agency TO Agy_Agency
               MOVE SPACES TO Agy_Month
               STRING WS_Break_Month (1:4) '/'
                       WS_Break_Month (5:2) DELIMITED BY SIZE
                   INTO Agy_Month
               MOVE WS_Month_Level TO WS_RT_Idx
               PERFORM 8600-Write-Totals-Line.

           8450-Write-Agency-Total.
               MOVE WS_Break_Agency TO Agy_Agency
               MOVE 'Total' TO Agy_Month
               MOVE WS_Agency_Level TO WS_RT_Idx
               PERFORM 8600-Write-Totals-Line
               MOVE SPACES TO Agency_Buffer
               WRITE Agency_Buffer AFTER ADVANCING 1 LINES.

           8500-Clear-Totals.
               MOVE ZERO TO RT_Placed_Count (WS_RT_Idx)
               MOVE ZERO TO RT_Placed_Balance (WS_RT_Idx)
               MOVE ZERO TO RT_Recalled_Count (WS_RT_Idx)
               MOVE ZERO TO RT_Recovered (WS_RT_Idx)
               MOVE ZERO TO RT_Commission (WS_RT_Idx).

           8600-Write-Totals-Line.
               MOVE RT_Placed_Count (WS_RT_Idx) TO Agy_Placed_Count
               MOVE RT_Placed_Balance (WS_RT_Idx)
                   TO Agy_Placed_Balance
               MOVE RT_Recalled_Count (WS_RT_Idx)
                   TO Agy_Recalled_Count
               MOVE RT_Recovered (WS_RT_Idx) TO Agy_Recovered
               MOVE RT_Commission (WS_RT_Idx) TO Agy_Commission
               COMPUTE Agy_Net = RT_Recovered (WS_RT_Idx)
                   - RT_Commission (WS_RT_Idx)
               WRITE Agency_Buffer FROM AgencyDetail
                   AFTER ADVANCING 1 LINES.

           9100-Rewrite-Placements.
               OPEN OUTPUT PlaceFile
                   CALL "Validations" USING File_Status
                       BY CONTENT "AgencyPlacements" "OPEN OUTPUT"
               PERFORM 9110-Write-One-Placement
                   VARYING WS_PT_Idx FROM 1 BY 1
                   UNTIL WS_PT_Idx > Placement_Count
               CLOSE PlaceFile.

           9110-Write-One-Placement.
               MOVE PT_Image (WS_PT_Idx) TO Placement_Record
               WRITE Placement_Record.

           9200-Rewrite-Queue.
               OPEN OUTPUT CollQueue
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustCollectQueue" "OPEN OUTPUT"
               PERFORM 9210-Write-One-Queue-Row
                   VARYING WS_QT_Idx FROM 1 BY 1
                   UNTIL WS_QT_Idx > Queue_Count
               CLOSE CollQueue.

           9210-Write-One-Queue-Row.
               MOVE QT_Image (WS_QT_Idx) TO Queue_Record
               WRITE Queue_Record.

       End Program AgencyPlacement.
