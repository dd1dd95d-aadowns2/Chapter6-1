       Identification Division.
           Program-ID. ReserveCalc.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Month-end allowance for doubtful accounts -
      *                   every open CustomerBalance position is
      *                   aged by the shared AgeBalance routine into
      *                   the same six bands AgedTrial prints, and
      *                   each band reserves at its ReserveParams
      *                   percentage; a customer on Credit Hold or
      *                   still open on CustCollectQueue is reserved
      *                   specifically instead, at the hold or
      *                   collections percentage of the whole
      *                   balance (the larger when both apply).  The
      *                   required reserve is compared with the last
      *                   one booked on ReserveLedger and the change
      *                   goes to the ledger as one balanced pair in
      *                   CustGLExtract format on CustGLReserve
      *                   (count/hash trailer included) with a
      *                   CustGLSentLog row for GLAckRecon to match;
      *                   ReserveReport shows the calculation by
      *                   age band and by office within region.  A
      *                   rerun in the same month posts only what
      *                   moved since the first.
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  The reserve pair takes its accounts from
      *                   GLAccountMap through GLAccount (posting
      *                   type V) instead of fixed
      *                   BADDEBT/ALLOWDA; an unmapped posting
      *                   holds the journal and the ReserveLedger
      *                   row, with a CustOpsAlert row, so the
      *                   next run posts the whole movement.
      *   2026-10-15  AD  GL sent log layout widened for the
      *                   company and receivables movement (44 to
      *                   59); reserve journals carry none.
      *   2026-10-15  AD  Operations alerts carry a severity and a
      *                   category so AlertDispatch can route them
      *                   to the on-call contact (CustOpsAlert 92
      *                   to 97).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Reserve report names the journal by the
      *                   accounts taken from GLAccountMap, or shows
      *                   it held when the posting is unmapped;
      *                   an office master past the table is
      *                   logged TABLE FULL.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Params assign to "ReserveParams"
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

                   Select CollQueue assign to "CustCollectQueue"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OfficeMast assign to "OfficeMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ResvLedger assign to "ReserveLedger"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ResvGL assign to "CustGLReserve"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select GLSent assign to "CustGLSentLog"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ResvRpt assign to "ReserveReport"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustAlert assign to "CustOpsAlert"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Param_Record - the reserve percentage for each age band,
      * not yet due through over 120 days past due, then the
      * specific percentages for a customer on Credit Hold and for
      * one in collections.
           FD  Params
               Record Contains 40 Characters.
               01  Param_Record.
                   05  RP_Band_Pct OCCURS 6 TIMES  PIC 9(3)V9(2).
                   05  RP_Hold_Pct                 PIC 9(3)V9(2).
                   05  RP_Collect_Pct              PIC 9(3)V9(2).

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
                   05  CM_Addr_Status_Date             PIC 9(8).
                   05  CM_Email                        PIC X(50).
                   05  CM_Stmt_Delivery                PIC X(1).
                   05  CM_Billing_Currency             PIC X(3).
                   05  CM_Cash_Only                    PIC X(1).
                   05  CM_Billing_Cycle                PIC X(1).

      * Queue_Record - CollectQueue's workqueue row; a customer
      * whose row is not closed is in collections.
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
                   05  CQ_Balance                  PIC S9(8)V9(2).
                   05  CQ_Promise_Amount           PIC 9(7)V9(2).
                   05  CQ_Promise_Date             PIC 9(8).
                   05  CQ_Last_Outcome             PIC X(20).
                   05  CQ_Date_Queued              PIC 9(8).

           FD  OfficeMast
               Record Contains 28 Characters.
               01  Office_Master_Record.
                   05  OM_Office_Code              PIC X(4).
                   05  OM_Office_Name              PIC X(20).
                   05  OM_Region                   PIC X(4).

      * Reserve_Ledger_Record - one row per run: the period, the
      * run, and the reserve it booked.  The newest row is what
      * the ledger already holds, the base the next run's
      * adjustment moves from.
           FD  ResvLedger
               Record Contains 41 Characters.
               01  Reserve_Ledger_Record.
                   05  RL_Period                   PIC X(6).
                   05  RL_Date                     PIC 9(8).
                   05  RL_Run_Id                   PIC X(14).
                   05  RL_Required                 PIC 9(11)V9(2).

      * GL_Record - the ledger's fixed posting layout, the same
      * shape 427-Write-GL-Extract sends, on its own file so the
      * reserve journal loads separately from the nightly one.
           FD  ResvGL
               Record Contains 30 Characters.
               01  GL_Record.
                   05  GL_Record_Type              PIC X(1).
                   05  GL_Detail_Fields.
                       10  GL_Account              PIC X(8).
                       10  GL_Office_Code          PIC X(4).
                       10  GL_Period               PIC X(6).
                       10  GL_DC                   PIC X(1).
                       10  GL_Amount               PIC 9(8)V9(2).
                   05  GL_Trailer_Fields REDEFINES GL_Detail_Fields.
                       10  GL_Line_Total           PIC 9(6).
                       10  GL_Hash_Total           PIC 9(13)V9(2).
                       10  GL_Filler               PIC X(8).

      * GL_Sent_Record - the trailer figures banked per journal
      * for GLAckRecon, as 427A-Write-GL-Sent-Log banks them.  The
      * reserve moves the allowance, not the receivables control
      * account, so its rows carry no AR movement.
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

           FD  ResvRpt
               Record Contains 132 Characters.
               01  Resv_Buffer                     PIC X(132).

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

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
              COPY "GLQuery.cpy"
                  REPLACING LEADING ==Prefix== BY ==Map==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Current_Period               PIC X(6).
               01  Balance_EOF_Sw                  PIC X(1).
                   88  No_More_Balances              value 'Y'.
                   88  More_Balance_Records          value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Collect_Found_Sw                PIC X(1).
                   88  In_Collections                value 'Y'.
                   88  Not_In_Collections            value 'N'.
               01  Age_Query                       PIC X(1) value 'Q'.
               01  Age_Close                       PIC X(1) value 'C'.
               01  WS_Bucket_Idx                   PIC 9(1).

      * Reserve percentages - the defaults stand when ReserveParams
      * is absent.
               01  Band_Pct_Values.
                   05              PIC 9(3)V9(2) value 1.00.
                   05              PIC 9(3)V9(2) value 2.00.
                   05              PIC 9(3)V9(2) value 5.00.
                   05              PIC 9(3)V9(2) value 15.00.
                   05              PIC 9(3)V9(2) value 30.00.
                   05              PIC 9(3)V9(2) value 50.00.
               01  Band_Pct_Table REDEFINES Band_Pct_Values.
                   05  WS_Band_Pct OCCURS 6 TIMES  PIC 9(3)V9(2).
               01  WS_Hold_Pct                     PIC 9(3)V9(2)
                       value 50.00.
               01  WS_Collect_Pct                  PIC 9(3)V9(2)
                       value 75.00.
               01  WS_Specific_Pct                 PIC 9(3)V9(2).

               01  Band_Label_Values.
                   05              PIC X(12) value 'Not Yet Due'.
                   05              PIC X(12) value '1-30 Days'.
                   05              PIC X(12) value '31-60 Days'.
                   05              PIC X(12) value '61-90 Days'.
                   05              PIC X(12) value '91-120 Days'.
                   05              PIC X(12) value 'Over 120'.
               01  Band_Label_Table REDEFINES Band_Label_Values.
                   05  WS_Band_Label OCCURS 6 TIMES PIC X(12).

      * Customer aged position - answered for each open balance by
      * AgeBalance, bucket 1 not yet due through 6 over 120 days
      * past due.
              COPY "AgedPosition.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_Cust_General                 PIC S9(9)V9(2).
               01  WS_Cust_Specific                PIC S9(9)V9(2).
               01  WS_Band_Reserve                 PIC S9(9)V9(2).

      * Band totals - the generally reserved balances per age band
      * and the reserve each band carries.
               01  Band_Totals.
                   05  Band_Total_Entry OCCURS 6 TIMES.
                       10  BT_Balance              PIC S9(11)V9(2).
                       10  BT_Reserve              PIC S9(11)V9(2).
               01  WS_Hold_Count                   PIC 9(6) value zero.
               01  WS_Hold_Balance                 PIC S9(11)V9(2)
                       value zero.
               01  WS_Hold_Reserve                 PIC S9(11)V9(2)
                       value zero.
               01  WS_Collect_Count                PIC 9(6) value zero.
               01  WS_Collect_Balance              PIC S9(11)V9(2)
                       value zero.
               01  WS_Collect_Reserve              PIC S9(11)V9(2)
                       value zero.
               01  WS_Reserved_Count               PIC 9(6) value zero.
               01  WS_Grand_Balance                PIC S9(11)V9(2)
                       value zero.
               01  WS_Grand_General                PIC S9(11)V9(2)
                       value zero.
               01  WS_Grand_Specific               PIC S9(11)V9(2)
                       value zero.
               01  WS_Required_Reserve             PIC S9(11)V9(2)
                       value zero.
               01  WS_Prior_Reserve                PIC S9(11)V9(2)
                       value zero.
               01  WS_Prior_Period                 PIC X(6)
                       value spaces.
               01  WS_Adjustment                   PIC S9(11)V9(2)
                       value zero.

      * Collect_Table - customers with a queue row not yet closed.
               01  Collect_Count                   PIC 9(4) value zero.
               01  Collect_Table.
                   05  Collect_Entry OCCURS 2000 TIMES.
                       10  CT_Customer_Number      PIC 9(6).
               01  WS_Collect_Idx                  PIC 9(4).

      * Office reserve table - per-office totals resolved to their
      * OfficeMaster region and printed grouped by region the way
      * AgedTrial groups its office section.
               01  Office_Resv_Count               PIC 9(2) value zero.
               01  Office_Resv_Table.
                   05  Office_Resv_Entry OCCURS 50 TIMES.
                       10  ORV_Region              PIC X(4).
                       10  ORV_Office              PIC X(4).
                       10  ORV_Balance             PIC S9(11)V9(2).
                       10  ORV_General             PIC S9(11)V9(2).
                       10  ORV_Specific            PIC S9(11)V9(2).
               01  WS_ORV_Idx                      PIC 9(2).
               01  WS_ORV_Match_Idx                PIC 9(2).
               01  WS_ORV_Sort_Outer               PIC 9(2).
               01  WS_ORV_Sort_Inner               PIC 9(2).
               01  WS_ORV_Temp                     PIC X(47).
               01  Office_Entry_Sw                 PIC X(1).
                   88  Office_Entry_Present          value 'Y'.
                   88  Office_Entry_Missing          value 'N'.
               01  Region_Totals.
                   05  RGT_Balance                 PIC S9(11)V9(2).
                   05  RGT_General                 PIC S9(11)V9(2).
                   05  RGT_Specific                PIC S9(11)V9(2).
               01  WS_Prev_Region                  PIC X(4).
               01  First_Region_Sw                 PIC X(1) value 'Y'.
                   88  First_Region                  value 'Y'.
                   88  Not_First_Region              value 'N'.

               01  Office_Master_Count             PIC 9(2) value zero.
               01  Office_Master_Table.
                   05  Office_Master_Entry OCCURS 50 TIMES.
                       10  OMT_Code                PIC X(4).
                       10  OMT_Name                PIC X(20).
                       10  OMT_Region              PIC X(4).
               01  WS_Office_Master_Idx            PIC 9(2).
               01  WS_Office_Region                PIC X(4).
               01  WS_Office_Name                  PIC X(20).

               01  WS_GL_Line_Count                PIC 9(6) value zero.
               01  WS_GL_Hash_Total                PIC 9(13)V9(2)
                       value zero.
               01  WS_GL_Pair_Amount               PIC 9(8)V9(2).
               01  WS_GL_Debit_Account             PIC X(8).
               01  WS_GL_Credit_Account            PIC X(8).
               01  GL_Map_Function                 PIC X(1) value 'M'.
               01  GL_Extract_Held_Sw              PIC X(1) value 'N'.
                   88  GL_Extract_Held               value 'Y'.
                   88  GL_Extract_Sent               value 'N'.

               01  ResvHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(40)   value
                       'Allowance for Doubtful Accounts as of '.
                   05  Resv_Head_Date          PIC X(10).
               01  ResvBandHeading.
                   05              PIC X(2)    value spaces.
                   05              PIC X(14)   value 'Age Band'.
                   05              PIC X(15)   value '   Open Balance'.
                   05              PIC X(10)   value '   Percent'.
                   05              PIC X(15)   value '        Reserve'.
               01  ResvBandDetail.
                   05              PIC X(2)    value spaces.
                   05  Resv_Band_Label         PIC X(12).
                   05              PIC X(2)    value spaces.
                   05  Resv_Band_Balance       PIC ZZZ,ZZZ,ZZ9.99-.
                   05              PIC X(3)    value spaces.
                   05  Resv_Band_Pct           PIC ZZ9.99.
                   05              PIC X(1)    value '%'.
                   05  Resv_Band_Reserve       PIC ZZZ,ZZZ,ZZ9.99-.
               01  ResvSpecificDetail.
                   05              PIC X(2)    value spaces.
                   05  Resv_Spec_Label         PIC X(14).
                   05  Resv_Spec_Balance       PIC ZZZ,ZZZ,ZZ9.99-.
                   05              PIC X(3)    value spaces.
                   05  Resv_Spec_Pct           PIC ZZ9.99.
                   05              PIC X(1)    value '%'.
                   05  Resv_Spec_Reserve       PIC ZZZ,ZZZ,ZZ9.99-.
                   05              PIC X(2)    value spaces.
                   05  Resv_Spec_Count         PIC ZZZ,ZZ9.
                   05              PIC X(10)   value ' customers'.
               01  ResvOfficeHeading.
                   05              PIC X(2)    value spaces.
                   05              PIC X(32)
                           value 'Reserve by Office within Region'.
               01  ResvOfficeColumns.
                   05              PIC X(4)    value spaces.
                   05              PIC X(26)   value 'Office'.
                   05              PIC X(15)   value '   Open Balance'.
                   05              PIC X(15)   value '        General'.
                   05              PIC X(15)   value '       Specific'.
                   05              PIC X(15)   value '       Required'.
               01  ResvRegionLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(8)    value 'Region: '.
                   05  Resv_Region_Code        PIC X(4).
               01  ResvOfficeDetail.
                   05              PIC X(4)    value spaces.
                   05  Resv_Office_Code        PIC X(4).
                   05              PIC X(1)    value spaces.
                   05  Resv_Office_Name        PIC X(20).
                   05              PIC X(1)    value spaces.
                   05  Resv_Off_Balance        PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Resv_Off_General        PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Resv_Off_Specific       PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Resv_Off_Required       PIC ZZZ,ZZZ,ZZ9.99-.
               01  ResvRegionSubtotal.
                   05              PIC X(4)    value spaces.
                   05              PIC X(17)
                           value 'Total for region '.
                   05  Resv_Sub_Region         PIC X(4).
                   05              PIC X(5)    value spaces.
                   05  Resv_Sub_Balance        PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Resv_Sub_General        PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Resv_Sub_Specific       PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Resv_Sub_Required       PIC ZZZ,ZZZ,ZZ9.99-.
               01  ResvGrandLine.
                   05              PIC X(4)    value spaces.
                   05              PIC X(26)   value 'Grand totals:'.
                   05  Resv_Grand_Balance      PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Resv_Grand_General      PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Resv_Grand_Specific     PIC ZZZ,ZZZ,ZZ9.99-.
                   05  Resv_Grand_Required     PIC ZZZ,ZZZ,ZZ9.99-.
               01  ResvSummaryLine.
                   05              PIC X(2)    value spaces.
                   05  Resv_Sum_Label          PIC X(32).
                   05  Resv_Sum_Amount         PIC ZZZ,ZZZ,ZZ9.99-.
                   05              PIC X(2)    value spaces.
                   05  Resv_Sum_Note           PIC X(30).

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
               INITIALIZE Band_Totals
               PERFORM 1000-Read-Params
               PERFORM 1100-Load-Office-Master
               PERFORM 1200-Load-Collect-Queue
               PERFORM 1300-Read-Prior-Reserve
               PERFORM 2000-Open-Files
               PERFORM 3000-Reserve-One-Balance
                   UNTIL No_More_Balances
               COMPUTE WS_Required_Reserve =
                   WS_Grand_General + WS_Grand_Specific
               COMPUTE WS_Adjustment =
                   WS_Required_Reserve - WS_Prior_Reserve
               PERFORM 7000-Write-GL-Pair
               IF GL_Extract_Sent
                   PERFORM 7500-Write-Reserve-Ledger
               END-IF
               PERFORM 8000-Write-Reserve-Report
               PERFORM 9000-Close-Program
               DISPLAY "ReserveCalc: required " WS_Required_Reserve
                   " prior " WS_Prior_Reserve
                   " adjustment " WS_Adjustment
               IF GL_Extract_Held
                   DISPLAY "ReserveCalc: reserve posting not on "
                       "GLAccountMap - journal held, nothing booked."
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN.

           1000-Read-Params.
               OPEN INPUT Params
               IF File_Status EQUAL '00'
                   READ Params
                       AT END CONTINUE
                       NOT AT END
                           PERFORM 1010-Take-One-Band-Pct
                               VARYING WS_Bucket_Idx FROM 1 BY 1
                               UNTIL WS_Bucket_Idx > 6
                           MOVE RP_Hold_Pct TO WS_Hold_Pct
                           MOVE RP_Collect_Pct TO WS_Collect_Pct
                   END-READ
                   CLOSE Params
               END-IF.

           1010-Take-One-Band-Pct.
               MOVE RP_Band_Pct (WS_Bucket_Idx)
                   TO WS_Band_Pct (WS_Bucket_Idx).

           1100-Load-Office-Master.
               MOVE ZERO TO Office_Master_Count
               OPEN INPUT OfficeMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1110-Read-One-Office
                       UNTIL No_More_Input
                   CLOSE OfficeMast
               END-IF.

           1110-Read-One-Office.
               READ OfficeMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Office_Master_Count < 50
                       ADD 1 TO Office_Master_Count
                       MOVE OM_Office_Code
                           TO OMT_Code (Office_Master_Count)
                       MOVE OM_Office_Name
                           TO OMT_Name (Office_Master_Count)
                       MOVE OM_Region
                           TO OMT_Region (Office_Master_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Office_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 1200-Load-Collect-Queue - every customer whose workqueue
      * row is still open or promised; no queue means nobody is
      * in collections.
           1200-Load-Collect-Queue.
               MOVE ZERO TO Collect_Count
               OPEN INPUT CollQueue
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Queue-Row
                       UNTIL No_More_Input
                   CLOSE CollQueue
               END-IF.

           1210-Read-One-Queue-Row.
               READ CollQueue
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF NOT Queue_Closed
                       IF Collect_Count < 2000
                           ADD 1 TO Collect_Count
                           MOVE CQ_Customer_Number
                               TO CT_Customer_Number (Collect_Count)
                       ELSE
                           CALL "Validations" USING
                               WS_Table_Full_Status
                               BY CONTENT "Collect_Table" "TABLE FULL"
                       END-IF
                   END-IF
               END-IF.

      * 1300-Read-Prior-Reserve - the newest ReserveLedger row is
      * the reserve the ledger holds now; with no ledger the first
      * run books the whole requirement.
           1300-Read-Prior-Reserve.
               OPEN INPUT ResvLedger
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1310-Read-One-Ledger-Row
                       UNTIL No_More_Input
                   CLOSE ResvLedger
               END-IF.

           1310-Read-One-Ledger-Row.
               READ ResvLedger
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE RL_Required TO WS_Prior_Reserve
                   MOVE RL_Period TO WS_Prior_Period
               END-IF.

           2000-Open-Files.
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               SET More_Balance_Records TO TRUE
               MOVE ZERO TO CB_Customer_Number
               START CustBal KEY IS NOT LESS THAN CB_Customer_Number
                   INVALID KEY SET No_More_Balances TO TRUE
               END-START.

           3000-Reserve-One-Balance.
               READ CustBal NEXT RECORD
                   AT END SET No_More_Balances TO TRUE
               END-READ
               IF NOT No_More_Balances
                   IF CB_Balance > ZERO
                       CALL "AgeBalance" USING Age_Query,
                           CB_Customer_Number, CB_Balance,
                           WS_Current_Date, WS_Aged_Position
                       PERFORM 3100-Find-Master
                       PERFORM 3200-Check-Collections
                       MOVE ZERO TO WS_Cust_General
                       MOVE ZERO TO WS_Cust_Specific
                       IF (Master_Found AND CM_Credit_Hold)
                           OR In_Collections
                           PERFORM 3400-Compute-Specific-Reserve
                       ELSE
                           PERFORM 3300-Add-One-Band-Reserve
                               VARYING WS_Bucket_Idx FROM 1 BY 1
                               UNTIL WS_Bucket_Idx > 6
                       END-IF
                       ADD 1 TO WS_Reserved_Count
                       ADD CB_Balance TO WS_Grand_Balance
                       ADD WS_Cust_General TO WS_Grand_General
                       ADD WS_Cust_Specific TO WS_Grand_Specific
                       PERFORM 5000-Accumulate-Office
                   END-IF
               END-IF.

           3100-Find-Master.
               SET Master_Found TO TRUE
               MOVE CB_Customer_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ.

           3200-Check-Collections.
               SET Not_In_Collections TO TRUE
               PERFORM 3210-Match-One-Collect-Entry
                   VARYING WS_Collect_Idx FROM 1 BY 1
                   UNTIL WS_Collect_Idx > Collect_Count
                       OR In_Collections.

           3210-Match-One-Collect-Entry.
               IF CT_Customer_Number (WS_Collect_Idx) EQUAL
                   CB_Customer_Number
                   SET In_Collections TO TRUE
               END-IF.

      * 3300-Add-One-Band-Reserve - the general reserve: each age
      * band of the customer's open balance at its own percentage.
           3300-Add-One-Band-Reserve.
               COMPUTE WS_Band_Reserve ROUNDED =
                   WS_Aged_Bucket (WS_Bucket_Idx)
                   * WS_Band_Pct (WS_Bucket_Idx) / 100
               ADD WS_Aged_Bucket (WS_Bucket_Idx)
                   TO BT_Balance (WS_Bucket_Idx)
               ADD WS_Band_Reserve TO BT_Reserve (WS_Bucket_Idx)
               ADD WS_Band_Reserve TO WS_Cust_General.

      * 3400-Compute-Specific-Reserve - a customer singled out by
      * Credit Hold or collections is reserved on the whole
      * balance at the specific percentage, the larger one when
      * both apply, and drops out of the age-band pool so nothing
      * reserves twice.
           3400-Compute-Specific-Reserve.
               IF In_Collections
                   MOVE WS_Collect_Pct TO WS_Specific_Pct
                   IF Master_Found AND CM_Credit_Hold
                       AND WS_Hold_Pct > WS_Collect_Pct
                       MOVE WS_Hold_Pct TO WS_Specific_Pct
                   END-IF
               ELSE
                   MOVE WS_Hold_Pct TO WS_Specific_Pct
               END-IF
               COMPUTE WS_Cust_Specific ROUNDED =
                   CB_Balance * WS_Specific_Pct / 100
               IF In_Collections
                   ADD 1 TO WS_Collect_Count
                   ADD CB_Balance TO WS_Collect_Balance
                   ADD WS_Cust_Specific TO WS_Collect_Reserve
               ELSE
                   ADD 1 TO WS_Hold_Count
                   ADD CB_Balance TO WS_Hold_Balance
                   ADD WS_Cust_Specific TO WS_Hold_Reserve
               END-IF.

           5000-Accumulate-Office.
               SET Office_Entry_Missing TO TRUE
               PERFORM 5100-Match-Office-Entry
                   VARYING WS_ORV_Idx FROM 1 BY 1
                   UNTIL WS_ORV_Idx > Office_Resv_Count
                       OR Office_Entry_Present
               IF Office_Entry_Missing
                   IF Office_Resv_Count < 50
                       ADD 1 TO Office_Resv_Count
                       MOVE WS_Aged_Newest_Office
                           TO ORV_Office (Office_Resv_Count)
                       MOVE SPACES TO ORV_Region (Office_Resv_Count)
                       MOVE ZERO TO ORV_Balance (Office_Resv_Count)
                       MOVE ZERO TO ORV_General (Office_Resv_Count)
                       MOVE ZERO TO ORV_Specific (Office_Resv_Count)
                       MOVE Office_Resv_Count TO WS_ORV_Match_Idx
                       SET Office_Entry_Present TO TRUE
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Office_Resv_Table" "TABLE FULL"
                   END-IF
               END-IF
               IF Office_Entry_Present
                   ADD CB_Balance TO ORV_Balance (WS_ORV_Match_Idx)
                   ADD WS_Cust_General
                       TO ORV_General (WS_ORV_Match_Idx)
                   ADD WS_Cust_Specific
                       TO ORV_Specific (WS_ORV_Match_Idx)
               END-IF.

           5100-Match-Office-Entry.
               IF ORV_Office (WS_ORV_Idx) EQUAL WS_Aged_Newest_Office
                   SET Office_Entry_Present TO TRUE
                   MOVE WS_ORV_Idx TO WS_ORV_Match_Idx
               END-IF.

      * 7000-Write-GL-Pair - the reserve posting (type V) takes
      * its accounts from GLAccountMap: a rise in the requirement
      * posts the mapped pair (bad debt expense against the
      * allowance), a fall the other way round; the journal
      * always closes with its trailer, and only a journal that
      * carries a pair is banked on the sent log for the ledger to
      * acknowledge.  An unmapped posting holds the journal and
      * the ledger row both, with an alert, so the next run posts
      * the whole movement once the map is right.
           7000-Write-GL-Pair.
               IF WS_Adjustment NOT EQUAL ZERO
                   MOVE SPACES TO Map_GL_Company
                   MOVE SPACES TO Map_GL_Office
                   MOVE 'V' TO Map_GL_Trans_Type
                   MOVE SPACES TO Map_GL_Reason
                   MOVE SPACES TO Map_GL_Category
                   CALL "GLAccount" USING GL_Map_Function,
                       Map_GL_Query
                   IF Map_GL_Not_Mapped
                       SET GL_Extract_Held TO TRUE
                       PERFORM 7200-Write-GL-Map-Alert
                   END-IF
               END-IF
               IF GL_Extract_Sent
                   PERFORM 7050-Send-GL-Journal
               END-IF.

           7050-Send-GL-Journal.
               OPEN OUTPUT ResvGL
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustGLReserve" "OPEN OUTPUT"
               IF WS_Adjustment NOT EQUAL ZERO
                   IF WS_Adjustment > ZERO
                       MOVE Map_GL_Debit_Account TO WS_GL_Debit_Account
                       MOVE Map_GL_Credit_Account
                           TO WS_GL_Credit_Account
                       MOVE WS_Adjustment TO WS_GL_Pair_Amount
                   ELSE
                       MOVE Map_GL_Credit_Account
                           TO WS_GL_Debit_Account
                       MOVE Map_GL_Debit_Account
                           TO WS_GL_Credit_Account
                       COMPUTE WS_GL_Pair_Amount = 0 - WS_Adjustment
                   END-IF
                   MOVE SPACES TO GL_Record
                   MOVE 'D' TO GL_Record_Type
                   MOVE WS_GL_Debit_Account TO GL_Account
                   MOVE SPACES TO GL_Office_Code
                   MOVE WS_Current_Period TO GL_Period
                   MOVE 'D' TO GL_DC
                   MOVE WS_GL_Pair_Amount TO GL_Amount
                   WRITE GL_Record
                   ADD 1 TO WS_GL_Line_Count
                   ADD WS_GL_Pair_Amount TO WS_GL_Hash_Total
                   MOVE SPACES TO GL_Record
                   MOVE 'D' TO GL_Record_Type
                   MOVE WS_GL_Credit_Account TO GL_Account
                   MOVE SPACES TO GL_Office_Code
                   MOVE WS_Current_Period TO GL_Period
                   MOVE 'C' TO GL_DC
                   MOVE WS_GL_Pair_Amount TO GL_Amount
                   WRITE GL_Record
                   ADD 1 TO WS_GL_Line_Count
                   ADD WS_GL_Pair_Amount TO WS_GL_Hash_Total
               END-IF
               MOVE SPACES TO GL_Record
               MOVE 'T' TO GL_Record_Type
               MOVE WS_GL_Line_Count TO GL_Line_Total
               MOVE WS_GL_Hash_Total TO GL_Hash_Total
               MOVE SPACES TO GL_Filler
               WRITE GL_Record
               CLOSE ResvGL
               IF WS_GL_Line_Count > ZERO
                   PERFORM 7100-Write-GL-Sent-Log
               END-IF.

           7100-Write-GL-Sent-Log.
               OPEN EXTEND GLSent
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT GLSent
               END-IF
               MOVE Run_Id TO GS_Run_Id
               MOVE WS_Current_Date TO GS_Date
               MOVE WS_GL_Line_Count TO GS_Line_Total
               MOVE WS_GL_Hash_Total TO GS_Hash_Total
               MOVE 'N' TO GS_Ack_Sw
               MOVE SPACES TO GS_Company
               MOVE ZERO TO GS_AR_Net
               WRITE GL_Sent_Record
               CLOSE GLSent.

           7200-Write-GL-Map-Alert.
               OPEN EXTEND CustAlert
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAlert
               END-IF
               MOVE WS_Current_Date TO OA_Date
               COMPUTE OA_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE 'GL ACCOUNT UNMAPPED' TO OA_Text
               MOVE 1 TO OA_Count_Expected
               MOVE ZERO TO OA_Records_Read
               MOVE ZERO TO OA_Total_Expected
               MOVE ZERO TO OA_Total_Actual
               MOVE Run_Id TO OA_Run_Id
               MOVE '2' TO OA_Severity
               MOVE 'GL' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

      * 7500-Write-Reserve-Ledger - tonight's requirement becomes
      * the base the next run moves from.
           7500-Write-Reserve-Ledger.
               OPEN EXTEND ResvLedger
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT ResvLedger
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "ReserveLedger" "OPEN EXTEND"
               MOVE WS_Current_Period TO RL_Period
               MOVE WS_Current_Date TO RL_Date
               MOVE Run_Id TO RL_Run_Id
               MOVE WS_Required_Reserve TO RL_Required
               WRITE Reserve_Ledger_Record
               CLOSE ResvLedger.

           8000-Write-Reserve-Report.
               OPEN OUTPUT ResvRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "ReserveReport" "OPEN OUTPUT"
               STRING WS_Current_Month '/' WS_Current_Day '/'
                       WS_Current_Year DELIMITED BY SIZE
                   INTO Resv_Head_Date
               WRITE Resv_Buffer FROM ResvHeading
               WRITE Resv_Buffer FROM ResvBandHeading
                   AFTER ADVANCING 2 LINES
               PERFORM 8100-Write-One-Band-Line
                   VARYING WS_Bucket_Idx FROM 1 BY 1
                   UNTIL WS_Bucket_Idx > 6
               PERFORM 8200-Write-Specific-Lines
               PERFORM 8300-Write-Office-Section
               PERFORM 8700-Write-Summary-Lines
               CLOSE ResvRpt.

           8100-Write-One-Band-Line.
               MOVE WS_Band_Label (WS_Bucket_Idx) TO Resv_Band_Label
               MOVE BT_Balance (WS_Bucket_Idx) TO Resv_Band_Balance
               MOVE WS_Band_Pct (WS_Bucket_Idx) TO Resv_Band_Pct
               MOVE BT_Reserve (WS_Bucket_Idx) TO Resv_Band_Reserve
               WRITE Resv_Buffer FROM ResvBandDetail
                   AFTER ADVANCING 1 LINES.

           8200-Write-Specific-Lines.
               MOVE 'Credit Hold' TO Resv_Spec_Label
               MOVE WS_Hold_Balance TO Resv_Spec_Balance
               MOVE WS_Hold_Pct TO Resv_Spec_Pct
               MOVE WS_Hold_Reserve TO Resv_Spec_Reserve
               MOVE WS_Hold_Count TO Resv_Spec_Count
               WRITE Resv_Buffer FROM ResvSpecificDetail
                   AFTER ADVANCING 2 LINES
               MOVE 'In collections' TO Resv_Spec_Label
               MOVE WS_Collect_Balance TO Resv_Spec_Balance
               MOVE WS_Collect_Pct TO Resv_Spec_Pct
               MOVE WS_Collect_Reserve TO Resv_Spec_Reserve
               MOVE WS_Collect_Count TO Resv_Spec_Count
               WRITE Resv_Buffer FROM ResvSpecificDetail
                   AFTER ADVANCING 1 LINES.

      * 8300-Write-Office-Section - each office entry resolves its
      * region from the office master, the table sorts by region,
      * and the listing prints grouped with a subtotal per region.
           8300-Write-Office-Section.
               WRITE Resv_Buffer FROM ResvOfficeHeading
                   AFTER ADVANCING 2 LINES
               WRITE Resv_Buffer FROM ResvOfficeColumns
                   AFTER ADVANCING 1 LINES
               IF Office_Resv_Count > ZERO
                   PERFORM 8310-Resolve-One-Region
                       VARYING WS_ORV_Idx FROM 1 BY 1
                       UNTIL WS_ORV_Idx > Office_Resv_Count
                   PERFORM 8400-Sort-Office-Outer-Pass
                       VARYING WS_ORV_Sort_Outer FROM 1 BY 1
                       UNTIL WS_ORV_Sort_Outer >= Office_Resv_Count
                   SET First_Region TO TRUE
                   INITIALIZE Region_Totals
                   PERFORM 8500-Write-One-Office-Line
                       VARYING WS_ORV_Idx FROM 1 BY 1
                       UNTIL WS_ORV_Idx > Office_Resv_Count
                   IF Not_First_Region
                       PERFORM 8600-Write-Region-Subtotal
                   END-IF
               END-IF
               MOVE WS_Grand_Balance TO Resv_Grand_Balance
               MOVE WS_Grand_General TO Resv_Grand_General
               MOVE WS_Grand_Specific TO Resv_Grand_Specific
               MOVE WS_Required_Reserve TO Resv_Grand_Required
               WRITE Resv_Buffer FROM ResvGrandLine
                   AFTER ADVANCING 2 LINES.

           8310-Resolve-One-Region.
               MOVE SPACES TO WS_Office_Region
               MOVE SPACES TO WS_Office_Name
               PERFORM 8320-Check-One-Master-Entry
                   VARYING WS_Office_Master_Idx FROM 1 BY 1
                   UNTIL WS_Office_Master_Idx > Office_Master_Count
               MOVE WS_Office_Region TO ORV_Region (WS_ORV_Idx).

           8320-Check-One-Master-Entry.
               IF OMT_Code (WS_Office_Master_Idx) EQUAL
                   ORV_Office (WS_ORV_Idx)
                   MOVE OMT_Region (WS_Office_Master_Idx)
                       TO WS_Office_Region
                   MOVE OMT_Name (WS_Office_Master_Idx)
                       TO WS_Office_Name
               END-IF.

           8400-Sort-Office-Outer-Pass.
               PERFORM 8410-Sort-Office-Inner-Compare
                   VARYING WS_ORV_Sort_Inner FROM 1 BY 1
                   UNTIL WS_ORV_Sort_Inner > Office_Resv_Count
                       - WS_ORV_Sort_Outer.

           8410-Sort-Office-Inner-Compare.
               IF ORV_Region (WS_ORV_Sort_Inner) >
                   ORV_Region (WS_ORV_Sort_Inner + 1)
                   MOVE Office_Resv_Entry (WS_ORV_Sort_Inner)
                       TO WS_ORV_Temp
                   MOVE Office_Resv_Entry (WS_ORV_Sort_Inner + 1)
                       TO Office_Resv_Entry (WS_ORV_Sort_Inner)
                   MOVE WS_ORV_Temp
                       TO Office_Resv_Entry (WS_ORV_Sort_Inner + 1)
               END-IF.

           8500-Write-One-Office-Line.
               IF First_Region
                   SET Not_First_Region TO TRUE
                   MOVE ORV_Region (WS_ORV_Idx) TO WS_Prev_Region
                   PERFORM 8550-Write-Region-Heading
               ELSE
                   IF ORV_Region (WS_ORV_Idx) NOT EQUAL
                       WS_Prev_Region
                       PERFORM 8600-Write-Region-Subtotal
                       MOVE ORV_Region (WS_ORV_Idx)
                           TO WS_Prev_Region
                       PERFORM 8550-Write-Region-Heading
                   END-IF
               END-IF
               MOVE SPACES TO WS_Office_Region
               MOVE SPACES TO WS_Office_Name
               PERFORM 8320-Check-One-Master-Entry
                   VARYING WS_Office_Master_Idx FROM 1 BY 1
                   UNTIL WS_Office_Master_Idx > Office_Master_Count
               MOVE ORV_Office (WS_ORV_Idx) TO Resv_Office_Code
               MOVE WS_Office_Name TO Resv_Office_Name
               MOVE ORV_Balance (WS_ORV_Idx) TO Resv_Off_Balance
               MOVE ORV_General (WS_ORV_Idx) TO Resv_Off_General
               MOVE ORV_Specific (WS_ORV_Idx) TO Resv_Off_Specific
               COMPUTE Resv_Off_Required =
                   ORV_General (WS_ORV_Idx) + ORV_Specific (WS_ORV_Idx)
               WRITE Resv_Buffer FROM ResvOfficeDetail
                   AFTER ADVANCING 1 LINES
               ADD ORV_Balance (WS_ORV_Idx) TO RGT_Balance
               ADD ORV_General (WS_ORV_Idx) TO RGT_General
               ADD ORV_Specific (WS_ORV_Idx) TO RGT_Specific.

           8550-Write-Region-Heading.
               MOVE WS_Prev_Region TO Resv_Region_Code
               WRITE Resv_Buffer FROM ResvRegionLine
                   AFTER ADVANCING 1 LINES.

           8600-Write-Region-Subtotal.
               MOVE WS_Prev_Region TO Resv_Sub_Region
               MOVE RGT_Balance TO Resv_Sub_Balance
               MOVE RGT_General TO Resv_Sub_General
               MOVE RGT_Specific TO Resv_Sub_Specific
               COMPUTE Resv_Sub_Required = RGT_General + RGT_Specific
               WRITE Resv_Buffer FROM ResvRegionSubtotal
                   AFTER ADVANCING 1 LINES
               INITIALIZE Region_Totals.

      * 8700-Write-Summary-Lines - the requirement against the
      * reserve already booked, and the journal that closes the
      * gap, named by the accounts 7050 took from GLAccountMap;
      * a journal held for want of a mapping says so.
           8700-Write-Summary-Lines.
               MOVE 'Required reserve:' TO Resv_Sum_Label
               MOVE WS_Required_Reserve TO Resv_Sum_Amount
               MOVE SPACES TO Resv_Sum_Note
               WRITE Resv_Buffer FROM ResvSummaryLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Reserve already booked:' TO Resv_Sum_Label
               MOVE WS_Prior_Reserve TO Resv_Sum_Amount
               IF WS_Prior_Period EQUAL SPACES
                   MOVE '(no prior reserve on file)' TO Resv_Sum_Note
               ELSE
                   MOVE SPACES TO Resv_Sum_Note
                   STRING 'as of period ' WS_Prior_Period
                       DELIMITED BY SIZE INTO Resv_Sum_Note
               END-IF
               WRITE Resv_Buffer FROM ResvSummaryLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Adjustment to post:' TO Resv_Sum_Label
               MOVE WS_Adjustment TO Resv_Sum_Amount
               MOVE SPACES TO Resv_Sum_Note
               EVALUATE TRUE
                   WHEN WS_Adjustment EQUAL ZERO
                       MOVE 'no journal needed' TO Resv_Sum_Note
                   WHEN GL_Extract_Held
                       MOVE 'held - unmapped' TO Resv_Sum_Note
                   WHEN OTHER
                       STRING 'DR ' DELIMITED BY SIZE
                           WS_GL_Debit_Account DELIMITED BY SPACE
                           '  CR ' DELIMITED BY SIZE
                           WS_GL_Credit_Account DELIMITED BY SPACE
                           INTO Resv_Sum_Note
               END-EVALUATE
               WRITE Resv_Buffer FROM ResvSummaryLine
                   AFTER ADVANCING 1 LINES.

           9000-Close-Program.
               CLOSE CustBal
               CLOSE CustMstr
               CALL "AgeBalance" USING Age_Close, CB_Customer_Number,
                   CB_Balance, WS_Current_Date, WS_Aged_Position.

       End Program ReserveCalc.
