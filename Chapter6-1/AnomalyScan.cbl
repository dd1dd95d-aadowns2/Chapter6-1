       Identification Division.
           Program-ID. AnomalyScan.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Transaction anomaly screening - the
      *                   nightly pass for internal audit over the
      *                   last months of CustomerHistory (off the
      *                   period key), AdjustAudit and
      *                   TransferAudit, looking for patterns the
      *                   edits cannot see: a sale split into
      *                   pieces just under the large-transaction
      *                   threshold on one day (SPLT), an operator
      *                   keying returns or adjustments to the same
      *                   customer again and again (REPT), a
      *                   round-number adjustment (ROND), a
      *                   PayTransfer on a customer shortly after a
      *                   refund (XFRF), and an operator whose
      *                   amounts' leading digits stray from
      *                   Benford's law (BENF).  The tests, their
      *                   triggers and their score weights come off
      *                   AnomalyParams.  Every hit is scored and
      *                   listed on AnomalyReport by operator and
      *                   customer; a new hit goes on the
      *                   AnomalyReview register and, at or above
      *                   the alert score, writes a CustOpsAlert.
      *                   AnomalyScan REVIEW is the audit desk: a
      *                   hit marked cleared or escalated there
      *                   stops reappearing on the report.
      *   2026-10-15  AD  A full review table on loading stops the
      *                   run before AnomalyReview is rewritten; a
      *                   new hit the table has no room for ends the
      *                   run at return code 8.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select SortFile assign to "AnomalySortWork".

                   Select AnomSorted assign to "AnomalyHitsSorted"
                       File Status is File_Status
                       Organization is Line Sequential.

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

                   Select TransferAud assign to "TransferAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Params assign to "AnomalyParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ReviewReg assign to "AnomalyReview"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustAlert assign to "CustOpsAlert"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select AnomRpt assign to "AnomalyReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Sort-Record - one hit, grouped by operator then customer,
      * the highest score first within the customer.
           SD  SortFile.
               01  Sort-Record.
                   05  Sort_Operator               PIC X(8).
                   05  Sort_Customer               PIC 9(6).
                   05  Sort_Score                  PIC 9(3).
                   05  Sort_Test                   PIC X(4).
                   05  Sort_Key                    PIC X(30).
                   05  Sort_Date                   PIC 9(8).
                   05  Sort_Amount                 PIC 9(9)V9(2).
                   05  Sort_Flag                   PIC X(5).
                   05  Sort_Text                   PIC X(60).

           FD  AnomSorted
               Record Contains 135 Characters.
               01  Anom_Sorted_Record.
                   05  AS_Operator                 PIC X(8).
                   05  AS_Customer                 PIC 9(6).
                   05  AS_Score                    PIC 9(3).
                   05  AS_Test                     PIC X(4).
                   05  AS_Key                      PIC X(30).
                   05  AS_Date                     PIC 9(8).
                   05  AS_Amount                   PIC 9(9)V9(2).
                   05  AS_Flag                     PIC X(5).
                   05  AS_Text                     PIC X(60).

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
                   05  AA_Customer_Number          PIC 9(6).
                   05  AA_Date                     PIC 9(8).
                   05  AA_Amount                   PIC S9(7)V9(2).
                   05  AA_Entered_By               PIC X(8).
                   05  AA_Reason_Code              PIC X(4).
                   05  AA_Approved_By              PIC X(8).
                   05  AA_Run_Id                   PIC X(14).

           FD  TransferAud
               Record Contains 55 Characters.
               01  Transfer_Audit_Record.
                   05  TA_Date                     PIC 9(8).
                   05  TA_Time                     PIC 9(6).
                   05  TA_Operator                 PIC X(8).
                   05  TA_From_Key                 PIC X(16).
                   05  TA_To_Customer              PIC 9(6).
                   05  TA_Amount                   PIC 9(9)V9(2).

      * Param_Record - one row laid out as WS_Anomaly_Params below;
      * the defaults there run when AnomalyParams is not on disk.
           FD  Params
               Record Contains 65 Characters.
               01  Param_Record                    PIC X(65).

      * Review_Record - every hit ever reported, by test and the key
      * of what it found, with the operator and customer it names,
      * the date it was first found and its latest score.  Audit
      * marks it cleared or escalated at the REVIEW desk, with who,
      * when and a note; a marked hit no longer lists.
           FD  ReviewReg
               Record Contains 106 Characters.
               01  Review_Record.
                   05  AR_Test                     PIC X(4).
                   05  AR_Key                      PIC X(30).
                   05  AR_Operator                 PIC X(8).
                   05  AR_Customer                 PIC 9(6).
                   05  AR_First_Found              PIC 9(8).
                   05  AR_Score                    PIC 9(3).
                   05  AR_Status                   PIC X(1).
                       88  Review_Open               value ' '.
                       88  Review_Cleared            value 'C'.
                       88  Review_Escalated          value 'E'.
                   05  AR_Reviewer                 PIC X(8).
                   05  AR_Review_Date              PIC 9(8).
                   05  AR_Note                     PIC X(30).

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Master_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

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

           FD  AnomRpt
               Record Contains 132 Characters.
               01  Anom_Buffer                     PIC X(132).

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
               01  WS_Command_Line                 PIC X(80).
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Entry_Sw                        PIC X(1).
                   88  Entry_Present                 value 'Y'.
                   88  Entry_Missing                 value 'N'.
               01  First_Group_Sw                  PIC X(1).
                   88  First_Group                   value 'Y'.
                   88  Not_First_Group               value 'N'.

      * Tests and limits - the defaults run when AnomalyParams is
      * not on disk.  The lookback is how many months before the
      * current one the history, adjustment and transfer tests
      * cover.  A split piece is a sale under the large-transaction
      * threshold but at least the floor percent of it; repeat
      * keying is that many returns or adjustments by one operator
      * to one customer; a round adjustment is a whole multiple of
      * the unit at or above the minimum; a transfer inside the
      * days of a refund on either customer hits; an operator with
      * at least the minimum rows whose leading-digit chi-square
      * passes the limit (20.09 is the 1% point on 8 degrees of
      * freedom) hits.  Each test has its active flag and base
      * score weight, in the order SPLT, REPT, ROND, XFRF, BENF.
               01  WS_Anomaly_Params.
                   05  WS_Lookback_Months          PIC 9(2) value 2.
                   05  WS_Large_Threshold          PIC 9(6)V9(2)
                           value 1000.00.
                   05  WS_Split_Floor_Pct          PIC 9(3) value 50.
                   05  WS_Repeat_Count             PIC 9(3) value 5.
                   05  WS_Round_Unit               PIC 9(5) value 100.
                   05  WS_Round_Minimum            PIC 9(6)V9(2)
                           value 500.00.
                   05  WS_Transfer_Days            PIC 9(3) value 7.
                   05  WS_Benford_Min_Rows         PIC 9(5) value 100.
                   05  WS_Benford_Limit            PIC 9(3)V9(2)
                           value 20.09.
                   05  WS_Alert_Score              PIC 9(3) value 70.
                   05  WS_Test_Settings.
                       10                          PIC X(1) value 'Y'.
                       10                          PIC 9(3) value 60.
                       10                          PIC X(1) value 'Y'.
                       10                          PIC 9(3) value 50.
                       10                          PIC X(1) value 'Y'.
                       10                          PIC 9(3) value 30.
                       10                          PIC X(1) value 'Y'.
                       10                          PIC 9(3) value 70.
                       10                          PIC X(1) value 'Y'.
                       10                          PIC 9(3) value 40.
                   05  WS_Test_Table REDEFINES WS_Test_Settings.
                       10  WS_Test_Entry OCCURS 5 TIMES.
                           15  WS_Test_Active      PIC X(1).
                           15  WS_Test_Weight      PIC 9(3).

               01  Test_Code_Values.
                   05              PIC X(4)    value 'SPLT'.
                   05              PIC X(4)    value 'REPT'.
                   05              PIC X(4)    value 'ROND'.
                   05              PIC X(4)    value 'XFRF'.
                   05              PIC X(4)    value 'BENF'.
               01  Test_Code_Table REDEFINES Test_Code_Values.
                   05  Test_Code OCCURS 5 TIMES    PIC X(4).

      * Benford_Shares - the expected share of leading digits 1-9.
               01  Benford_Values.
                   05              PIC V9(4)   value .3010.
                   05              PIC V9(4)   value .1761.
                   05              PIC V9(4)   value .1249.
                   05              PIC V9(4)   value .0969.
                   05              PIC V9(4)   value .0792.
                   05              PIC V9(4)   value .0669.
                   05              PIC V9(4)   value .0580.
                   05              PIC V9(4)   value .0512.
                   05              PIC V9(4)   value .0458.
               01  Benford_Table REDEFINES Benford_Values.
                   05  Benford_Share OCCURS 9 TIMES
                                                   PIC V9(4).

      * The window - from the first of the month the lookback
      * reaches back to, through the current period.
               01  WS_Window_Period.
                   05  WS_Window_Year              PIC 9(4).
                   05  WS_Window_Month             PIC 9(2).
               01  WS_Window_Start                 PIC 9(8).
               01  WS_Run_Period                   PIC X(6).
               01  WS_Split_Floor                  PIC 9(6)V9(2).

      * Split_Day_Table - the near-threshold sales of one customer
      * in one period, by day and operator; the history walk on
      * the period key keeps a customer's period together.
               01  WS_Split_Period                 PIC X(6).
               01  WS_Split_Customer               PIC 9(6).
               01  Split_Day_Count                 PIC 9(3) value zero.
               01  Split_Day_Table.
                   05  Split_Day_Entry OCCURS 100 TIMES.
                       10  SDT_Day                 PIC X(2).
                       10  SDT_Operator            PIC X(8).
                       10  SDT_Pieces              PIC 9(3).
                       10  SDT_Total               PIC 9(9)V9(2).
               01  WS_SDT_Idx                      PIC 9(3).

      * Pair_Table - returns and adjustments keyed by each operator
      * to each customer, with the latest such row.
               01  Pair_Count                      PIC 9(4) value zero.
               01  Pair_Table.
                   05  Pair_Entry OCCURS 2000 TIMES.
                       10  PRT_Operator            PIC X(8).
                       10  PRT_Customer            PIC 9(6).
                       10  PRT_Rows                PIC 9(5).
                       10  PRT_Total               PIC 9(9)V9(2).
                       10  PRT_Last_Period         PIC X(6).
                       10  PRT_Last_Day            PIC X(2).
                       10  PRT_Last_Sequence       PIC 9(4).
               01  WS_PRT_Idx                      PIC 9(4).

      * Digit_Table - the leading digits of each operator's amounts.
               01  Digit_Oper_Count                PIC 9(3) value zero.
               01  Digit_Table.
                   05  Digit_Entry OCCURS 300 TIMES.
                       10  DGT_Operator            PIC X(8).
                       10  DGT_Rows                PIC 9(7).
                       10  DGT_Digit_Count OCCURS 9 TIMES
                                                   PIC 9(7).
               01  WS_DGT_Idx                      PIC 9(3).
               01  WS_Digit_Idx                    PIC 9(2).
               01  WS_Digit_Amount                 PIC 9(7)V9(2).
               01  WS_Digit_Chars REDEFINES WS_Digit_Amount
                                                   PIC X(9).
               01  WS_Lead_Zeros                   PIC 9(2).
               01  WS_Lead_Digit                   PIC 9(1).
               01  WS_Expected                     PIC 9(7)V9(4).
               01  WS_Digit_Diff                   PIC S9(7)V9(4).
               01  WS_Chi_Square                   PIC 9(7)V9(2).
               01  WS_Worst_Digit                  PIC 9(1).
               01  WS_Worst_Diff                   PIC S9(7)V9(4).

      * Refund_Table - RFND adjustments in the window, for the
      * transfer test.
               01  Refund_Count                    PIC 9(4) value zero.
               01  Refund_Table.
                   05  Refund_Entry OCCURS 1000 TIMES.
                       10  RFT_Customer            PIC 9(6).
                       10  RFT_Date                PIC 9(8).
                       10  RFT_Amount              PIC 9(7)V9(2).
                       10  RFT_Operator            PIC X(8).
               01  WS_RFT_Idx                      PIC 9(4).
               01  WS_RFT_Best_Idx                 PIC 9(4).
               01  WS_Best_Days                    PIC S9(5).
               01  WS_From_Customer                PIC 9(6).
               01  WS_Date_Function                PIC X(1).
               01  WS_Day_Count                    PIC S9(5).
               01  WS_Hist_Date                    PIC 9(8).

               01  WS_Round_Amount                 PIC 9(7)V9(2).
               01  WS_Round_Dollars                PIC 9(7).
               01  WS_Round_Quotient               PIC 9(7).
               01  WS_Round_Remainder              PIC 9(5).

      * Review_Table - the AnomalyReview register in memory, each
      * row's image kept whole; test and key are its first 34 bytes.
               01  Review_Count                    PIC 9(4) value zero.
               01  Review_Table.
                   05  Review_Entry OCCURS 3000 TIMES.
                       10  RVT_Image               PIC X(106).
               01  WS_RVT_Idx                      PIC 9(4).
               01  WS_RVT_Match_Idx                PIC 9(4).

      * The hit in hand - filled by each test, then registered,
      * alerted when new and high enough, and released to the sort.
               01  WS_Hit_Match_Key.
                   05  WS_Hit_Test                 PIC X(4).
                   05  WS_Hit_Key                  PIC X(30).
               01  WS_Hit_Operator                 PIC X(8).
               01  WS_Hit_Customer                 PIC 9(6).
               01  WS_Hit_Date                     PIC 9(8).
               01  WS_Hit_Amount                   PIC 9(9)V9(2).
               01  WS_Hit_Score                    PIC 9(3).
               01  WS_Hit_Text                     PIC X(60).
               01  WS_Score_Work                   PIC 9(5).
               01  WS_Test_Idx                     PIC 9(1).
               01  WS_Text_Count                   PIC ZZ,ZZ9.
               01  WS_Text_Amount                  PIC Z,ZZZ,ZZ9.99.
               01  WS_Text_Chi                     PIC ZZZ,ZZ9.99.
               01  WS_Text_Days                    PIC ZZ9.

      * Test counts - found, new, alerted, and those passed over
      * because audit has cleared or escalated them.
               01  Test_Count_Table.
                   05  Test_Counts OCCURS 5 TIMES.
                       10  TC_Found                PIC 9(5).
                       10  TC_New                  PIC 9(5).
                       10  TC_Alerted              PIC 9(5).
                       10  TC_Cleared              PIC 9(5).
                       10  TC_Escalated            PIC 9(5).
               01  WS_Total_Found                  PIC 9(6) value zero.
               01  WS_Total_Listed                 PIC 9(6) value zero.
               01  WS_Total_New                    PIC 9(6) value zero.
               01  WS_Unregistered_Count           PIC 9(6) value zero.
               01  WS_Open_Hits                    PIC 9(6) value zero.

      * Report control break - operator, then customer.
               01  WS_Current_Operator             PIC X(8).
               01  WS_Current_Customer             PIC 9(6).
               01  WS_Oper_Hits                    PIC 9(5).
               01  WS_Oper_Score                   PIC 9(7).

      * The REVIEW desk.
               01  WS_Auditor_Id                   PIC X(8).
               01  WS_Password                     PIC X(8).
               01  WS_SignOn_Status                PIC 9(2).
               01  WS_Choice                       PIC X(1).
               01  WS_Reviewed_Count               PIC 9(5) value zero.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               01  Review_Stop_Sw                  PIC X(1) value 'N'.
                   88  Review_Stopped                value 'Y'.
                   88  Review_Going                  value 'N'.
               01  Review_Work.
                   05  RW_Test                     PIC X(4).
                   05  RW_Key                      PIC X(30).
                   05  RW_Operator                 PIC X(8).
                   05  RW_Customer                 PIC 9(6).
                   05  RW_First_Found              PIC 9(8).
                   05  RW_Score                    PIC 9(3).
                   05  RW_Status                   PIC X(1).
                       88  RW_Open                   value ' '.
                       88  RW_Cleared                value 'C'.
                       88  RW_Escalated              value 'E'.
                   05  RW_Reviewer                 PIC X(8).
                   05  RW_Review_Date              PIC 9(8).
                   05  RW_Note                     PIC X(30).

               01  AnomHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(34)
                       value 'Transaction Anomaly Screening for '.
                   05  Anom_Head_Date          PIC X(10).
                   05              PIC X(11)   value '  periods '.
                   05  Anom_Head_From          PIC X(6).
                   05              PIC X(4)    value ' to '.
                   05  Anom_Head_Thru          PIC X(6).
               01  AnomOperLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(9)    value 'Operator '.
                   05  Anom_Oper_Id            PIC X(8).
               01  AnomCustLine.
                   05              PIC X(4)    value spaces.
                   05              PIC X(9)    value 'Customer '.
                   05  Anom_Cust_Id            PIC X(16).
               01  AnomDetail.
                   05              PIC X(6)    value spaces.
                   05  Anom_Test_Text          PIC X(30).
                   05              PIC X(1)    value spaces.
                   05  Anom_Date               PIC 9(8).
                   05              PIC X(1)    value spaces.
                   05  Anom_Amount             PIC ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(8)    value '  Score '.
                   05  Anom_Score              PIC ZZ9.
                   05              PIC X(2)    value spaces.
                   05  Anom_Flag               PIC X(5).
               01  AnomTextLine.
                   05              PIC X(10)   value spaces.
                   05  Anom_Text               PIC X(60).
               01  AnomKeyLine.
                   05              PIC X(10)   value spaces.
                   05              PIC X(12)   value 'Review key: '.
                   05  Anom_Key_Test           PIC X(4).
                   05              PIC X(1)    value spaces.
                   05  Anom_Key                PIC X(30).
               01  AnomOperTotal.
                   05              PIC X(4)    value spaces.
                   05              PIC X(9)    value 'Operator '.
                   05  Anom_Total_Oper         PIC X(8).
                   05              PIC X(2)    value ': '.
                   05  Anom_Total_Hits         PIC ZZ,ZZ9.
                   05              PIC X(19)
                       value ' hits, total score '.
                   05  Anom_Total_Score        PIC Z,ZZZ,ZZ9.
               01  AnomCountLine.
                   05              PIC X(2)    value spaces.
                   05  Anom_Count_Label        PIC X(32).
                   05  Anom_Count_Found        PIC ZZ,ZZ9.
                   05              PIC X(7)    value ' found,'.
                   05  Anom_Count_New          PIC ZZ,ZZ9.
                   05              PIC X(5)    value ' new,'.
                   05  Anom_Count_Alerted      PIC ZZ,ZZ9.
                   05              PIC X(9)    value ' alerted,'.
                   05  Anom_Count_Cleared      PIC ZZ,ZZ9.
                   05              PIC X(9)    value ' cleared,'.
                   05  Anom_Count_Escalated    PIC ZZ,ZZ9.
                   05              PIC X(10)   value ' escalated'.
               01  AnomOpenLine.
                   05              PIC X(2)    value spaces.
                   05  Anom_Open_Hits          PIC ZZZ,ZZ9.
                   05              PIC X(40)
                       value ' hits on AnomalyReview await audit.'.

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:6) EQUAL 'REVIEW'
                   PERFORM 9000-Run-Review-Desk
               ELSE
                   CALL "RunTiming" USING BY CONTENT 'S' 'ANOMALYSCAN '
                   PERFORM 1000-Initialize
                   PERFORM 1100-Read-Params
                   PERFORM 1200-Load-Review-Register
                   PERFORM 1300-Set-Window
                   SORT SortFile
                       ON ASCENDING KEY Sort_Operator Sort_Customer
                       ON DESCENDING KEY Sort_Score
                       ON ASCENDING KEY Sort_Test Sort_Key
                       INPUT PROCEDURE IS 2000-Run-Tests
                       GIVING AnomSorted
                   PERFORM 6000-Write-Report
                   PERFORM 8000-Write-Summary
                   PERFORM 8500-Rewrite-Review-Register
                   CLOSE AnomRpt
                   CALL "RunTiming" USING BY CONTENT 'E' 'ANOMALYSCAN '
                   DISPLAY "AnomalyScan: " WS_Total_Found
                       " hits found, " WS_Total_Listed " listed, "
                       WS_Total_New " new."
                   IF WS_Total_New > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   IF WS_Unregistered_Count > ZERO
                       DISPLAY "AnomalyScan: " WS_Unregistered_Count
                           " new hits not registered - "
                           "AnomalyReview is full."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               STOP RUN.

           1000-Initialize.
               PERFORM 1010-Clear-One-Count
                   VARYING WS_Test_Idx FROM 1 BY 1
                   UNTIL WS_Test_Idx > 5
               MOVE WS_Current_Date (1:6) TO WS_Run_Period.

           1010-Clear-One-Count.
               MOVE ZERO TO TC_Found (WS_Test_Idx)
               MOVE ZERO TO TC_New (WS_Test_Idx)
               MOVE ZERO TO TC_Alerted (WS_Test_Idx)
               MOVE ZERO TO TC_Cleared (WS_Test_Idx)
               MOVE ZERO TO TC_Escalated (WS_Test_Idx).

      * 1100-Read-Params - the tests and limits; the defaults stand
      * when the file is not there.
           1100-Read-Params.
               OPEN INPUT Params
               IF File_Status EQUAL '00'
                   READ Params
                       AT END CONTINUE
                       NOT AT END
                           MOVE Param_Record TO WS_Anomaly_Params
                   END-READ
                   CLOSE Params
               END-IF
               COMPUTE WS_Split_Floor ROUNDED =
                   WS_Large_Threshold * WS_Split_Floor_Pct / 100.

           1200-Load-Review-Register.
               MOVE ZERO TO Review_Count
               OPEN INPUT ReviewReg
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Review
                       UNTIL No_More_Input
                   CLOSE ReviewReg
               END-IF.

           1210-Read-One-Review.
               READ ReviewReg
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Review_Count < 3000
                       ADD 1 TO Review_Count
                       MOVE Review_Record TO RVT_Image (Review_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Review_Table" "TABLE FULL"
                       DISPLAY "Review table full - AnomalyReview "
                           "left as it stands."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 1300-Set-Window - the lookback counts back whole months from
      * the current one.
           1300-Set-Window.
               MOVE WS_Current_Year TO WS_Window_Year
               MOVE WS_Current_Month TO WS_Window_Month
               PERFORM 1310-Step-Back-One-Month
                   WS_Lookback_Months TIMES
               COMPUTE WS_Window_Start = WS_Window_Year * 10000
                   + WS_Window_Month * 100 + 1.

           1310-Step-Back-One-Month.
               IF WS_Window_Month EQUAL 1
                   MOVE 12 TO WS_Window_Month
                   SUBTRACT 1 FROM WS_Window_Year
               ELSE
                   SUBTRACT 1 FROM WS_Window_Month
               END-IF.

      * 2000-Run-Tests - the sort's input: the history walk gathers
      * what the history tests need and judges the splits as it
      * goes; the rest are judged after it.
           2000-Run-Tests.
               PERFORM 3000-Scan-History
               IF WS_Test_Active (2) EQUAL 'Y'
                   MOVE 2 TO WS_Test_Idx
                   PERFORM 4100-Check-One-Pair
                       VARYING WS_PRT_Idx FROM 1 BY 1
                       UNTIL WS_PRT_Idx > Pair_Count
               END-IF
               IF WS_Test_Active (3) EQUAL 'Y'
                   PERFORM 5000-Check-Round-Adjustments
               END-IF
               IF WS_Test_Active (4) EQUAL 'Y'
                   PERFORM 5500-Check-Transfers
               END-IF
               IF WS_Test_Active (5) EQUAL 'Y'
                   MOVE 5 TO WS_Test_Idx
                   PERFORM 4500-Check-One-Operator
                       VARYING WS_DGT_Idx FROM 1 BY 1
                       UNTIL WS_DGT_Idx > Digit_Oper_Count
               END-IF.

      * 3000-Scan-History - the window's periods only, off the
      * period key; a customer's rows for a period arrive together.
           3000-Scan-History.
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SET First_Group TO TRUE
               SET More_History TO TRUE
               MOVE WS_Window_Period TO CH_PK_Period
               MOVE ZERO TO CH_PK_Customer
               MOVE ZERO TO CH_PK_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Period_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 3100-Screen-One-History-Row
                   UNTIL No_More_History
               PERFORM 3200-Close-Split-Group
               CLOSE CustHist.

           3100-Screen-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History AND
                   CH_PK_Period > WS_Run_Period
                   SET No_More_History TO TRUE
               END-IF
               IF NOT No_More_History
                   IF First_Group OR
                       CH_PK_Period NOT EQUAL WS_Split_Period OR
                       CH_PK_Customer NOT EQUAL WS_Split_Customer
                       PERFORM 3200-Close-Split-Group
                       SET Not_First_Group TO TRUE
                       MOVE CH_PK_Period TO WS_Split_Period
                       MOVE CH_PK_Customer TO WS_Split_Customer
                   END-IF
                   IF CH_Trans_Type EQUAL 'S' AND
                       WS_Test_Active (1) EQUAL 'Y' AND
                       CH_Amount_Trans < WS_Large_Threshold AND
                       CH_Amount_Trans NOT < WS_Split_Floor
                       PERFORM 3300-Note-Split-Piece
                   END-IF
                   IF CH_Entered_By NOT EQUAL SPACES AND
                       CH_Entered_By NOT EQUAL 'SYSTEM'
                       IF (CH_Trans_Type EQUAL 'R' OR
                           CH_Trans_Type EQUAL 'A') AND
                           WS_Test_Active (2) EQUAL 'Y'
                           PERFORM 3400-Note-Repeat-Row
                       END-IF
                       IF CH_Amount_Trans > ZERO AND
                           WS_Test_Active (5) EQUAL 'Y'
                           PERFORM 3500-Note-Leading-Digit
                       END-IF
                   END-IF
                   IF CH_Trans_Type EQUAL 'A' AND
                       CH_Reason_Code EQUAL 'RFND' AND
                       WS_Test_Active (4) EQUAL 'Y'
                       PERFORM 3600-Note-Refund
                   END-IF
               END-IF.

      * 3200-Close-Split-Group - two or more near-threshold sales to
      * the customer on one day by one operator that together reach
      * the threshold are a split sale.
           3200-Close-Split-Group.
               MOVE 1 TO WS_Test_Idx
               PERFORM 3210-Check-One-Split-Day
                   VARYING WS_SDT_Idx FROM 1 BY 1
                   UNTIL WS_SDT_Idx > Split_Day_Count
               MOVE ZERO TO Split_Day_Count.

           3210-Check-One-Split-Day.
               IF SDT_Pieces (WS_SDT_Idx) > 1 AND
                   SDT_Total (WS_SDT_Idx) NOT < WS_Large_Threshold
                   MOVE 'SPLT' TO WS_Hit_Test
                   MOVE SPACES TO WS_Hit_Key
                   STRING WS_Split_Customer DELIMITED BY SIZE
                           WS_Split_Period DELIMITED BY SIZE
                           SDT_Day (WS_SDT_Idx) DELIMITED BY SIZE
                           SDT_Operator (WS_SDT_Idx) DELIMITED BY SIZE
                       INTO WS_Hit_Key
                   MOVE SDT_Operator (WS_SDT_Idx) TO WS_Hit_Operator
                   MOVE WS_Split_Customer TO WS_Hit_Customer
                   MOVE WS_Split_Period TO WS_Hit_Date (1:6)
                   MOVE SDT_Day (WS_SDT_Idx) TO WS_Hit_Date (7:2)
                   MOVE SDT_Total (WS_SDT_Idx) TO WS_Hit_Amount
                   COMPUTE WS_Score_Work = WS_Test_Weight (1)
                       + (SDT_Pieces (WS_SDT_Idx) - 2) * 10
                   MOVE SDT_Pieces (WS_SDT_Idx) TO WS_Text_Count
                   MOVE WS_Large_Threshold TO WS_Text_Amount
                   MOVE SPACES TO WS_Hit_Text
                   STRING WS_Text_Count DELIMITED BY SIZE
                           ' sales in one day, each under the'
                           DELIMITED BY SIZE
                           WS_Text_Amount DELIMITED BY SIZE
                           ' limit' DELIMITED BY SIZE
                       INTO WS_Hit_Text
                   PERFORM 7000-Report-Hit
               END-IF.

           3300-Note-Split-Piece.
               SET Entry_Missing TO TRUE
               PERFORM 3310-Match-Split-Day
                   VARYING WS_SDT_Idx FROM 1 BY 1
                   UNTIL WS_SDT_Idx > Split_Day_Count
                       OR Entry_Present
               IF Entry_Present
                   SUBTRACT 1 FROM WS_SDT_Idx
                   ADD 1 TO SDT_Pieces (WS_SDT_Idx)
                   ADD CH_Amount_Trans TO SDT_Total (WS_SDT_Idx)
               ELSE
                   IF Split_Day_Count < 100
                       ADD 1 TO Split_Day_Count
                       MOVE CH_Day_Trans TO SDT_Day (Split_Day_Count)
                       MOVE CH_Entered_By
                           TO SDT_Operator (Split_Day_Count)
                       MOVE 1 TO SDT_Pieces (Split_Day_Count)
                       MOVE CH_Amount_Trans
                           TO SDT_Total (Split_Day_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Split_Day_Table" "TABLE FULL"
                   END-IF
               END-IF.

           3310-Match-Split-Day.
               IF SDT_Day (WS_SDT_Idx) EQUAL CH_Day_Trans AND
                   SDT_Operator (WS_SDT_Idx) EQUAL CH_Entered_By
                   SET Entry_Present TO TRUE
               END-IF.

           3400-Note-Repeat-Row.
               SET Entry_Missing TO TRUE
               PERFORM 3410-Match-Pair
                   VARYING WS_PRT_Idx FROM 1 BY 1
                   UNTIL WS_PRT_Idx > Pair_Count
                       OR Entry_Present
               IF Entry_Present
                   SUBTRACT 1 FROM WS_PRT_Idx
               ELSE
                   IF Pair_Count < 2000
                       ADD 1 TO Pair_Count
                       MOVE Pair_Count TO WS_PRT_Idx
                       MOVE CH_Entered_By TO PRT_Operator (WS_PRT_Idx)
                       MOVE CH_Customer_Number
                           TO PRT_Customer (WS_PRT_Idx)
                       MOVE ZERO TO PRT_Rows (WS_PRT_Idx)
                       MOVE ZERO TO PRT_Total (WS_PRT_Idx)
                       SET Entry_Present TO TRUE
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Pair_Table" "TABLE FULL"
                   END-IF
               END-IF
               IF Entry_Present
                   ADD 1 TO PRT_Rows (WS_PRT_Idx)
                   ADD CH_Amount_Trans TO PRT_Total (WS_PRT_Idx)
                   MOVE CH_Period TO PRT_Last_Period (WS_PRT_Idx)
                   MOVE CH_Day_Trans TO PRT_Last_Day (WS_PRT_Idx)
                   MOVE CH_Sequence TO PRT_Last_Sequence (WS_PRT_Idx)
               END-IF.

           3410-Match-Pair.
               IF PRT_Operator (WS_PRT_Idx) EQUAL CH_Entered_By AND
                   PRT_Customer (WS_PRT_Idx) EQUAL CH_Customer_Number
                   SET Entry_Present TO TRUE
               END-IF.

      * 3500-Note-Leading-Digit - the first significant digit of the
      * amount, counted against the operator who keyed it.
           3500-Note-Leading-Digit.
               MOVE CH_Amount_Trans TO WS_Digit_Amount
               MOVE ZERO TO WS_Lead_Zeros
               INSPECT WS_Digit_Chars
                   TALLYING WS_Lead_Zeros FOR LEADING '0'
               MOVE WS_Digit_Chars (WS_Lead_Zeros + 1:1)
                   TO WS_Lead_Digit
               SET Entry_Missing TO TRUE
               PERFORM 3510-Match-Digit-Operator
                   VARYING WS_DGT_Idx FROM 1 BY 1
                   UNTIL WS_DGT_Idx > Digit_Oper_Count
                       OR Entry_Present
               IF Entry_Present
                   SUBTRACT 1 FROM WS_DGT_Idx
               ELSE
                   IF Digit_Oper_Count < 300
                       ADD 1 TO Digit_Oper_Count
                       MOVE Digit_Oper_Count TO WS_DGT_Idx
                       MOVE CH_Entered_By TO DGT_Operator (WS_DGT_Idx)
                       MOVE ZERO TO DGT_Rows (WS_DGT_Idx)
                       PERFORM 3520-Clear-One-Digit
                           VARYING WS_Digit_Idx FROM 1 BY 1
                           UNTIL WS_Digit_Idx > 9
                       SET Entry_Present TO TRUE
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Digit_Table" "TABLE FULL"
                   END-IF
               END-IF
               IF Entry_Present
                   ADD 1 TO DGT_Rows (WS_DGT_Idx)
                   ADD 1 TO DGT_Digit_Count (WS_DGT_Idx WS_Lead_Digit)
               END-IF.

           3510-Match-Digit-Operator.
               IF DGT_Operator (WS_DGT_Idx) EQUAL CH_Entered_By
                   SET Entry_Present TO TRUE
               END-IF.

           3520-Clear-One-Digit.
               MOVE ZERO TO DGT_Digit_Count (WS_DGT_Idx WS_Digit_Idx).

           3600-Note-Refund.
               IF Refund_Count < 1000
                   ADD 1 TO Refund_Count
                   MOVE CH_Customer_Number
                       TO RFT_Customer (Refund_Count)
                   MOVE CH_Period TO WS_Hist_Date (1:6)
                   MOVE CH_Day_Trans TO WS_Hist_Date (7:2)
                   MOVE WS_Hist_Date TO RFT_Date (Refund_Count)
                   MOVE CH_Amount_Trans TO RFT_Amount (Refund_Count)
                   MOVE CH_Entered_By TO RFT_Operator (Refund_Count)
               ELSE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Refund_Table" "TABLE FULL"
               END-IF.

      * 4100-Check-One-Pair - the latest row rides the key, so a
      * cleared pattern only comes back when the operator keys
      * another return or adjustment to the customer.
           4100-Check-One-Pair.
               IF WS_Repeat_Count > ZERO AND
                   PRT_Rows (WS_PRT_Idx) NOT < WS_Repeat_Count
                   MOVE 'REPT' TO WS_Hit_Test
                   MOVE SPACES TO WS_Hit_Key
                   STRING PRT_Operator (WS_PRT_Idx) DELIMITED BY SIZE
                           PRT_Customer (WS_PRT_Idx) DELIMITED BY SIZE
                           PRT_Last_Period (WS_PRT_Idx)
                           DELIMITED BY SIZE
                           PRT_Last_Sequence (WS_PRT_Idx)
                           DELIMITED BY SIZE
                       INTO WS_Hit_Key
                   MOVE PRT_Operator (WS_PRT_Idx) TO WS_Hit_Operator
                   MOVE PRT_Customer (WS_PRT_Idx) TO WS_Hit_Customer
                   MOVE PRT_Last_Period (WS_PRT_Idx)
                       TO WS_Hit_Date (1:6)
                   MOVE PRT_Last_Day (WS_PRT_Idx) TO WS_Hit_Date (7:2)
                   MOVE PRT_Total (WS_PRT_Idx) TO WS_Hit_Amount
                   COMPUTE WS_Score_Work = WS_Test_Weight (2)
                       + (PRT_Rows (WS_PRT_Idx) - WS_Repeat_Count) * 5
                   MOVE PRT_Rows (WS_PRT_Idx) TO WS_Text_Count
                   MOVE SPACES TO WS_Hit_Text
                   STRING WS_Text_Count DELIMITED BY SIZE
                           ' returns/adjustments to the customer since '
                           DELIMITED BY SIZE
                           WS_Window_Period DELIMITED BY SIZE
                       INTO WS_Hit_Text
                   PERFORM 7000-Report-Hit
               END-IF.

      * 4500-Check-One-Operator - chi-square of the operator's
      * leading digits against Benford's shares; the digit most
      * over its share is named for audit.
           4500-Check-One-Operator.
               IF DGT_Rows (WS_DGT_Idx) NOT < WS_Benford_Min_Rows AND
                   DGT_Rows (WS_DGT_Idx) > ZERO
                   MOVE ZERO TO WS_Chi_Square
                   MOVE 1 TO WS_Worst_Digit
                   MOVE -9999999 TO WS_Worst_Diff
                   PERFORM 4510-Add-One-Digit-Term
                       VARYING WS_Digit_Idx FROM 1 BY 1
                       UNTIL WS_Digit_Idx > 9
                   IF WS_Chi_Square > WS_Benford_Limit
                       PERFORM 4520-Report-Digit-Hit
                   END-IF
               END-IF.

           4510-Add-One-Digit-Term.
               COMPUTE WS_Expected ROUNDED = DGT_Rows (WS_DGT_Idx)
                   * Benford_Share (WS_Digit_Idx)
               COMPUTE WS_Digit_Diff =
                   DGT_Digit_Count (WS_DGT_Idx WS_Digit_Idx)
                   - WS_Expected
               IF WS_Expected > ZERO
                   COMPUTE WS_Chi_Square ROUNDED = WS_Chi_Square
                       + WS_Digit_Diff * WS_Digit_Diff / WS_Expected
               END-IF
               IF WS_Digit_Diff > WS_Worst_Diff
                   MOVE WS_Digit_Diff TO WS_Worst_Diff
                   MOVE WS_Digit_Idx TO WS_Worst_Digit
               END-IF.

           4520-Report-Digit-Hit.
               MOVE 'BENF' TO WS_Hit_Test
               MOVE SPACES TO WS_Hit_Key
               STRING DGT_Operator (WS_DGT_Idx) DELIMITED BY SIZE
                       WS_Run_Period DELIMITED BY SIZE
                   INTO WS_Hit_Key
               MOVE DGT_Operator (WS_DGT_Idx) TO WS_Hit_Operator
               MOVE ZERO TO WS_Hit_Customer
               MOVE WS_Current_Date TO WS_Hit_Date
               MOVE ZERO TO WS_Hit_Amount
               IF WS_Chi_Square - WS_Benford_Limit > 900
                   MOVE 999 TO WS_Score_Work
               ELSE
                   COMPUTE WS_Score_Work = WS_Test_Weight (5)
                       + WS_Chi_Square - WS_Benford_Limit
               END-IF
               MOVE DGT_Rows (WS_DGT_Idx) TO WS_Text_Count
               MOVE WS_Chi_Square TO WS_Text_Chi
               MOVE SPACES TO WS_Hit_Text
               STRING WS_Text_Count DELIMITED BY SIZE
                       ' amounts, chi-square' DELIMITED BY SIZE
                       WS_Text_Chi DELIMITED BY SIZE
                       ', most over on digit ' DELIMITED BY SIZE
                       WS_Worst_Digit DELIMITED BY SIZE
                   INTO WS_Hit_Text
               PERFORM 7000-Report-Hit.

      * 5000-Check-Round-Adjustments - a keyed adjustment of an
      * exact multiple of the unit, at or above the minimum.
           5000-Check-Round-Adjustments.
               MOVE 3 TO WS_Test_Idx
               OPEN INPUT CustAdjAudit
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 5100-Check-One-Adjustment
                       UNTIL No_More_Input
                   CLOSE CustAdjAudit
               END-IF.

           5100-Check-One-Adjustment.
               READ CustAdjAudit
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF AA_Date NOT < WS_Window_Start AND
                       AA_Entered_By NOT EQUAL SPACES AND
                       AA_Entered_By NOT EQUAL 'SYSTEM' AND
                       WS_Round_Unit > ZERO
                       IF AA_Amount < ZERO
                           COMPUTE WS_Round_Amount = 0 - AA_Amount
                       ELSE
                           MOVE AA_Amount TO WS_Round_Amount
                       END-IF
                       MOVE WS_Round_Amount TO WS_Round_Dollars
                       IF WS_Round_Amount NOT < WS_Round_Minimum AND
                           WS_Round_Amount EQUAL WS_Round_Dollars
                           DIVIDE WS_Round_Dollars BY WS_Round_Unit
                               GIVING WS_Round_Quotient
                               REMAINDER WS_Round_Remainder
                           IF WS_Round_Remainder EQUAL ZERO
                               PERFORM 5200-Report-Round-Hit
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           5200-Report-Round-Hit.
               MOVE 'ROND' TO WS_Hit_Test
               MOVE SPACES TO WS_Hit_Key
               STRING AA_Date DELIMITED BY SIZE
                       AA_Customer_Number DELIMITED BY SIZE
                       AA_Reason_Code DELIMITED BY SIZE
                       WS_Round_Dollars DELIMITED BY SIZE
                   INTO WS_Hit_Key
               MOVE AA_Entered_By TO WS_Hit_Operator
               MOVE AA_Customer_Number TO WS_Hit_Customer
               MOVE AA_Date TO WS_Hit_Date
               MOVE WS_Round_Amount TO WS_Hit_Amount
               MOVE WS_Test_Weight (3) TO WS_Score_Work
               IF WS_Round_Amount NOT < WS_Large_Threshold
                   ADD 20 TO WS_Score_Work
               END-IF
               MOVE SPACES TO WS_Hit_Text
               STRING 'Adjustment reason ' DELIMITED BY SIZE
                       AA_Reason_Code DELIMITED BY SIZE
                       ' in a round amount, run ' DELIMITED BY SIZE
                       AA_Run_Id DELIMITED BY SIZE
                   INTO WS_Hit_Text
               PERFORM 7000-Report-Hit.

      * 5500-Check-Transfers - a payment moved off or onto a
      * customer within the set days after a refund to it; the
      * nearest refund is the one named.
           5500-Check-Transfers.
               MOVE 4 TO WS_Test_Idx
               OPEN INPUT TransferAud
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 5600-Check-One-Transfer
                       UNTIL No_More_Input
                   CLOSE TransferAud
               END-IF.

           5600-Check-One-Transfer.
               READ TransferAud
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF TA_Date NOT < WS_Window_Start
                       MOVE TA_From_Key (1:6) TO WS_From_Customer
                       MOVE ZERO TO WS_RFT_Best_Idx
                       MOVE 99999 TO WS_Best_Days
                       PERFORM 5610-Match-One-Refund
                           VARYING WS_RFT_Idx FROM 1 BY 1
                           UNTIL WS_RFT_Idx > Refund_Count
                       IF WS_RFT_Best_Idx > ZERO
                           PERFORM 5700-Report-Transfer-Hit
                       END-IF
                   END-IF
               END-IF.

           5610-Match-One-Refund.
               IF RFT_Customer (WS_RFT_Idx) EQUAL WS_From_Customer OR
                   RFT_Customer (WS_RFT_Idx) EQUAL TA_To_Customer
                   MOVE 'D' TO WS_Date_Function
                   MOVE ZERO TO WS_Day_Count
                   CALL "DateCalc" USING WS_Date_Function
                       RFT_Date (WS_RFT_Idx) WS_Day_Count TA_Date
                   IF WS_Day_Count NOT < ZERO AND
                       WS_Day_Count NOT > WS_Transfer_Days AND
                       WS_Day_Count < WS_Best_Days
                       MOVE WS_Day_Count TO WS_Best_Days
                       MOVE WS_RFT_Idx TO WS_RFT_Best_Idx
                   END-IF
               END-IF.

           5700-Report-Transfer-Hit.
               MOVE 'XFRF' TO WS_Hit_Test
               MOVE SPACES TO WS_Hit_Key
               STRING TA_Date DELIMITED BY SIZE
                       TA_Time DELIMITED BY SIZE
                       TA_From_Key DELIMITED BY SIZE
                   INTO WS_Hit_Key
               MOVE TA_Operator TO WS_Hit_Operator
               MOVE RFT_Customer (WS_RFT_Best_Idx) TO WS_Hit_Customer
               MOVE TA_Date TO WS_Hit_Date
               MOVE TA_Amount TO WS_Hit_Amount
               COMPUTE WS_Score_Work = WS_Test_Weight (4)
                   + (WS_Transfer_Days - WS_Best_Days) * 5
               MOVE WS_Best_Days TO WS_Text_Days
               MOVE SPACES TO WS_Hit_Text
               STRING 'Moved ' DELIMITED BY SIZE
                       TA_From_Key DELIMITED BY SIZE
                       WS_Text_Days DELIMITED BY SIZE
                       ' days after refund by ' DELIMITED BY SIZE
                       RFT_Operator (WS_RFT_Best_Idx)
                       DELIMITED BY SIZE
                   INTO WS_Hit_Text
               PERFORM 7000-Report-Hit.

      * 7000-Report-Hit - a hit audit has cleared or escalated is
      * counted and passed over; an open one lists again; a new one
      * is registered, alerted at or above the alert score, and
      * listed as NEW.
           7000-Report-Hit.
               IF WS_Score_Work > 999
                   MOVE 999 TO WS_Hit_Score
               ELSE
                   MOVE WS_Score_Work TO WS_Hit_Score
               END-IF
               ADD 1 TO TC_Found (WS_Test_Idx)
               ADD 1 TO WS_Total_Found
               SET Entry_Missing TO TRUE
               PERFORM 7100-Match-Review-Entry
                   VARYING WS_RVT_Idx FROM 1 BY 1
                   UNTIL WS_RVT_Idx > Review_Count
                       OR Entry_Present
               IF Entry_Present
                   MOVE RVT_Image (WS_RVT_Match_Idx) TO Review_Work
                   EVALUATE TRUE
                       WHEN RW_Cleared
                           ADD 1 TO TC_Cleared (WS_Test_Idx)
                       WHEN RW_Escalated
                           ADD 1 TO TC_Escalated (WS_Test_Idx)
                       WHEN OTHER
                           MOVE WS_Hit_Score TO RW_Score
                           MOVE Review_Work
                               TO RVT_Image (WS_RVT_Match_Idx)
                           MOVE SPACES TO Sort_Flag
                           PERFORM 7300-Release-Hit
                   END-EVALUATE
               ELSE
                   ADD 1 TO TC_New (WS_Test_Idx)
                   ADD 1 TO WS_Total_New
                   PERFORM 7050-Register-Hit
                   MOVE 'NEW' TO Sort_Flag
                   IF WS_Hit_Score NOT < WS_Alert_Score
                       ADD 1 TO TC_Alerted (WS_Test_Idx)
                       MOVE 'ALERT' TO Sort_Flag
                       PERFORM 7200-Write-Ops-Alert
                   END-IF
                   PERFORM 7300-Release-Hit
               END-IF.

      * 7050-Register-Hit - a hit the table has no room for still
      * lists and alerts, and is counted so the run ends at 8.
           7050-Register-Hit.
               IF Review_Count < 3000
                   MOVE WS_Hit_Test TO RW_Test
                   MOVE WS_Hit_Key TO RW_Key
                   MOVE WS_Hit_Operator TO RW_Operator
                   MOVE WS_Hit_Customer TO RW_Customer
                   MOVE WS_Current_Date TO RW_First_Found
                   MOVE WS_Hit_Score TO RW_Score
                   SET RW_Open TO TRUE
                   MOVE SPACES TO RW_Reviewer
                   MOVE ZERO TO RW_Review_Date
                   MOVE SPACES TO RW_Note
                   ADD 1 TO Review_Count
                   MOVE Review_Work TO RVT_Image (Review_Count)
               ELSE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Review_Table" "TABLE FULL"
                   ADD 1 TO WS_Unregistered_Count
               END-IF.

           7100-Match-Review-Entry.
               IF RVT_Image (WS_RVT_Idx) (1:34) EQUAL WS_Hit_Match_Key
                   SET Entry_Present TO TRUE
                   MOVE WS_RVT_Idx TO WS_RVT_Match_Idx
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
               STRING 'TRANSACTION ANOMALY ' DELIMITED BY SIZE
                       WS_Hit_Test DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS_Hit_Score DELIMITED BY SIZE
                   INTO OA_Text
               MOVE ZERO TO OA_Count_Expected
               MOVE ZERO TO OA_Records_Read
               MOVE ZERO TO OA_Total_Expected
               MOVE WS_Hit_Amount TO OA_Total_Actual
               MOVE WS_Hit_Operator TO OA_Run_Id (1:8)
               MOVE WS_Hit_Customer TO OA_Run_Id (9:6)
               MOVE '2' TO OA_Severity
               MOVE 'ANOM' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

           7300-Release-Hit.
               ADD 1 TO WS_Total_Listed
               MOVE WS_Hit_Operator TO Sort_Operator
               MOVE WS_Hit_Customer TO Sort_Customer
               MOVE WS_Hit_Score TO Sort_Score
               MOVE WS_Hit_Test TO Sort_Test
               MOVE WS_Hit_Key TO Sort_Key
               MOVE WS_Hit_Date TO Sort_Date
               MOVE WS_Hit_Amount TO Sort_Amount
               MOVE WS_Hit_Text TO Sort_Text
               RELEASE Sort-Record.

      * 6000-Write-Report - the sorted hits, a block per operator
      * and within it per customer; an operator-wide hit (the
      * leading-digit test) lists under no customer.
           6000-Write-Report.
               OPEN OUTPUT AnomRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "AnomalyReport" "OPEN OUTPUT"
               STRING WS_Current_Month '/' WS_Current_Day '/'
                       WS_Current_Year DELIMITED BY SIZE
                   INTO Anom_Head_Date
               MOVE WS_Window_Period TO Anom_Head_From
               MOVE WS_Run_Period TO Anom_Head_Thru
               WRITE Anom_Buffer FROM AnomHeading
               OPEN INPUT AnomSorted
                   CALL "Validations" USING File_Status
                       BY CONTENT "AnomalyHitsSorted" "OPEN INPUT"
               SET First_Group TO TRUE
               SET More_Input_Records TO TRUE
               PERFORM 6100-Print-One-Hit
                   UNTIL No_More_Input
               IF Not_First_Group
                   PERFORM 6400-Write-Operator-Total
               ELSE
                   MOVE SPACES TO Anom_Buffer
                   MOVE '    No anomalies to review.' TO Anom_Buffer
                   WRITE Anom_Buffer AFTER ADVANCING 2 LINES
               END-IF
               CLOSE AnomSorted.

           6100-Print-One-Hit.
               READ AnomSorted
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF First_Group
                       SET Not_First_Group TO TRUE
                       PERFORM 6200-Start-Operator
                   ELSE
                       IF AS_Operator NOT EQUAL WS_Current_Operator
                           PERFORM 6400-Write-Operator-Total
                           PERFORM 6200-Start-Operator
                       ELSE
                           IF AS_Customer NOT EQUAL
                               WS_Current_Customer
                               PERFORM 6300-Start-Customer
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS_Oper_Hits
                   ADD AS_Score TO WS_Oper_Score
                   PERFORM 6500-Name-Test
                   MOVE AS_Date TO Anom_Date
                   MOVE AS_Amount TO Anom_Amount
                   MOVE AS_Score TO Anom_Score
                   MOVE AS_Flag TO Anom_Flag
                   WRITE Anom_Buffer FROM AnomDetail
                       AFTER ADVANCING 2 LINES
                   MOVE AS_Text TO Anom_Text
                   WRITE Anom_Buffer FROM AnomTextLine
                       AFTER ADVANCING 1 LINES
                   MOVE AS_Test TO Anom_Key_Test
                   MOVE AS_Key TO Anom_Key
                   WRITE Anom_Buffer FROM AnomKeyLine
                       AFTER ADVANCING 1 LINES
               END-IF.

           6200-Start-Operator.
               MOVE AS_Operator TO WS_Current_Operator
               MOVE ZERO TO WS_Oper_Hits
               MOVE ZERO TO WS_Oper_Score
               MOVE AS_Operator TO Anom_Oper_Id
               WRITE Anom_Buffer FROM AnomOperLine
                   AFTER ADVANCING 3 LINES
               PERFORM 6300-Start-Customer.

           6300-Start-Customer.
               MOVE AS_Customer TO WS_Current_Customer
               IF AS_Customer EQUAL ZERO
                   MOVE '(all customers)' TO Anom_Cust_Id
               ELSE
                   MOVE AS_Customer TO Anom_Cust_Id
               END-IF
               WRITE Anom_Buffer FROM AnomCustLine
                   AFTER ADVANCING 2 LINES.

           6400-Write-Operator-Total.
               MOVE WS_Current_Operator TO Anom_Total_Oper
               MOVE WS_Oper_Hits TO Anom_Total_Hits
               MOVE WS_Oper_Score TO Anom_Total_Score
               WRITE Anom_Buffer FROM AnomOperTotal
                   AFTER ADVANCING 2 LINES.

           6500-Name-Test.
               EVALUATE AS_Test
                   WHEN 'SPLT'
                       MOVE 'Sale split under threshold'
                           TO Anom_Test_Text
                   WHEN 'REPT'
                       MOVE 'Repeat returns/adjustments'
                           TO Anom_Test_Text
                   WHEN 'ROND'
                       MOVE 'Round-number adjustment' TO Anom_Test_Text
                   WHEN 'XFRF'
                       MOVE 'Transfer soon after refund'
                           TO Anom_Test_Text
                   WHEN OTHER
                       MOVE 'Leading digits off Benford'
                           TO Anom_Test_Text
               END-EVALUATE.

           8000-Write-Summary.
               PERFORM 8100-Write-One-Count
                   VARYING WS_Test_Idx FROM 1 BY 1
                   UNTIL WS_Test_Idx > 5
               MOVE ZERO TO WS_Open_Hits
               PERFORM 8200-Count-One-Open
                   VARYING WS_RVT_Idx FROM 1 BY 1
                   UNTIL WS_RVT_Idx > Review_Count
               MOVE WS_Open_Hits TO Anom_Open_Hits
               WRITE Anom_Buffer FROM AnomOpenLine
                   AFTER ADVANCING 2 LINES.

           8100-Write-One-Count.
               EVALUATE WS_Test_Idx
                   WHEN 1
                       MOVE 'Split sales (SPLT):' TO Anom_Count_Label
                   WHEN 2
                       MOVE 'Repeat keying (REPT):' TO Anom_Count_Label
                   WHEN 3
                       MOVE 'Round adjustments (ROND):'
                           TO Anom_Count_Label
                   WHEN 4
                       MOVE 'Transfers after refund (XFRF):'
                           TO Anom_Count_Label
                   WHEN OTHER
                       MOVE 'Leading digits (BENF):'
                           TO Anom_Count_Label
               END-EVALUATE
               IF WS_Test_Active (WS_Test_Idx) NOT EQUAL 'Y'
                   MOVE SPACES TO Anom_Count_Label
                   STRING Test_Code (WS_Test_Idx) DELIMITED BY SIZE
                           ' test not run:' DELIMITED BY SIZE
                       INTO Anom_Count_Label
               END-IF
               MOVE TC_Found (WS_Test_Idx) TO Anom_Count_Found
               MOVE TC_New (WS_Test_Idx) TO Anom_Count_New
               MOVE TC_Alerted (WS_Test_Idx) TO Anom_Count_Alerted
               MOVE TC_Cleared (WS_Test_Idx) TO Anom_Count_Cleared
               MOVE TC_Escalated (WS_Test_Idx) TO Anom_Count_Escalated
               IF WS_Test_Idx EQUAL 1
                   WRITE Anom_Buffer FROM AnomCountLine
                       AFTER ADVANCING 3 LINES
               ELSE
                   WRITE Anom_Buffer FROM AnomCountLine
                       AFTER ADVANCING 1 LINES
               END-IF.

           8200-Count-One-Open.
               MOVE RVT_Image (WS_RVT_Idx) TO Review_Work
               IF RW_Open
                   ADD 1 TO WS_Open_Hits
               END-IF.

           8500-Rewrite-Review-Register.
               OPEN OUTPUT ReviewReg
                   CALL "Validations" USING File_Status
                       BY CONTENT "AnomalyReview" "OPEN OUTPUT"
               PERFORM 8510-Write-One-Review
                   VARYING WS_RVT_Idx FROM 1 BY 1
                   UNTIL WS_RVT_Idx > Review_Count
               CLOSE ReviewReg.

           8510-Write-One-Review.
               MOVE RVT_Image (WS_RVT_Idx) TO Review_Record
               WRITE Review_Record.

      * 9000-Run-Review-Desk - audit walks the open hits and marks
      * each cleared or escalated with a note.  Level 9 and the
      * approval grant, as for the other desks that close out
      * another operator's work; nobody marks a hit on their own.
           9000-Run-Review-Desk.
               DISPLAY "Anomaly Review"
               DISPLAY "Auditor id: " WITH NO ADVANCING
               ACCEPT WS_Auditor_Id
               PERFORM 9100-Check-Sign-On
               IF SignOn_Rejected
                   DISPLAY "Not authorized to review anomalies."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 9200-Check-Credential
                   PERFORM 1200-Load-Review-Register
                   SET Review_Going TO TRUE
                   PERFORM 9300-Review-One-Hit
                       VARYING WS_RVT_Idx FROM 1 BY 1
                       UNTIL WS_RVT_Idx > Review_Count
                           OR Review_Stopped
                   PERFORM 8500-Rewrite-Review-Register
                   DISPLAY "AnomalyScan: " WS_Reviewed_Count
                       " hits marked."
               END-IF.

           9100-Check-Sign-On.
               OPEN INPUT OperMast
                   CALL "Validations" USING File_Status
                       BY CONTENT "OperatorMaster" "OPEN INPUT"
               SET More_Input_Records TO TRUE
               PERFORM 9110-Check-One-Operator
                   UNTIL No_More_Input OR SignOn_Accepted
               CLOSE OperMast.

           9110-Check-One-Operator.
               READ OperMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF OP_Operator_Id EQUAL WS_Auditor_Id AND
                       OP_Auth_Level EQUAL 9
                       SET SignOn_Accepted TO TRUE
                       DISPLAY "Welcome " OP_Name
                   END-IF
               END-IF.

           9200-Check-Credential.
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS_Password
               CALL "SignOn" USING WS_SignOn_Status
                   WS_Auditor_Id WS_Password BY CONTENT 'A'
               IF WS_SignOn_Status NOT EQUAL ZERO
                   DISPLAY "Sign-on refused - see CustSecurityLog."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           9300-Review-One-Hit.
               MOVE RVT_Image (WS_RVT_Idx) TO Review_Work
               IF RW_Open
                   DISPLAY " "
                   DISPLAY RW_Test " " RW_Key
                   DISPLAY "  Operator " RW_Operator
                       "  Customer " RW_Customer
                       "  First found " RW_First_Found
                       "  Score " RW_Score
                   DISPLAY "C clear, E escalate, Enter skip, X stop: "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS_Choice
                   ACCEPT WS_Choice
                   EVALUATE WS_Choice
                       WHEN 'C'
                       WHEN 'E'
                           PERFORM 9400-Mark-Hit
                       WHEN 'X'
                           SET Review_Stopped TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           9400-Mark-Hit.
               IF RW_Operator EQUAL WS_Auditor_Id
                   DISPLAY "A hit on your own work is for another "
                       "auditor - left open."
               ELSE
                   DISPLAY "Note: " WITH NO ADVANCING
                   ACCEPT RW_Note
                   MOVE WS_Choice TO RW_Status
                   MOVE WS_Auditor_Id TO RW_Reviewer
                   MOVE WS_Current_Date TO RW_Review_Date
                   MOVE Review_Work TO RVT_Image (WS_RVT_Idx)
                   ADD 1 TO WS_Reviewed_Count
               END-IF.

       End Program AnomalyScan.
