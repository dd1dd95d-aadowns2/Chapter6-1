       Identification Division.
           Program-ID. PortalExtract.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Nightly account extract for the customer
      *                   self-service portal, run after the
      *                   balance update.  Each active customer
      *                   changed since the last extract - balance
      *                   moved (CB_Last_Activity), master
      *                   maintained (CustMaintAudit), dispute
      *                   raised or settled (DisputeAudit) or a
      *                   statement written (StatementIndex) - goes
      *                   out to PortalExtract.nnnnnnnnn with its
      *                   CustomerBalance position and last
      *                   activity, its open CustOpenItems items
      *                   with any open CustDisputes row flagged,
      *                   its CustomerHistory rows for the last few
      *                   months and the names of its latest
      *                   statement files; a changed customer no
      *                   longer active goes out as a removal.
      *                   FULL on the command line sends every
      *                   active customer.  Header and trailer
      *                   carry the extract sequence, the row
      *                   counts and the amount and customer hash
      *                   totals, and every extract is logged on
      *                   PortalExtractLog.
      *   2026-10-15  AD  Only Active and credit-hold customers
      *                   extract; pending (P) and declined (D)
      *                   customers come off the portal with the
      *                   inactive ones.
      *   2026-10-15  AD  A full open dispute table stops at RC 8
      *                   before any extract is written, rather than
      *                   send items disputed past the table as
      *                   undisputed.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select ExtCtl assign to "PortalExtractControl"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ExtLog assign to "PortalExtractLog"
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

                   Select OpenItemFile assign to "CustOpenItems"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Disputes assign to "CustDisputes"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select DisputeAud assign to "DisputeAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select MaintAud assign to "CustMaintAudit"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select StmtIndex assign to "StatementIndex"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SortFile assign to "PortalSortWork".

                   Select StmtSorted assign to "PortalStmtSorted"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ExtOut assign to WS_Extract_File_Name
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Extract_Control_Record - the last extract sequence issued
      * and the date and time it ran; the next delta sends every
      * customer changed on or after that date.
           FD  ExtCtl
               Record Contains 24 Characters.
               01  Extract_Control_Record.
                   05  EC_Last_Sequence            PIC 9(9).
                   05  EC_Run_Date                 PIC 9(8).
                   05  EC_Run_Time                 PIC 9(6).
                   05  EC_Run_Type                 PIC X(1).

      * Extract_Log_Record - one row per extract sent, with the
      * trailer figures, so what went to the portal can be shown.
           FD  ExtLog
               Record Contains 120 Characters.
               01  Extract_Log_Record.
                   05  EL_Sequence                 PIC 9(9).
                   05  EL_Run_Date                 PIC 9(8).
                   05  EL_Run_Time                 PIC 9(6).
                   05  EL_Run_Type                 PIC X(1).
                   05  EL_Since_Date               PIC 9(8).
                   05  EL_Customer_Count           PIC 9(7).
                   05  EL_Removed_Count            PIC 9(7).
                   05  EL_Record_Count             PIC 9(9).
                   05  EL_Amount_Hash              PIC S9(13)V9(2).
                   05  EL_Customer_Hash            PIC 9(13).
                   05  EL_File_Name                PIC X(30).
                   05                              PIC X(7).

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
                       88  CM_Pending_Approval           value 'P'.
                       88  CM_Declined                   value 'D'.
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

           FD  Disputes
               Record Contains 60 Characters.
               01  Dispute_Record.
                   05  DP_Key.
                       10  DP_Customer_Number      PIC 9(6).
                       10  DP_Period               PIC X(6).
                       10  DP_Sequence             PIC 9(4).
                   05  DP_Status                   PIC X(1).
                       88  Dispute_Open              value 'O'.
                   05  DP_Reason                   PIC X(4).
                   05  DP_Operator                 PIC X(8).
                   05  DP_Amount                   PIC 9(7)V9(2).
                   05  DP_Opened                   PIC 9(8).
                   05  DP_Resolved                 PIC 9(8).
                   05  DP_Currency                 PIC X(3).
                   05  DP_Filler                   PIC X(3).

           FD  DisputeAud
               Record Contains 48 Characters.
               01  Dispute_Audit_Record.
                   05  DA_Date                     PIC 9(8).
                   05  DA_Time                     PIC 9(6).
                   05  DA_Operator                 PIC X(8).
                   05  DA_Action                   PIC X(1).
                   05  DA_Key                      PIC X(16).
                   05  DA_Amount                   PIC 9(7)V9(2).

           FD  MaintAud
               Record Contains 407 Characters.
               01  Maint_Audit_Record.
                   05  MA_Action                   PIC X(1).
                   05  MA_Date                     PIC 9(8).
                   05  MA_Time                     PIC 9(6).
                   05  MA_Operator                 PIC X(8).
                   05  MA_Before_Image             PIC X(192).
                   05  MA_After_Image              PIC X(192).

           FD  StmtIndex
               Record Contains 66 Characters.
               01  Statement_Index_Record.
                   05  SX_Customer_Number          PIC 9(6).
                   05  SX_Statement_Date           PIC 9(8).
                   05  SX_File_Name                PIC X(40).
                   05  SX_Doc_Type                 PIC X(12).

      * Sort-Record - the statement index by customer, newest
      * first, so each customer's latest files come off the top.
           SD  SortFile.
               01  Sort-Record.
                   05  Sort_Customer               PIC 9(6).
                   05  Sort_Date                   PIC 9(8).
                   05  Sort_File_Name              PIC X(40).
                   05  Sort_Doc_Type               PIC X(12).

           FD  StmtSorted
               Record Contains 66 Characters.
               01  Stmt_Sorted_Record.
                   05  SS_Customer_Number          PIC 9(6).
                   05  SS_Statement_Date           PIC 9(8).
                   05  SS_File_Name                PIC X(40).
                   05  SS_Doc_Type                 PIC X(12).

           FD  ExtOut
               Record Contains 300 Characters.
               01  Extract_Buffer                  PIC X(300).

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
               01  WS_Run_Time                     PIC 9(6).
               01  WS_Command_Line                 PIC X(80).
               01  WS_Run_Param                    PIC X(5).
               01  WS_Months_Param                 PIC X(2).
               01  WS_Extract_File_Name            PIC X(30).

               01  Run_Type_Sw                     PIC X(1) value 'D'.
                   88  Full_Refresh                  value 'F'.
                   88  Delta_Extract                 value 'D'.
               01  Balance_EOF_Sw                  PIC X(1).
                   88  No_More_Balances              value 'Y'.
                   88  More_Balance_Records          value 'N'.
               01  Item_File_Sw                    PIC X(1) value 'N'.
                   88  Item_File_Open                value 'Y'.
                   88  Item_File_Closed              value 'N'.
               01  Item_EOF_Sw                     PIC X(1).
                   88  No_More_Items                 value 'Y'.
                   88  More_Item_Records             value 'N'.
               01  Stmt_EOF_Sw                     PIC X(1).
                   88  No_More_Statements            value 'Y'.
                   88  More_Statement_Records        value 'N'.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Changed_Sw                      PIC X(1).
                   88  Customer_Changed              value 'Y'.
                   88  Customer_Unchanged            value 'N'.
               01  Send_Sw                         PIC X(1).
                   88  Send_Customer                 value 'Y'.
                   88  Skip_Customer                 value 'N'.
               01  Disputed_Sw                     PIC X(1).
                   88  Row_Disputed                  value 'Y'.
                   88  Row_Not_Disputed              value 'N'.

      * The extract this run writes and the date it sends changes
      * from; the day of the last extract is sent again, since
      * CB_Last_Activity carries no time.
               01  WS_Last_Sequence                PIC 9(9) value zero.
               01  WS_Extract_Sequence             PIC 9(9).
               01  WS_Since_Date                   PIC 9(8) value zero.

      * How much history goes with each customer - the current
      * month and the ones before it, three unless the command
      * line asks otherwise.
               01  WS_History_Months               PIC 9(2) value 3.
               01  WS_From_Year                    PIC 9(4).
               01  WS_From_Month                   PIC S9(3).
               01  WS_From_Period.
                   05  WS_From_Period_Year         PIC 9(4).
                   05  WS_From_Period_Month        PIC 9(2).

      * Extract counts and hash totals - the amount hash is every
      * balance, open amount and history amount sent; the customer
      * hash every customer number sent, kept or removed.
               01  WS_Customer_Count               PIC 9(7) value zero.
               01  WS_Removed_Count                PIC 9(7) value zero.
               01  WS_Item_Count                   PIC 9(9) value zero.
               01  WS_History_Count                PIC 9(9) value zero.
               01  WS_Statement_Count              PIC 9(9) value zero.
               01  WS_Record_Count                 PIC 9(9) value zero.
               01  WS_Amount_Hash                  PIC S9(13)V9(2)
                       value zero.
               01  WS_Customer_Hash                PIC 9(13) value zero.

      * Edited views for the delimited rows.
               01  WS_Balance_Edit                 PIC -9(8).99.
               01  WS_Item_Amount_Edit             PIC -9(9).99.
               01  WS_Item_Open_Edit               PIC -9(9).99.
               01  WS_History_Amount_Edit          PIC 9(7).99.
               01  WS_Hash_Edit                    PIC -9(13).99.

      * Changed_Table - customers touched by master maintenance or
      * the dispute desk since the last extract.  A table too
      * small for the night turns the run into a full refresh
      * rather than drop a change.
               01  Changed_Count                   PIC 9(4) value zero.
               01  Changed_Table.
                   05  Changed_Entry OCCURS 2000 TIMES.
                       10  CT_Customer             PIC 9(6).
               01  WS_CT_Idx                       PIC 9(4).
               01  WS_Work_Customer                PIC 9(6).

               01  Open_Dispute_Count              PIC 9(3) value zero.
               01  Open_Dispute_Table.
                   05  Open_Dispute_Entry OCCURS 500 TIMES.
                       10  ODP_Customer            PIC 9(6).
                       10  ODP_Period              PIC X(6).
                       10  ODP_Sequence            PIC 9(4).
               01  WS_Odp_Idx                      PIC 9(3).
               01  WS_Dispute_Customer             PIC 9(6).
               01  WS_Dispute_Period               PIC X(6).
               01  WS_Dispute_Sequence             PIC 9(4).

      * Customer_Stmt_Table - the current customer's newest
      * statement files, as many as the portal lists.
               01  WS_Statement_Limit              PIC 9(2) value 12.
               01  Customer_Stmt_Count             PIC 9(2) value zero.
               01  Customer_Stmt_Table.
                   05  Customer_Stmt_Entry OCCURS 12 TIMES.
                       10  CS_Statement_Date       PIC 9(8).
                       10  CS_File_Name            PIC X(40).
                       10  CS_Doc_Type             PIC X(12).
               01  WS_CS_Idx                       PIC 9(2).

       Procedure Division.

           0000-Mainline.
               CALL "RunTiming" USING BY CONTENT 'S' 'PORTALEXTRCT'
               PERFORM 1000-Initialize
               PERFORM 2000-Write-Header
               SET More_Balance_Records TO TRUE
               PERFORM 3000-Extract-One-Customer
                   UNTIL No_More_Balances
               PERFORM 8000-Write-Trailer
               PERFORM 9000-Close-Program
               PERFORM 9100-Rewrite-Control
               PERFORM 9200-Write-Extract-Log
               DISPLAY "PortalExtract: extract " WS_Extract_Sequence
                   " (" Run_Type_Sw ") - " WS_Customer_Count
                   " customers, " WS_Removed_Count " removed, "
                   WS_Record_Count " rows."
               CALL "RunTiming" USING BY CONTENT 'E' 'PORTALEXTRCT'
               STOP RUN.

      * 1000-Initialize - with no control row yet the first extract
      * is sequence 1 and a full refresh.
           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               COMPUTE WS_Run_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               MOVE SPACES TO WS_Run_Param
               MOVE SPACES TO WS_Months_Param
               UNSTRING WS_Command_Line DELIMITED BY ',' OR SPACE
                   INTO WS_Run_Param WS_Months_Param
               END-UNSTRING
               IF WS_Run_Param EQUAL 'FULL'
                   SET Full_Refresh TO TRUE
               END-IF
               IF WS_Months_Param (2:1) EQUAL SPACE
                   MOVE WS_Months_Param (1:1) TO WS_Months_Param (2:1)
                   MOVE '0' TO WS_Months_Param (1:1)
               END-IF
               IF WS_Months_Param NUMERIC AND
                   WS_Months_Param NOT EQUAL '00'
                   MOVE WS_Months_Param TO WS_History_Months
               END-IF
               PERFORM 1100-Load-Control
               PERFORM 1200-Set-History-Start
               PERFORM 1300-Load-Open-Disputes
               IF Delta_Extract
                   PERFORM 1400-Load-Changed-Customers
               END-IF
               SORT SortFile
                   ON ASCENDING KEY Sort_Customer
                   ON DESCENDING KEY Sort_Date
                   INPUT PROCEDURE IS 1500-Release-Statement-Index
                   GIVING StmtSorted
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SET More_Item_Records TO TRUE
               OPEN INPUT OpenItemFile
               IF File_Status EQUAL '00'
                   SET Item_File_Open TO TRUE
                   PERFORM 4900-Read-Next-Item
               ELSE
                   SET No_More_Items TO TRUE
               END-IF
               OPEN INPUT StmtSorted
                   CALL "Validations" USING File_Status
                       BY CONTENT "PortalStmtSorted" "OPEN INPUT"
               SET More_Statement_Records TO TRUE
               PERFORM 3190-Read-Next-Statement
               MOVE SPACES TO WS_Extract_File_Name
               STRING 'PortalExtract.' DELIMITED BY SIZE
                       WS_Extract_Sequence DELIMITED BY SIZE
                   INTO WS_Extract_File_Name
               OPEN OUTPUT ExtOut
                   CALL "Validations" USING File_Status
                       BY CONTENT "PortalExtract" "OPEN OUTPUT".

           1100-Load-Control.
               OPEN INPUT ExtCtl
               IF File_Status EQUAL '00'
                   READ ExtCtl
                       AT END SET Full_Refresh TO TRUE
                       NOT AT END
                           MOVE EC_Last_Sequence TO WS_Last_Sequence
                           MOVE EC_Run_Date TO WS_Since_Date
                   END-READ
                   CLOSE ExtCtl
               ELSE
                   SET Full_Refresh TO TRUE
               END-IF
               COMPUTE WS_Extract_Sequence = WS_Last_Sequence + 1.

      * 1200-Set-History-Start - the first period of the history
      * window, stepping back across year ends as needed.
           1200-Set-History-Start.
               MOVE WS_Current_Year TO WS_From_Year
               COMPUTE WS_From_Month =
                   WS_Current_Month - WS_History_Months + 1
               PERFORM 1210-Step-Back-One-Year
                   UNTIL WS_From_Month > ZERO
               MOVE WS_From_Year TO WS_From_Period_Year
               MOVE WS_From_Month TO WS_From_Period_Month.

           1210-Step-Back-One-Year.
               ADD 12 TO WS_From_Month
               SUBTRACT 1 FROM WS_From_Year.

           1300-Load-Open-Disputes.
               MOVE ZERO TO Open_Dispute_Count
               OPEN INPUT Disputes
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1310-Read-One-Dispute
                       UNTIL No_More_Input
                   CLOSE Disputes
               END-IF.

           1310-Read-One-Dispute.
               READ Disputes
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Dispute_Open
                       IF Open_Dispute_Count < 500
                           ADD 1 TO Open_Dispute_Count
                           MOVE DP_Customer_Number
                               TO ODP_Customer (Open_Dispute_Count)
                           MOVE DP_Period
                               TO ODP_Period (Open_Dispute_Count)
                           MOVE DP_Sequence
                               TO ODP_Sequence (Open_Dispute_Count)
                       ELSE
                           CALL "Validations" USING
                               WS_Table_Full_Status BY CONTENT
                               "Open_Dispute_Table" "TABLE FULL"
                           CLOSE Disputes
                           DISPLAY "Open dispute table full - no "
                               "extract written."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

           1400-Load-Changed-Customers.
               OPEN INPUT MaintAud
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1410-Read-One-Maint-Row
                       UNTIL No_More_Input
                   CLOSE MaintAud
               END-IF
               OPEN INPUT DisputeAud
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1420-Read-One-Dispute-Action
                       UNTIL No_More_Input
                   CLOSE DisputeAud
               END-IF.

      * 1410-Read-One-Maint-Row - a delete carries no after image,
      * so the customer comes off the before image.
           1410-Read-One-Maint-Row.
               READ MaintAud
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF MA_Date NOT < WS_Since_Date
                       IF MA_After_Image EQUAL SPACES
                           MOVE MA_Before_Image (1:6)
                               TO WS_Work_Customer
                       ELSE
                           MOVE MA_After_Image (1:6)
                               TO WS_Work_Customer
                       END-IF
                       PERFORM 1450-Add-Changed-Customer
                   END-IF
               END-IF.

           1420-Read-One-Dispute-Action.
               READ DisputeAud
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF DA_Date NOT < WS_Since_Date
                       MOVE DA_Key (1:6) TO WS_Work_Customer
                       PERFORM 1450-Add-Changed-Customer
                   END-IF
               END-IF.

           1450-Add-Changed-Customer.
               SET Customer_Unchanged TO TRUE
               PERFORM 1460-Match-One-Changed
                   VARYING WS_CT_Idx FROM 1 BY 1
                   UNTIL WS_CT_Idx > Changed_Count
                       OR Customer_Changed
               IF Customer_Unchanged
                   IF Changed_Count < 2000
                       ADD 1 TO Changed_Count
                       MOVE WS_Work_Customer
                           TO CT_Customer (Changed_Count)
                   ELSE
                       SET Full_Refresh TO TRUE
                   END-IF
               END-IF.

           1460-Match-One-Changed.
               IF CT_Customer (WS_CT_Idx) EQUAL WS_Work_Customer
                   SET Customer_Changed TO TRUE
               END-IF.

      * 1500-Release-Statement-Index - no index yet means no
      * statement files to name.
           1500-Release-Statement-Index.
               OPEN INPUT StmtIndex
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1510-Release-One-Statement
                       UNTIL No_More_Input
                   CLOSE StmtIndex
               END-IF.

           1510-Release-One-Statement.
               READ StmtIndex
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE SX_Customer_Number TO Sort_Customer
                   MOVE SX_Statement_Date TO Sort_Date
                   MOVE SX_File_Name TO Sort_File_Name
                   MOVE SX_Doc_Type TO Sort_Doc_Type
                   RELEASE Sort-Record
               END-IF.

      * 2000-Write-Header - H, sequence, run date and time, F full
      * or D delta, the date changes are sent from and the history
      * months.
           2000-Write-Header.
               MOVE SPACES TO Extract_Buffer
               STRING 'H|' DELIMITED BY SIZE
                       WS_Extract_Sequence DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Current_Date DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Run_Time DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       Run_Type_Sw DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Since_Date DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_History_Months DELIMITED BY SIZE
                   INTO Extract_Buffer
               PERFORM 7900-Put-Extract-Row.

      * 3000-Extract-One-Customer - CustomerBalance drives the
      * run in customer order; the open items and the sorted
      * statement index are in the same order and are read
      * alongside it.  Only an Active or credit-hold customer has
      * a portal account; inactive, pending and declined ones
      * come off it.
           3000-Extract-One-Customer.
               READ CustBal NEXT RECORD
                   AT END SET No_More_Balances TO TRUE
               END-READ
               IF NOT No_More_Balances
                   MOVE CB_Customer_Number TO WS_Work_Customer
                   PERFORM 3100-Gather-Statements
                   PERFORM 3200-Judge-Changed
                   SET Skip_Customer TO TRUE
                   IF Customer_Changed
                       SET Master_Found TO TRUE
                       MOVE WS_Work_Customer TO CM_Customer_Number
                       READ CustMstr
                           INVALID KEY SET Master_Not_Found TO TRUE
                       END-READ
                       IF Master_Found AND
                           (CM_Active OR CM_Credit_Hold)
                           SET Send_Customer TO TRUE
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN Send_Customer
                           PERFORM 4000-Write-Customer-Row
                           PERFORM 4100-Write-Item-Rows
                           PERFORM 4300-Write-History-Rows
                           PERFORM 4500-Write-Statement-Row
                               VARYING WS_CS_Idx FROM 1 BY 1
                               UNTIL WS_CS_Idx > Customer_Stmt_Count
                       WHEN Customer_Changed AND Delta_Extract
                           PERFORM 4700-Write-Removal-Row
                           PERFORM 4800-Skip-Item-Rows
                       WHEN OTHER
                           PERFORM 4800-Skip-Item-Rows
                   END-EVALUATE
               END-IF.

      * 3100-Gather-Statements - index rows for customers with no
      * balance row are passed over; the customer's newest files
      * are kept, and one written since the last extract marks it
      * changed.
           3100-Gather-Statements.
               MOVE ZERO TO Customer_Stmt_Count
               SET Customer_Unchanged TO TRUE
               PERFORM 3190-Read-Next-Statement
                   UNTIL No_More_Statements
                       OR SS_Customer_Number NOT < WS_Work_Customer
               PERFORM 3150-Keep-One-Statement
                   UNTIL No_More_Statements
                       OR SS_Customer_Number NOT EQUAL
                           WS_Work_Customer.

           3150-Keep-One-Statement.
               IF Customer_Stmt_Count < WS_Statement_Limit
                   ADD 1 TO Customer_Stmt_Count
                   MOVE SS_Statement_Date
                       TO CS_Statement_Date (Customer_Stmt_Count)
                   MOVE SS_File_Name
                       TO CS_File_Name (Customer_Stmt_Count)
                   MOVE SS_Doc_Type
                       TO CS_Doc_Type (Customer_Stmt_Count)
               END-IF
               IF SS_Statement_Date NOT < WS_Since_Date
                   SET Customer_Changed TO TRUE
               END-IF
               PERFORM 3190-Read-Next-Statement.

           3190-Read-Next-Statement.
               READ StmtSorted
                   AT END SET No_More_Statements TO TRUE
               END-READ.

      * 3200-Judge-Changed - a full refresh sends everyone; a delta
      * sends a balance moved since the last extract, a statement
      * written since (3100) or a customer on the changed table.
           3200-Judge-Changed.
               EVALUATE TRUE
                   WHEN Full_Refresh
                       SET Customer_Changed TO TRUE
                   WHEN CB_Last_Activity NOT < WS_Since_Date
                       SET Customer_Changed TO TRUE
                   WHEN Customer_Changed
                       CONTINUE
                   WHEN OTHER
                       PERFORM 1460-Match-One-Changed
                           VARYING WS_CT_Idx FROM 1 BY 1
                           UNTIL WS_CT_Idx > Changed_Count
                               OR Customer_Changed
               END-EVALUATE.

      * 4000-Write-Customer-Row - C, customer, name, status,
      * balance on file and the date it last moved.
           4000-Write-Customer-Row.
               ADD 1 TO WS_Customer_Count
               ADD WS_Work_Customer TO WS_Customer_Hash
               ADD CB_Balance TO WS_Amount_Hash
               MOVE CB_Balance TO WS_Balance_Edit
               MOVE SPACES TO Extract_Buffer
               STRING 'C|' DELIMITED BY SIZE
                       WS_Work_Customer DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       CM_First_Name DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       CM_Last_Name DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       CM_Status DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       CM_Billing_Currency DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Balance_Edit DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       CB_Last_Activity DELIMITED BY SIZE
                   INTO Extract_Buffer
               PERFORM 7900-Put-Extract-Row.

           4100-Write-Item-Rows.
               PERFORM 4800-Skip-Item-Rows
               PERFORM 4150-Write-One-Item-Row
                   UNTIL No_More_Items
                       OR OI_Customer_Number NOT EQUAL
                           WS_Work_Customer.

      * 4150-Write-One-Item-Row - O, customer, invoice, the history
      * key it came from, type, original and open amounts, status
      * and Y where an open dispute stands against it.
           4150-Write-One-Item-Row.
               IF NOT OI_Closed
                   MOVE OI_Customer_Number TO WS_Dispute_Customer
                   MOVE OI_Period TO WS_Dispute_Period
                   MOVE OI_Sequence TO WS_Dispute_Sequence
                   PERFORM 4600-Check-Dispute
                   ADD 1 TO WS_Item_Count
                   ADD OI_Open_Amount TO WS_Amount_Hash
                   MOVE OI_Original_Amount TO WS_Item_Amount_Edit
                   MOVE OI_Open_Amount TO WS_Item_Open_Edit
                   MOVE SPACES TO Extract_Buffer
                   STRING 'O|' DELIMITED BY SIZE
                           OI_Customer_Number DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           OI_Invoice_Number DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           OI_Period DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           OI_Sequence DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           OI_Trans_Type DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           WS_Item_Amount_Edit DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           WS_Item_Open_Edit DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           OI_Status DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           Disputed_Sw DELIMITED BY SIZE
                       INTO Extract_Buffer
                   PERFORM 7900-Put-Extract-Row
               END-IF
               PERFORM 4900-Read-Next-Item.

      * 4300-Write-History-Rows - the customer's rows from the
      * first period of the window on, in key order.
           4300-Write-History-Rows.
               SET More_History TO TRUE
               MOVE WS_Work_Customer TO CH_Customer_Number
               MOVE WS_From_Period TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 4350-Write-One-History-Row
                   UNTIL No_More_History.

      * 4350-Write-One-History-Row - R, customer, period, sequence,
      * day, type, amount, currency, reason, invoice, transaction
      * id and the dispute flag.
           4350-Write-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Customer_Number NOT EQUAL WS_Work_Customer
                       SET No_More_History TO TRUE
                   ELSE
                       MOVE CH_Customer_Number TO WS_Dispute_Customer
                       MOVE CH_Period TO WS_Dispute_Period
                       MOVE CH_Sequence TO WS_Dispute_Sequence
                       PERFORM 4600-Check-Dispute
                       ADD 1 TO WS_History_Count
                       ADD CH_Amount_Trans TO WS_Amount_Hash
                       MOVE CH_Amount_Trans TO WS_History_Amount_Edit
                       MOVE SPACES TO Extract_Buffer
                       STRING 'R|' DELIMITED BY SIZE
                               CH_Customer_Number DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               CH_Period DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               CH_Sequence DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               CH_Day_Trans DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               CH_Trans_Type DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               WS_History_Amount_Edit
                                   DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               CH_Currency_Code DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               CH_Reason_Code DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               CH_Invoice_Number DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               CH_Trans_Id DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               Disputed_Sw DELIMITED BY SIZE
                           INTO Extract_Buffer
                       PERFORM 7900-Put-Extract-Row
                   END-IF
               END-IF.

      * 4500-Write-Statement-Row - S, customer, statement date,
      * page type and the file name, newest first.
           4500-Write-Statement-Row.
               ADD 1 TO WS_Statement_Count
               MOVE SPACES TO Extract_Buffer
               STRING 'S|' DELIMITED BY SIZE
                       WS_Work_Customer DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       CS_Statement_Date (WS_CS_Idx) DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       CS_Doc_Type (WS_CS_Idx) DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       CS_File_Name (WS_CS_Idx) DELIMITED BY SIZE
                   INTO Extract_Buffer
               PERFORM 7900-Put-Extract-Row.

           4600-Check-Dispute.
               SET Row_Not_Disputed TO TRUE
               PERFORM 4610-Match-One-Dispute
                   VARYING WS_Odp_Idx FROM 1 BY 1
                   UNTIL WS_Odp_Idx > Open_Dispute_Count
                       OR Row_Disputed.

           4610-Match-One-Dispute.
               IF ODP_Customer (WS_Odp_Idx) EQUAL WS_Dispute_Customer
                   AND ODP_Period (WS_Odp_Idx) EQUAL WS_Dispute_Period
                   AND ODP_Sequence (WS_Odp_Idx) EQUAL
                       WS_Dispute_Sequence
                   SET Row_Disputed TO TRUE
               END-IF.

      * 4700-Write-Removal-Row - X, customer: a customer made
      * inactive, pending or declined, or gone from the master,
      * comes off the portal.
           4700-Write-Removal-Row.
               ADD 1 TO WS_Removed_Count
               ADD WS_Work_Customer TO WS_Customer_Hash
               MOVE SPACES TO Extract_Buffer
               STRING 'X|' DELIMITED BY SIZE
                       WS_Work_Customer DELIMITED BY SIZE
                   INTO Extract_Buffer
               PERFORM 7900-Put-Extract-Row.

      * 4800-Skip-Item-Rows - items ahead of the current customer
      * belong to customers with no balance row, or to this one
      * when it is not being sent.
           4800-Skip-Item-Rows.
               PERFORM 4900-Read-Next-Item
                   UNTIL No_More_Items
                       OR OI_Customer_Number NOT < WS_Work_Customer
               IF Skip_Customer
                   PERFORM 4900-Read-Next-Item
                       UNTIL No_More_Items
                           OR OI_Customer_Number NOT EQUAL
                               WS_Work_Customer
               END-IF.

           4900-Read-Next-Item.
               READ OpenItemFile
                   AT END SET No_More_Items TO TRUE
               END-READ.

           7900-Put-Extract-Row.
               WRITE Extract_Buffer
               ADD 1 TO WS_Record_Count.

      * 8000-Write-Trailer - T, sequence, customers sent, removals,
      * item, history and statement rows, every row in the file
      * counting header and trailer, and the two hash totals.  A
      * file without it is not complete.
           8000-Write-Trailer.
               ADD 1 TO WS_Record_Count
               MOVE WS_Amount_Hash TO WS_Hash_Edit
               MOVE SPACES TO Extract_Buffer
               STRING 'T|' DELIMITED BY SIZE
                       WS_Extract_Sequence DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Customer_Count DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Removed_Count DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Item_Count DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_History_Count DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Statement_Count DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Record_Count DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Hash_Edit DELIMITED BY SIZE
                       '|' DELIMITED BY SIZE
                       WS_Customer_Hash DELIMITED BY SIZE
                   INTO Extract_Buffer
               WRITE Extract_Buffer.

           9000-Close-Program.
               CLOSE ExtOut
               CLOSE CustBal
               CLOSE CustMstr
               CLOSE CustHist
               IF Item_File_Open
                   CLOSE OpenItemFile
               END-IF
               CLOSE StmtSorted.

      * 9100-Rewrite-Control - written only once the extract is
      * closed, so a run that stops part way sends the same
      * customers again under the same sequence.
           9100-Rewrite-Control.
               OPEN OUTPUT ExtCtl
                   CALL "Validations" USING File_Status
                       BY CONTENT "PortalExtractControl" "OPEN OUTPUT"
               MOVE WS_Extract_Sequence TO EC_Last_Sequence
               MOVE WS_Current_Date TO EC_Run_Date
               MOVE WS_Run_Time TO EC_Run_Time
               MOVE Run_Type_Sw TO EC_Run_Type
               WRITE Extract_Control_Record
               CLOSE ExtCtl.

           9200-Write-Extract-Log.
               OPEN EXTEND ExtLog
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT ExtLog
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "PortalExtractLog" "OPEN EXTEND"
               MOVE SPACES TO Extract_Log_Record
               MOVE WS_Extract_Sequence TO EL_Sequence
               MOVE WS_Current_Date TO EL_Run_Date
               MOVE WS_Run_Time TO EL_Run_Time
               MOVE Run_Type_Sw TO EL_Run_Type
               MOVE WS_Since_Date TO EL_Since_Date
               MOVE WS_Customer_Count TO EL_Customer_Count
               MOVE WS_Removed_Count TO EL_Removed_Count
               MOVE WS_Record_Count TO EL_Record_Count
               MOVE WS_Amount_Hash TO EL_Amount_Hash
               MOVE WS_Customer_Hash TO EL_Customer_Hash
               MOVE WS_Extract_File_Name TO EL_File_Name
               WRITE Extract_Log_Record
               CLOSE ExtLog.

       End Program PortalExtract.
