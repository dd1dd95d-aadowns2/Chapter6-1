       Identification Division.
           Program-ID. CycleBalance.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Billing cycle balance report - one line
      *                   per cycle BillCycle defines, with the
      *                   business day it closes on, this month's
      *                   cutoff, the customers on it (a blank
      *                   CM_Billing_Cycle is the month-end cycle
      *                   4), how many carry an open balance on
      *                   CustomerBalance and how much, each as a
      *                   share of the whole, against an even
      *                   spread across the cycles - so customers
      *                   can be moved in CustMaint to level the
      *                   print, mail and collections load.
      *                   Customers on a code no longer defined
      *                   are counted on a line of their own.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CB_Customer_Number.

                   Select CycleRpt assign to "CycleBalanceReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
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

           FD  CustBal.
               01  Balance_Record.
                   05  CB_Customer_Number          PIC 9(6).
                   05  CB_Balance                  PIC S9(8)V9(2).
                   05  CB_Last_Activity            PIC 9(8).

           FD  CycleRpt
               Record Contains 132 Characters.
               01  Cycle_Buffer                    PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  Cycle_Function                  PIC X(1) value 'C'.
               COPY "CycleQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Cyc==.
               01  Master_EOF_Sw                   PIC X(1).
                   88  No_More_Master                value 'Y'.
                   88  More_Master_Records           value 'N'.
               01  Balance_File_Sw                 PIC X(1) value 'N'.
                   88  Balance_File_Open             value 'Y'.
                   88  Balance_File_Closed           value 'N'.
               01  Cycle_Entry_Sw                  PIC X(1).
                   88  Cycle_Entry_Present           value 'Y'.
                   88  Cycle_Entry_Missing           value 'N'.
               01  WS_Code_Number                  PIC 9(2).
               01  WS_Code_Digit                   PIC 9(1).
               01  WS_Customer_Cycle               PIC X(1).
               01  WS_Open_Balance                 PIC S9(8)V9(2).

      * Cycle_Table - one entry per code 1-9 BillCycle defines, in
      * code order, with the counts gathered off the master.
               01  Cycle_Count                     PIC 9(2) value zero.
               01  Cycle_Table.
                   05  Cycle_Entry OCCURS 9 TIMES.
                       10  CYT_Code                PIC X(1).
                       10  CYT_Description         PIC X(20).
                       10  CYT_Bus_Day             PIC 9(2).
                       10  CYT_Cutoff              PIC 9(8).
                       10  CYT_Customers           PIC 9(6).
                       10  CYT_Open_Count          PIC 9(6).
                       10  CYT_Open_Balance        PIC 9(11)V9(2).
               01  WS_Cycle_Idx                    PIC 9(2).
               01  WS_Cycle_Match                  PIC 9(2).
               01  WS_Undefined_Customers          PIC 9(6) value zero.
               01  WS_Undefined_Open_Count         PIC 9(6) value zero.
               01  WS_Undefined_Balance            PIC 9(11)V9(2)
                       value zero.
               01  WS_Total_Customers              PIC 9(6) value zero.
               01  WS_Total_Open_Count             PIC 9(6) value zero.
               01  WS_Total_Balance                PIC 9(11)V9(2)
                       value zero.
               01  WS_Line_Customers               PIC 9(6).
               01  WS_Line_Open_Count              PIC 9(6).
               01  WS_Line_Balance                 PIC 9(11)V9(2).
               01  WS_Share                        PIC 9(3)V9(1).
               01  WS_Bus_Day_Edit                 PIC Z9.

               01  CycleHeading1.
                   05              PIC X(10)   value spaces.
                   05              PIC X(34)
                       value 'Billing Cycle Balance Report  Run '.
                   05  Bal_Run_Date            PIC 9(8).
               01  CycleHeading2.
                   05              PIC X(2)    value spaces.
                   05              PIC X(5)    value 'Cycle'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(20)   value 'Description'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(4)    value 'Day'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(8)    value 'Cutoff'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(9)    value 'Customers'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(6)    value 'Share'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(10)   value 'Open accts'.
                   05              PIC X(8)    value spaces.
                   05              PIC X(12)   value 'Open balance'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(5)    value 'Share'.
               01  CycleDetail.
                   05              PIC X(4)    value spaces.
                   05  Bal_Code                PIC X(1).
                   05              PIC X(4)    value spaces.
                   05  Bal_Description         PIC X(20).
                   05              PIC X(2)    value spaces.
                   05  Bal_Bus_Day             PIC X(4).
                   05              PIC X(2)    value spaces.
                   05  Bal_Cutoff              PIC X(8).
                   05              PIC X(4)    value spaces.
                   05  Bal_Customers           PIC ZZZ,ZZ9.
                   05              PIC X(2)    value spaces.
                   05  Bal_Customer_Share      PIC ZZ9.9.
                   05              PIC X(1)    value '%'.
                   05              PIC X(4)    value spaces.
                   05  Bal_Open_Count          PIC ZZZ,ZZ9.
                   05              PIC X(2)    value spaces.
                   05  Bal_Open_Balance        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Bal_Balance_Share       PIC ZZ9.9.
                   05              PIC X(1)    value '%'.
               01  CycleNoneLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(40)
                       value 'No billing cycle is defined.'.

       Procedure Division.

           0000-Mainline.
               PERFORM 1000-Initialize
               PERFORM 2000-Count-One-Customer
                   UNTIL No_More_Master
               PERFORM 3000-Write-Cycle-Lines
               PERFORM 9000-Close-Program
               DISPLAY "CycleBalance: " WS_Total_Customers
                   " customers over " Cycle_Count " cycles, "
                   WS_Undefined_Customers " on an undefined cycle."
               STOP RUN.

      * 1000-Initialize - BillCycle is asked for every code 1-9 in
      * turn; the codes it defines are the report's lines.  No
      * CustomerBalance file means no open balances.
           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               PERFORM 1100-Load-One-Cycle
                   VARYING WS_Code_Number FROM 1 BY 1
                   UNTIL WS_Code_Number > 9
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN INPUT CustBal
               IF File_Status EQUAL '00'
                   SET Balance_File_Open TO TRUE
               END-IF
               OPEN OUTPUT CycleRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "CycleBalanceReport" "OPEN OUTPUT"
               MOVE WS_Current_Date TO Bal_Run_Date
               WRITE Cycle_Buffer FROM CycleHeading1
                   AFTER ADVANCING PAGE
               WRITE Cycle_Buffer FROM CycleHeading2
                   AFTER ADVANCING 2 LINES
               SET More_Master_Records TO TRUE
               MOVE ZERO TO CM_Customer_Number
               START CustMstr KEY IS NOT LESS THAN CM_Customer_Number
                   INVALID KEY SET No_More_Master TO TRUE
               END-START.

           1100-Load-One-Cycle.
               MOVE WS_Code_Number TO WS_Code_Digit
               MOVE WS_Code_Digit TO Cyc_Cycle_Code
               MOVE WS_Current_Date (1:6) TO Cyc_Cycle_Period
               CALL "BillCycle" USING Cycle_Function, Cyc_Cycle_Query
               IF Cyc_Cycle_Defined
                   ADD 1 TO Cycle_Count
                   MOVE Cyc_Cycle_Code TO CYT_Code (Cycle_Count)
                   MOVE Cyc_Cycle_Description
                       TO CYT_Description (Cycle_Count)
                   MOVE Cyc_Cycle_Bus_Day TO CYT_Bus_Day (Cycle_Count)
                   MOVE Cyc_Cycle_Cutoff TO CYT_Cutoff (Cycle_Count)
                   MOVE ZERO TO CYT_Customers (Cycle_Count)
                   MOVE ZERO TO CYT_Open_Count (Cycle_Count)
                   MOVE ZERO TO CYT_Open_Balance (Cycle_Count)
               END-IF.

      * 2000-Count-One-Customer - a blank cycle is the month-end
      * cycle 4; only a positive balance counts as open.
           2000-Count-One-Customer.
               READ CustMstr NEXT RECORD
                   AT END SET No_More_Master TO TRUE
               END-READ
               IF NOT No_More_Master
                   MOVE '4' TO WS_Customer_Cycle
                   IF CM_Billing_Cycle NOT EQUAL SPACES
                       MOVE CM_Billing_Cycle TO WS_Customer_Cycle
                   END-IF
                   PERFORM 2100-Find-Open-Balance
                   ADD 1 TO WS_Total_Customers
                   SET Cycle_Entry_Missing TO TRUE
                   PERFORM 2200-Match-One-Cycle
                       VARYING WS_Cycle_Idx FROM 1 BY 1
                       UNTIL WS_Cycle_Idx > Cycle_Count
                           OR Cycle_Entry_Present
                   IF Cycle_Entry_Present
                       ADD 1 TO CYT_Customers (WS_Cycle_Match)
                       IF WS_Open_Balance > ZERO
                           ADD 1 TO CYT_Open_Count (WS_Cycle_Match)
                           ADD WS_Open_Balance
                               TO CYT_Open_Balance (WS_Cycle_Match)
                       END-IF
                   ELSE
                       ADD 1 TO WS_Undefined_Customers
                       IF WS_Open_Balance > ZERO
                           ADD 1 TO WS_Undefined_Open_Count
                           ADD WS_Open_Balance
                               TO WS_Undefined_Balance
                       END-IF
                   END-IF
                   IF WS_Open_Balance > ZERO
                       ADD 1 TO WS_Total_Open_Count
                       ADD WS_Open_Balance TO WS_Total_Balance
                   END-IF
               END-IF.

           2100-Find-Open-Balance.
               MOVE ZERO TO WS_Open_Balance
               IF Balance_File_Open
                   MOVE CM_Customer_Number TO CB_Customer_Number
                   READ CustBal
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CB_Balance TO WS_Open_Balance
                   END-READ
               END-IF.

           2200-Match-One-Cycle.
               IF CYT_Code (WS_Cycle_Idx) EQUAL WS_Customer_Cycle
                   SET Cycle_Entry_Present TO TRUE
                   MOVE WS_Cycle_Idx TO WS_Cycle_Match
               END-IF.

      * 3000-Write-Cycle-Lines - each defined cycle, the undefined
      * line when anyone is on one, the totals, and the even
      * spread a rebalance would aim at.
           3000-Write-Cycle-Lines.
               IF Cycle_Count EQUAL ZERO
                   WRITE Cycle_Buffer FROM CycleNoneLine
                       AFTER ADVANCING 1 LINES
               END-IF
               PERFORM 3100-Write-One-Cycle
                   VARYING WS_Cycle_Idx FROM 1 BY 1
                   UNTIL WS_Cycle_Idx > Cycle_Count
               IF WS_Undefined_Customers > ZERO
                   MOVE '?' TO Bal_Code
                   MOVE '(cycle not defined)' TO Bal_Description
                   MOVE SPACES TO Bal_Bus_Day
                   MOVE SPACES TO Bal_Cutoff
                   MOVE WS_Undefined_Customers TO WS_Line_Customers
                   MOVE WS_Undefined_Open_Count TO WS_Line_Open_Count
                   MOVE WS_Undefined_Balance TO WS_Line_Balance
                   PERFORM 3200-Write-Figures
               END-IF
               MOVE SPACES TO Bal_Code
               MOVE 'All customers' TO Bal_Description
               MOVE SPACES TO Bal_Bus_Day
               MOVE SPACES TO Bal_Cutoff
               MOVE WS_Total_Customers TO WS_Line_Customers
               MOVE WS_Total_Open_Count TO WS_Line_Open_Count
               MOVE WS_Total_Balance TO WS_Line_Balance
               PERFORM 3200-Write-Figures
               IF Cycle_Count > ZERO
                   MOVE 'Even spread' TO Bal_Description
                   DIVIDE WS_Total_Customers BY Cycle_Count
                       GIVING WS_Line_Customers ROUNDED
                   DIVIDE WS_Total_Open_Count BY Cycle_Count
                       GIVING WS_Line_Open_Count ROUNDED
                   DIVIDE WS_Total_Balance BY Cycle_Count
                       GIVING WS_Line_Balance ROUNDED
                   PERFORM 3200-Write-Figures
               END-IF.

           3100-Write-One-Cycle.
               MOVE CYT_Code (WS_Cycle_Idx) TO Bal_Code
               MOVE CYT_Description (WS_Cycle_Idx) TO Bal_Description
               IF CYT_Bus_Day (WS_Cycle_Idx) EQUAL ZERO
                   MOVE 'Last' TO Bal_Bus_Day
               ELSE
                   MOVE CYT_Bus_Day (WS_Cycle_Idx) TO WS_Bus_Day_Edit
                   MOVE WS_Bus_Day_Edit TO Bal_Bus_Day
               END-IF
               MOVE CYT_Cutoff (WS_Cycle_Idx) TO Bal_Cutoff
               MOVE CYT_Customers (WS_Cycle_Idx) TO WS_Line_Customers
               MOVE CYT_Open_Count (WS_Cycle_Idx) TO WS_Line_Open_Count
               MOVE CYT_Open_Balance (WS_Cycle_Idx) TO WS_Line_Balance
               PERFORM 3200-Write-Figures.

      * 3200-Write-Figures - the line's counts and balance, each
      * with its share of the whole.
           3200-Write-Figures.
               MOVE WS_Line_Customers TO Bal_Customers
               MOVE WS_Line_Open_Count TO Bal_Open_Count
               MOVE WS_Line_Balance TO Bal_Open_Balance
               MOVE ZERO TO WS_Share
               IF WS_Total_Customers > ZERO
                   COMPUTE WS_Share ROUNDED =
                       WS_Line_Customers * 100 / WS_Total_Customers
               END-IF
               MOVE WS_Share TO Bal_Customer_Share
               MOVE ZERO TO WS_Share
               IF WS_Total_Balance > ZERO
                   COMPUTE WS_Share ROUNDED =
                       WS_Line_Balance * 100 / WS_Total_Balance
               END-IF
               MOVE WS_Share TO Bal_Balance_Share
               WRITE Cycle_Buffer FROM CycleDetail
                   AFTER ADVANCING 1 LINES.

           9000-Close-Program.
               CLOSE CustMstr
               IF Balance_File_Open
                   CLOSE CustBal
               END-IF
               CLOSE CycleRpt.

       End Program CycleBalance.
