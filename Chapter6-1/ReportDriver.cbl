      *                   clears a stale one left by an abend, the
      *                   clearing operator logged to
      *                   CustRunLockLog.
      *   2026-10-15  AD  ReportDelivery requests carry a
      *                   recipient address (blank here, for the
      *                   site's own distribution list).
      *   2026-10-15  AD  After every lights-out step
      *                   AlertDispatch runs, so an alert the step
      *                   raised goes to the on-call contact at
      *                   once; menu option 7 lists the open
      *                   operations alerts and records the
      *                   signed-on operator's acknowledgment on
      *                   the AlertStatus register, which stops
      *                   its escalation.
      *   2026-10-15  AD  Billing cycles - a step conditioned
      *                   CYCLEn fires only on the day BillCycle
      *                   gives as cycle n's cutoff this month, and
      *                   a parameter string beginning RUN is run
      *                   as its own command, so a cycle's
      *                   StatementRun, DunningRun or LateCharge
      *                   (or any batch program) can be scheduled.
      *   2026-10-15  AD  Alert acknowledgment refuses when
      *                   AlertStatus holds more rows than the
      *                   table, instead of rewriting it short.

       Environment Division.
           Configuration Section.
                       File Status is WS_Sched_Status
                       Organization is Line Sequential.

                   Select AlertStat assign to "AlertStatus"
                       File Status is WS_Sched_Status
                       Organization is Line Sequential.

                   Select AlertWork assign to "AlertStatusWork"
                       File Status is WS_Sched_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Sched_Record - one job step per record: a step name for
      * the completion log, the comma-delimited parameter string
      * handed to Chapter6-1 exactly as an operator would have
      * typed it (or, after RUN, a whole command line of its own),
      * and an optional calendar condition - blank runs always,
      * BUSINESS runs only on a business day, LASTBUS only on the
      * month's last business day, BUSDAYnn only on the nn-th
      * business day of the month, CYCLEn only on billing cycle
      * n's cutoff day.
           FD  CustSched
               Record Contains 132 Characters.
               01  Sched_Record.
                   05  BC_Type                     PIC X(1).
                   05  BC_Name                     PIC X(20).

      * Alert_Status_Record - AlertDispatch's register of the
      * operations alerts, one row per alert.
           FD  AlertStat
               Record Contains 115 Characters.
               01  Alert_Status_Record.
                   05  AS_Alert_No                 PIC 9(6).
                   05  AS_Date                     PIC 9(8).
                   05  AS_Time                     PIC 9(6).
                   05  AS_Text                     PIC X(30).
                   05  AS_Run_Id                   PIC X(14).
                   05  AS_Severity                 PIC X(1).
                   05  AS_Category                 PIC X(4).
                   05  AS_Status                   PIC X(1).
                       88  Alert_Open                value 'O'.
                       88  Alert_Acknowledged        value 'A'.
                   05  AS_Level                    PIC 9(1).
                   05  AS_Contact                  PIC X(8).
                   05  AS_Sent_Date                PIC 9(8).
                   05  AS_Sent_Time                PIC 9(6).
                   05  AS_Ack_By                   PIC X(8).
                   05  AS_Ack_Date                 PIC 9(8).
                   05  AS_Ack_Time                 PIC 9(6).

           FD  AlertWork
               Record Contains 115 Characters.
               01  Alert_Work_Record               PIC X(115).

           Working-Storage Section.
               01  WS_Choice                   PIC 9(1) value zero.
               01  WS_Today.
               01  WS_Catalog_Idx              PIC 9(3).
               01  WS_Catalog_Pick             PIC 9(3).
               01  WS_Reprint_Mode             PIC X(1).
               01  WS_Deliv_Recipient          PIC X(60)
                       value spaces.
               01  Cat_EOF_Sw                  PIC X(1) value 'N'.
                   88  No_More_Catalog           value 'Y'.
                   88  More_Catalog              value 'N'.
               01  Last_Bus_Sw                 PIC X(1).
                   88  Is_Last_Business_Day      value 'Y'.
                   88  Not_Last_Business_Day     value 'N'.
               01  Alert_EOF_Sw                PIC X(1) value 'N'.
                   88  No_More_Alerts            value 'Y'.
                   88  More_Alerts               value 'N'.
               01  Alert_Full_Sw               PIC X(1) value 'N'.
                   88  Alert_Table_Full          value 'Y'.
                   88  Alert_Table_Room          value 'N'.
               01  Alert_Entry_Count           PIC 9(4) value zero.
               01  Alert_Entry_Table.
                   05  Alert_Table_Entry OCCURS 2000 TIMES.
                       10  AT_Image            PIC X(115).
               01  WS_Alert_Idx                PIC 9(4).
               01  WS_Alert_Pick               PIC 9(6).
               01  WS_Alert_Pick_Idx           PIC 9(4).
               01  WS_Open_Alert_Count         PIC 9(4).
               01  WS_Alert_Command            PIC X(120)
                       value "AlertDispatch".
               01  Condition_Sw                PIC X(1).
                   88  Condition_Met             value 'Y'.
                   88  Condition_Not_Met         value 'N'.
               01  Cycle_Function              PIC X(1) value 'C'.
               COPY "CycleQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Cyc==.

           Procedure Division.

                       END-IF
                   WHEN SC_Condition (1:6) EQUAL 'BUSDAY'
                       PERFORM 2440-Judge-Business-Day-Number
                   WHEN SC_Condition (1:5) EQUAL 'CYCLE'
                       PERFORM 2450-Judge-Cycle-Cutoff
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
                   ADD 1 TO WS_Bus_Day_Number
               END-IF.

      * 2450-Judge-Cycle-Cutoff - CYCLEn: today must be the date
      * BillCycle gives as cycle n's cutoff this month; a cycle
      * BillingCycles does not define never fires.
           2450-Judge-Cycle-Cutoff.
               SET Condition_Not_Met TO TRUE
               MOVE SC_Condition (6:1) TO Cyc_Cycle_Code
               MOVE WS_Test_Date (1:6) TO Cyc_Cycle_Period
               CALL "BillCycle" USING Cycle_Function, Cyc_Cycle_Query
               IF Cyc_Cycle_Defined AND
                   Cyc_Cycle_Cutoff EQUAL WS_Test_Date_N
                   SET Condition_Met TO TRUE
               END-IF.

      * 2500-Run-One-Step - parameters beginning RUN carry their
      * own command line; anything else goes to Chapter6-1.
           2500-Run-One-Step.
               MOVE SPACES TO WS_Sched_Command
               IF SC_Parameters (1:4) EQUAL 'RUN '
                   MOVE SC_Parameters (5:96) TO WS_Sched_Command
               ELSE
                   STRING "Chapter6-1 " DELIMITED BY SIZE
                           SC_Parameters DELIMITED BY SIZE
                       INTO WS_Sched_Command
               END-IF
               MOVE ZERO TO RETURN-CODE
               CALL "SYSTEM" USING WS_Sched_Command
               MOVE RETURN-CODE TO WS_Step_Return_Code
                   SET Schedule_Failed TO TRUE
               END-IF
               MOVE WS_Step_Return_Code TO SL_Return_Code
               PERFORM 2300-Write-Schedule-Log
               CALL "SYSTEM" USING WS_Alert_Command
               MOVE ZERO TO RETURN-CODE.

           2300-Write-Schedule-Log.
               OPEN EXTEND CustSchedLog
               DISPLAY "4. Single customer inquiry"
               DISPLAY "5. Reprint a cataloged report"
               DISPLAY "6. Clear a stale run lock"
               DISPLAY "7. Acknowledge an operations alert"
               DISPLAY "0. Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS_Choice
                       PERFORM 1600-Reprint-From-Catalog
                   WHEN 6
                       PERFORM 1700-Clear-Stale-Lock
                   WHEN 7
                       PERFORM 1800-Acknowledge-Alert
                   WHEN 0
                       SET Exit_Requested TO TRUE
                   WHEN OTHER
                           ACCEPT WS_Reprint_Mode
                           CALL "ReportDelivery" USING
                               CN_Report_Name (WS_Catalog_Pick)
                               WS_Reprint_Mode WS_Deliv_Recipient
                           DISPLAY "Delivery request logged."
                       ELSE
                           DISPLAY "No such entry."
               WRITE Lock_Log_Record
               CLOSE LockLog.

      * 1800-Acknowledge-Alert - the desk lists the open alerts
      * from the AlertStatus register; the one picked is marked
      * acknowledged by the signed-on operator, which stops
      * AlertDispatch escalating it.  The register goes back
      * through AlertStatusWork, as the lock file does.  A
      * register too large for the table is refused whole rather
      * than rewritten short.
           1800-Acknowledge-Alert.
               MOVE ZERO TO Alert_Entry_Count
               MOVE ZERO TO WS_Open_Alert_Count
               MOVE 'N' TO Alert_EOF_Sw
               SET Alert_Table_Room TO TRUE
               OPEN INPUT AlertStat
               IF WS_Sched_Status NOT EQUAL '00'
                   DISPLAY "No operations alerts on file."
               ELSE
                   PERFORM 1810-Read-One-Alert
                       UNTIL No_More_Alerts
                   CLOSE AlertStat
                   IF Alert_Table_Full
                       DISPLAY "AlertStatus table full - more than "
                           "2000 alerts on file; nothing acknowledged."
                   ELSE
                       PERFORM 1805-Pick-Open-Alert
                   END-IF
               END-IF.

           1805-Pick-Open-Alert.
               PERFORM 1820-Show-One-Alert
                   VARYING WS_Alert_Idx FROM 1 BY 1
                   UNTIL WS_Alert_Idx > Alert_Entry_Count
               IF WS_Open_Alert_Count EQUAL ZERO
                   DISPLAY "No open operations alerts."
               ELSE
                   DISPLAY "Alert number to acknowledge: "
                       WITH NO ADVANCING
                   ACCEPT WS_Alert_Pick
                   MOVE ZERO TO WS_Alert_Pick_Idx
                   PERFORM 1830-Find-Picked-Alert
                       VARYING WS_Alert_Idx FROM 1 BY 1
                       UNTIL WS_Alert_Idx > Alert_Entry_Count
                   IF WS_Alert_Pick_Idx > ZERO
                       PERFORM 1840-Record-Acknowledgment
                       DISPLAY "Alert acknowledged."
                   ELSE
                       DISPLAY "No such open alert."
                   END-IF
               END-IF.

           1810-Read-One-Alert.
               READ AlertStat
                   AT END SET No_More_Alerts TO TRUE
               END-READ
               IF NOT No_More_Alerts
                   IF Alert_Entry_Count < 2000
                       ADD 1 TO Alert_Entry_Count
                       MOVE Alert_Status_Record
                           TO AT_Image (Alert_Entry_Count)
                   ELSE
                       SET Alert_Table_Full TO TRUE
                   END-IF
               END-IF.

           1820-Show-One-Alert.
               MOVE AT_Image (WS_Alert_Idx) TO Alert_Status_Record
               IF Alert_Open
                   ADD 1 TO WS_Open_Alert_Count
                   DISPLAY AS_Alert_No " " AS_Severity " "
                       AS_Category " " AS_Text " " AS_Date " "
                       AS_Time " level " AS_Level " " AS_Contact
               END-IF.

           1830-Find-Picked-Alert.
               MOVE AT_Image (WS_Alert_Idx) TO Alert_Status_Record
               IF Alert_Open AND AS_Alert_No EQUAL WS_Alert_Pick
                   MOVE WS_Alert_Idx TO WS_Alert_Pick_Idx
               END-IF.

           1840-Record-Acknowledgment.
               MOVE AT_Image (WS_Alert_Pick_Idx)
                   TO Alert_Status_Record
               ACCEPT WS_Log_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               SET Alert_Acknowledged TO TRUE
               MOVE WS_SignOn_Id TO AS_Ack_By
               MOVE WS_Log_Date TO AS_Ack_Date
               COMPUTE AS_Ack_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE Alert_Status_Record TO AT_Image (WS_Alert_Pick_Idx)
               OPEN OUTPUT AlertWork
               PERFORM 1845-Write-One-Alert
                   VARYING WS_Alert_Idx FROM 1 BY 1
                   UNTIL WS_Alert_Idx > Alert_Entry_Count
               CLOSE AlertWork
               CALL "CBL_DELETE_FILE" USING "AlertStatus"
               CALL "CBL_RENAME_FILE" USING "AlertStatusWork"
                   "AlertStatus".

           1845-Write-One-Alert.
               MOVE AT_Image (WS_Alert_Idx) TO Alert_Work_Record
               WRITE Alert_Work_Record.

           1500-Call-Report.
               STRING "Chapter6-1 CustomerData,CustomerReport,"
                       DELIMITED BY SIZE
