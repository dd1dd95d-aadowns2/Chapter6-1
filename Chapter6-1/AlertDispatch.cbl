       Identification Division.
           Program-ID. AlertDispatch.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Operations alert dispatcher - run by
      *                   ReportDriver after every lights-out step
      *                   so an out-of-balance at 01:00 reaches
      *                   somebody at 01:00.  Each CustOpsAlert row
      *                   not yet on the AlertStatus register is
      *                   numbered, registered and sent through
      *                   ReportDelivery to the level-1 on-call
      *                   contact for its category on
      *                   AlertContacts (the OPS rows stand in for
      *                   a category with none of its own).  An
      *                   alert still unacknowledged when its
      *                   contact's minutes run out is re-sent to
      *                   the next escalation level; severity 3
      *                   (warning) alerts are sent but never
      *                   escalated.  ReportDriver records the
      *                   acknowledgment on the register, and
      *                   OpsSummary lists open and acknowledged
      *                   alerts from it.  Alerts older than
      *                   yesterday found unregistered (the
      *                   backlog at first run) are registered as
      *                   expired, never sent.
      *   2026-10-15  AD  Acknowledged and expired alerts older
      *                   than 90 days drop off AlertStatus at the
      *                   rewrite.  A full table on load stops the
      *                   run at RC 8 with the file untouched; an
      *                   alert that cannot be registered ends the
      *                   run at RC 8.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select CustAlert assign to "CustOpsAlert"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Contacts assign to "AlertContacts"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select AlertStat assign to "AlertStatus"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select Notice assign to WS_Notice_File_Name
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
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

      * Contact_Record - who is on call for a category at each
      * escalation level, where the notice goes, and how many
      * minutes an alert may wait unacknowledged before the next
      * level gets it (zero waits for ever).
           FD  Contacts
               Record Contains 97 Characters.
               01  Contact_Record.
                   05  AC_Category                 PIC X(4).
                   05  AC_Level                    PIC 9(1).
                   05  AC_Contact_Id               PIC X(8).
                   05  AC_Name                     PIC X(20).
                   05  AC_Address                  PIC X(60).
                   05  AC_Ack_Minutes              PIC 9(4).

      * Alert_Status_Record - one row per alert: the alert's own
      * date, time, text and run id identify it; the status is
      * O open, A acknowledged or X expired (never sent).  Level
      * and contact are the last sent to, zero and blank while no
      * contact could be found.
           FD  AlertStat
               Record Contains 115 Characters.
               01  Alert_Status_Record.
                   05  AS_Alert_No                 PIC 9(6).
                   05  AS_Alert_Key.
                       10  AS_Date                 PIC 9(8).
                       10  AS_Time                 PIC 9(6).
                       10  AS_Text                 PIC X(30).
                       10  AS_Run_Id               PIC X(14).
                   05  AS_Severity                 PIC X(1).
                   05  AS_Category                 PIC X(4).
                   05  AS_Status                   PIC X(1).
                       88  Alert_Open                value 'O'.
                       88  Alert_Acknowledged        value 'A'.
                       88  Alert_Expired             value 'X'.
                   05  AS_Level                    PIC 9(1).
                   05  AS_Contact                  PIC X(8).
                   05  AS_Sent_Date                PIC 9(8).
                   05  AS_Sent_Time                PIC 9(6).
                   05  AS_Ack_By                   PIC X(8).
                   05  AS_Ack_Date                 PIC 9(8).
                   05  AS_Ack_Time                 PIC 9(6).

           FD  Notice
               Record Contains 80 Characters.
               01  Notice_Line                     PIC X(80).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               COPY "RunId.cpy".
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Now_Time                     PIC 9(6).
               01  WS_Yesterday                    PIC 9(8).
               01  WS_Keep_Cutoff                  PIC 9(8).
               01  WS_Date_Function                PIC X(1).
               01  WS_Day_Count                    PIC S9(5).
               01  WS_Elapsed_Minutes              PIC S9(9).
               01  WS_Sent_Hours                   PIC 9(2).
               01  WS_Sent_Minutes                 PIC 9(2).
               01  WS_Notice_File_Name             PIC X(40).
               01  WS_Delivery_Mode                PIC X(1) value 'E'.
               01  WS_Recipient                    PIC X(60).
               01  WS_Next_Alert_No                PIC 9(6) value zero.
               01  WS_Want_Category                PIC X(4).
               01  WS_Want_Level                   PIC 9(1).
               01  WS_Found_Minutes                PIC 9(4).
               01  WS_Sent_Count                   PIC 9(5) value zero.
               01  WS_Escalated_Count              PIC 9(5) value zero.
               01  WS_Uncovered_Count              PIC 9(5) value zero.
               01  WS_Unregistered_Count           PIC 9(5) value zero.
               01  WS_Pruned_Count                 PIC 9(5) value zero.

      * Acknowledged and expired alerts stay on AlertStatus this
      * many days, then drop off at the rewrite; open alerts stay
      * until acknowledged however old.
               01  WS_Status_Keep_Days             PIC 9(3) value 90.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Entry_Sw                        PIC X(1).
                   88  Entry_Present                 value 'Y'.
                   88  Entry_Missing                 value 'N'.
               01  Contact_Sw                      PIC X(1).
                   88  Contact_Found                 value 'Y'.
                   88  Contact_Not_Found             value 'N'.

               01  Contact_Count                   PIC 9(3) value zero.
               01  Contact_Table.
                   05  Contact_Entry OCCURS 200 TIMES.
                       10  CT_Category             PIC X(4).
                       10  CT_Level                PIC 9(1).
                       10  CT_Contact_Id           PIC X(8).
                       10  CT_Address              PIC X(60).
                       10  CT_Ack_Minutes          PIC 9(4).
               01  WS_CT_Idx                       PIC 9(3).
               01  WS_CT_Match_Idx                 PIC 9(3).

               01  Status_Count                    PIC 9(4) value zero.
               01  Status_Table.
                   05  Status_Entry OCCURS 2000 TIMES.
                       10  ST_Image                PIC X(115).
               01  WS_ST_Idx                       PIC 9(4).

       Procedure Division.

           0000-Mainline.
               PERFORM 1000-Initialize
               PERFORM 1100-Load-Contacts
               PERFORM 1200-Load-Alert-Status
               PERFORM 2000-Register-New-Alerts
               PERFORM 3000-Escalate-Open-Alerts
                   VARYING WS_ST_Idx FROM 1 BY 1
                   UNTIL WS_ST_Idx > Status_Count
               PERFORM 8000-Rewrite-Alert-Status
               DISPLAY "AlertDispatch: " WS_Sent_Count " sent, "
                   WS_Escalated_Count " escalated, "
                   WS_Uncovered_Count " with no contact, "
                   WS_Pruned_Count " closed alerts dropped."
               IF WS_Uncovered_Count > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS_Unregistered_Count > ZERO
                   DISPLAY "AlertDispatch: " WS_Unregistered_Count
                       " alerts not registered - AlertStatus is full."
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN.

           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               COMPUTE WS_Now_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE WS_Current_Date TO Run_Id (1:8)
               MOVE WS_Sys_Hours TO Run_Id (9:2)
               MOVE WS_Sys_Minutes TO Run_Id (11:2)
               MOVE WS_Sys_Seconds TO Run_Id (13:2)
               MOVE 'A' TO WS_Date_Function
               MOVE -1 TO WS_Day_Count
               CALL "DateCalc" USING WS_Date_Function,
                   WS_Current_Date, WS_Day_Count, WS_Yesterday
               MOVE 'A' TO WS_Date_Function
               COMPUTE WS_Day_Count = 0 - WS_Status_Keep_Days
               CALL "DateCalc" USING WS_Date_Function,
                   WS_Current_Date, WS_Day_Count, WS_Keep_Cutoff.

           1100-Load-Contacts.
               MOVE ZERO TO Contact_Count
               OPEN INPUT Contacts
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1110-Read-One-Contact
                       UNTIL No_More_Input
                   CLOSE Contacts
               ELSE
                   DISPLAY "AlertDispatch: no AlertContacts file - "
                       "alerts are registered but not sent."
               END-IF.

           1110-Read-One-Contact.
               READ Contacts
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Contact_Count < 200
                       ADD 1 TO Contact_Count
                       MOVE AC_Category TO CT_Category (Contact_Count)
                       MOVE AC_Level TO CT_Level (Contact_Count)
                       MOVE AC_Contact_Id
                           TO CT_Contact_Id (Contact_Count)
                       MOVE AC_Address TO CT_Address (Contact_Count)
                       MOVE AC_Ack_Minutes
                           TO CT_Ack_Minutes (Contact_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Contact_Table" "TABLE FULL"
                   END-IF
               END-IF.

           1200-Load-Alert-Status.
               MOVE ZERO TO Status_Count
               OPEN INPUT AlertStat
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Status
                       UNTIL No_More_Input
                   CLOSE AlertStat
               END-IF.

           1210-Read-One-Status.
               READ AlertStat
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Status_Count < 2000
                       ADD 1 TO Status_Count
                       MOVE Alert_Status_Record
                           TO ST_Image (Status_Count)
                       IF AS_Alert_No > WS_Next_Alert_No
                           MOVE AS_Alert_No TO WS_Next_Alert_No
                       END-IF
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Status_Table" "TABLE FULL"
                       DISPLAY "AlertStatus table full - AlertStatus "
                           "left as it stands."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 2000-Register-New-Alerts - an alert row from before the
      * severity and category were carried reads them blank: it
      * takes severity 2 and the OPS contacts.  An alert dated
      * before the keep window is past the register's retention
      * and is not registered again.
           2000-Register-New-Alerts.
               OPEN INPUT CustAlert
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2100-Check-One-Alert
                       UNTIL No_More_Input
                   CLOSE CustAlert
               END-IF.

           2100-Check-One-Alert.
               READ CustAlert
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input AND OA_Date NOT < WS_Keep_Cutoff
                   SET Entry_Missing TO TRUE
                   PERFORM 2110-Match-One-Status
                       VARYING WS_ST_Idx FROM 1 BY 1
                       UNTIL WS_ST_Idx > Status_Count
                           OR Entry_Present
                   IF Entry_Missing
                       PERFORM 2200-Register-One-Alert
                   END-IF
               END-IF.

           2110-Match-One-Status.
               MOVE ST_Image (WS_ST_Idx) TO Alert_Status_Record
               IF AS_Date EQUAL OA_Date AND AS_Time EQUAL OA_Time
                   AND AS_Text EQUAL OA_Text
                   AND AS_Run_Id EQUAL OA_Run_Id
                   SET Entry_Present TO TRUE
               END-IF.

           2200-Register-One-Alert.
               IF Status_Count < 2000
                   ADD 1 TO WS_Next_Alert_No
                   MOVE SPACES TO Alert_Status_Record
                   MOVE WS_Next_Alert_No TO AS_Alert_No
                   MOVE OA_Date TO AS_Date
                   MOVE OA_Time TO AS_Time
                   MOVE OA_Text TO AS_Text
                   MOVE OA_Run_Id TO AS_Run_Id
                   IF OA_Severity EQUAL SPACES
                       MOVE '2' TO AS_Severity
                   ELSE
                       MOVE OA_Severity TO AS_Severity
                   END-IF
                   IF OA_Category EQUAL SPACES
                       MOVE 'OPS' TO AS_Category
                   ELSE
                       MOVE OA_Category TO AS_Category
                   END-IF
                   MOVE ZERO TO AS_Level
                   MOVE ZERO TO AS_Sent_Date
                   MOVE ZERO TO AS_Sent_Time
                   MOVE ZERO TO AS_Ack_Date
                   MOVE ZERO TO AS_Ack_Time
                   IF OA_Date < WS_Yesterday
                       SET Alert_Expired TO TRUE
                   ELSE
                       SET Alert_Open TO TRUE
                   END-IF
                   ADD 1 TO Status_Count
                   MOVE Alert_Status_Record TO ST_Image (Status_Count)
               ELSE
                   CALL "Validations" USING WS_Table_Full_Status
                       BY CONTENT "Status_Table" "TABLE FULL"
                   ADD 1 TO WS_Unregistered_Count
               END-IF.

      * 3000-Escalate-Open-Alerts - an open alert at level zero
      * (new, or no contact found before) goes to level 1 now;
      * one already sent moves up a level once its contact's
      * minutes have run out, unless it is only a warning.
           3000-Escalate-Open-Alerts.
               MOVE ST_Image (WS_ST_Idx) TO Alert_Status_Record
               IF Alert_Open
                   IF AS_Level EQUAL ZERO
                       MOVE 1 TO WS_Want_Level
                       PERFORM 4000-Send-At-Level
                   ELSE
                       IF AS_Severity NOT EQUAL '3' AND AS_Level < 9
                           PERFORM 3100-Check-Time-Limit
                       END-IF
                   END-IF
                   MOVE Alert_Status_Record TO ST_Image (WS_ST_Idx)
               END-IF.

           3100-Check-Time-Limit.
               MOVE AS_Category TO WS_Want_Category
               MOVE AS_Level TO WS_Want_Level
               PERFORM 5000-Find-Contact
               IF Contact_Found AND WS_Found_Minutes > ZERO
                   MOVE 'D' TO WS_Date_Function
                   CALL "DateCalc" USING WS_Date_Function,
                       AS_Sent_Date, WS_Day_Count, WS_Current_Date
                   MOVE AS_Sent_Time (1:2) TO WS_Sent_Hours
                   MOVE AS_Sent_Time (3:2) TO WS_Sent_Minutes
                   COMPUTE WS_Elapsed_Minutes =
                       WS_Day_Count * 1440
                           + WS_Sys_Hours * 60 + WS_Sys_Minutes
                           - WS_Sent_Hours * 60 - WS_Sent_Minutes
                   IF WS_Elapsed_Minutes > WS_Found_Minutes
                       COMPUTE WS_Want_Level = AS_Level + 1
                       PERFORM 4000-Send-At-Level
                   END-IF
               END-IF.

      * 4000-Send-At-Level - the category's contact at the wanted
      * level gets the notice; with none there the alert stays
      * where it is (a new one stays at level zero and is tried
      * again on the next run).
           4000-Send-At-Level.
               MOVE AS_Category TO WS_Want_Category
               PERFORM 5000-Find-Contact
               IF Contact_Found
                   IF AS_Level > ZERO
                       ADD 1 TO WS_Escalated_Count
                   ELSE
                       ADD 1 TO WS_Sent_Count
                   END-IF
                   MOVE WS_Want_Level TO AS_Level
                   MOVE CT_Contact_Id (WS_CT_Match_Idx) TO AS_Contact
                   MOVE WS_Current_Date TO AS_Sent_Date
                   MOVE WS_Now_Time TO AS_Sent_Time
                   PERFORM 4100-Write-Notice
                   MOVE CT_Address (WS_CT_Match_Idx) TO WS_Recipient
                   CALL "ReportDelivery" USING WS_Notice_File_Name
                       WS_Delivery_Mode WS_Recipient
               ELSE
                   IF AS_Level EQUAL ZERO
                       ADD 1 TO WS_Uncovered_Count
                       DISPLAY "AlertDispatch: no contact for "
                           "category " AS_Category " - alert "
                           AS_Alert_No " not sent."
                   END-IF
               END-IF.

      * 4100-Write-Notice - one small notice file per send, named
      * for the alert and the level so an escalation never
      * overwrites the notice still waiting for the agent.
           4100-Write-Notice.
               MOVE SPACES TO WS_Notice_File_Name
               STRING 'AlertNotice.' DELIMITED BY SIZE
                       AS_Alert_No DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       AS_Level DELIMITED BY SIZE
                   INTO WS_Notice_File_Name
               OPEN OUTPUT Notice
                   CALL "Validations" USING File_Status
                       BY CONTENT "AlertNotice" "OPEN OUTPUT"
               MOVE SPACES TO Notice_Line
               STRING 'OPERATIONS ALERT ' DELIMITED BY SIZE
                       AS_Alert_No DELIMITED BY SIZE
                       '  SEVERITY ' DELIMITED BY SIZE
                       AS_Severity DELIMITED BY SIZE
                       '  CATEGORY ' DELIMITED BY SIZE
                       AS_Category DELIMITED BY SIZE
                       '  LEVEL ' DELIMITED BY SIZE
                       AS_Level DELIMITED BY SIZE
                   INTO Notice_Line
               WRITE Notice_Line
               MOVE SPACES TO Notice_Line
               STRING AS_Text DELIMITED BY SIZE
                       ' at ' DELIMITED BY SIZE
                       AS_Date DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       AS_Time DELIMITED BY SIZE
                   INTO Notice_Line
               WRITE Notice_Line
               MOVE SPACES TO Notice_Line
               STRING 'Run/reference ' DELIMITED BY SIZE
                       AS_Run_Id DELIMITED BY SIZE
                   INTO Notice_Line
               WRITE Notice_Line
               MOVE SPACES TO Notice_Line
               STRING 'Acknowledge from ReportDriver, option 7, '
                       DELIMITED BY SIZE
                       'alert ' DELIMITED BY SIZE
                       AS_Alert_No DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                   INTO Notice_Line
               WRITE Notice_Line
               CLOSE Notice.

      * 5000-Find-Contact - the category's own row at the wanted
      * level, else the OPS row at that level.
           5000-Find-Contact.
               SET Contact_Not_Found TO TRUE
               PERFORM 5100-Match-One-Contact
                   VARYING WS_CT_Idx FROM 1 BY 1
                   UNTIL WS_CT_Idx > Contact_Count OR Contact_Found
               IF Contact_Not_Found
                   MOVE 'OPS' TO WS_Want_Category
                   PERFORM 5100-Match-One-Contact
                       VARYING WS_CT_Idx FROM 1 BY 1
                       UNTIL WS_CT_Idx > Contact_Count
                           OR Contact_Found
               END-IF.

           5100-Match-One-Contact.
               IF CT_Category (WS_CT_Idx) EQUAL WS_Want_Category AND
                   CT_Level (WS_CT_Idx) EQUAL WS_Want_Level
                   SET Contact_Found TO TRUE
                   MOVE WS_CT_Idx TO WS_CT_Match_Idx
                   MOVE CT_Ack_Minutes (WS_CT_Idx) TO WS_Found_Minutes
               END-IF.

      * 8000-Rewrite-Alert-Status - acknowledged and expired
      * alerts dated before the keep window are dropped.
           8000-Rewrite-Alert-Status.
               OPEN OUTPUT AlertStat
                   CALL "Validations" USING File_Status
                       BY CONTENT "AlertStatus" "OPEN OUTPUT"
               PERFORM 8100-Write-One-Status
                   VARYING WS_ST_Idx FROM 1 BY 1
                   UNTIL WS_ST_Idx > Status_Count
               CLOSE AlertStat.

           8100-Write-One-Status.
               MOVE ST_Image (WS_ST_Idx) TO Alert_Status_Record
               IF (Alert_Acknowledged OR Alert_Expired) AND
                   AS_Date < WS_Keep_Cutoff
                   ADD 1 TO WS_Pruned_Count
               ELSE
                   WRITE Alert_Status_Record
               END-IF.

       End Program AlertDispatch.
