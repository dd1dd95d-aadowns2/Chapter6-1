       Identification Division.
           Program-ID. BillCycle.
               Author. Anthony Downs.
      * Modification History
      *   2026-10-15  AD  Shared billing-cycle calendar for
      *                   StatementRun, DunningRun, LateCharge,
      *                   ReportDriver and CycleBalance - mode 'C'
      *                   answers the business day a cycle closes
      *                   on from BillingCycles and the cutoff date
      *                   it falls on in the month asked, judged
      *                   against weekends and the BusinessCalendar
      *                   holidays the way ReportDriver judges its
      *                   schedule.  The files load on the first
      *                   call; with no BillingCycles file the four
      *                   standard cycles close on business days 5,
      *                   10 and 15 and the last business day.
      *   2026-10-15  AD  Holiday load logs TABLE FULL past the
      *                   table.

       Environment Division.
           Input-Output Section.
               File-Control.
                   Select Cycles assign to "BillingCycles"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BusCal assign to "BusinessCalendar"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Cycle_Record - one row per billing cycle: its code, the
      * business day of the month it closes on (00 for the last
      * business day) and a description for the reports.
           FD  Cycles
               Record Contains 23 Characters.
               01  Cycle_Record.
                   05  BY_Cycle_Code               PIC X(1).
                   05  BY_Bus_Day                  PIC 9(2).
                   05  BY_Description              PIC X(20).

      * Calendar_Record - one row per holiday; weekends need no
      * rows, the day-of-week arithmetic finds those.
           FD  BusCal
               Record Contains 29 Characters.
               01  Calendar_Record.
                   05  BC_Date                     PIC 9(8).
                   05  BC_Type                     PIC X(1).
                   05  BC_Name                     PIC X(20).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  Tables_Loaded_Sw                PIC X(1) value 'N'.
                   88  Tables_Loaded                 value 'Y'.
                   88  Tables_Not_Loaded             value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.

      * Cycle_Table - the standard four until BillingCycles says
      * otherwise.
               01  Cycle_Count                     PIC 9(2) value 4.
               01  Cycle_Defaults.
                   05              PIC X(23) value
                       '105Business day 5'.
                   05              PIC X(23) value
                       '210Business day 10'.
                   05              PIC X(23) value
                       '315Business day 15'.
                   05              PIC X(23) value
                       '400Month end'.
                   05              PIC X(115) value spaces.
               01  Cycle_Table REDEFINES Cycle_Defaults.
                   05  Cycle_Entry OCCURS 9 TIMES.
                       10  CYT_Code                PIC X(1).
                       10  CYT_Bus_Day             PIC 9(2).
                       10  CYT_Description         PIC X(20).
               01  WS_Cycle_Idx                    PIC 9(2).
               01  WS_Wanted_Code                  PIC X(1).

               01  Holiday_Count                   PIC 9(3) value zero.
               01  Holiday_Table.
                   05  Holiday_Entry OCCURS 100 TIMES.
                       10  HOL_Date                PIC 9(8).
               01  WS_Holiday_Idx                  PIC 9(3).

               01  WS_Test_Date.
                   05  WS_Test_Year                PIC 9(4).
                   05  WS_Test_Month               PIC 9(2).
                   05  WS_Test_Day                 PIC 9(2).
               01  WS_Test_Date_N REDEFINES WS_Test_Date
                                                   PIC 9(8).
               01  WS_Zeller_Year                  PIC 9(4).
               01  WS_Zeller_Month                 PIC 9(2).
               01  WS_Zeller_Work                  PIC S9(9).
               01  WS_Zeller_Term                  PIC S9(9).
               01  WS_Zeller_Dow                   PIC 9(1).
               01  WS_Zeller_Quotient              PIC S9(9).
               01  WS_Leap_Rem                     PIC 9(1).
               01  Business_Day_Sw                 PIC X(1).
                   88  Is_Business_Day               value 'Y'.
                   88  Not_Business_Day              value 'N'.
               01  WS_Month_End_Day                PIC 9(2).
               01  WS_Bus_Day_Number               PIC 9(2).
               01  WS_Last_Bus_Date                PIC 9(8).

       Linkage Section.
           01  LK_Function                         PIC X(1).
           COPY "CycleQuery.cpy"
               REPLACING LEADING ==Prefix== BY ==LK==.

       Procedure Division USING LK_Function, LK_Cycle_Query.

           0000-Mainline.
               EVALUATE LK_Function
                   WHEN 'C'
                       IF Tables_Not_Loaded
                           PERFORM 1000-Load-Tables
                       END-IF
                       PERFORM 2000-Find-Cutoff
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT PROGRAM.

      * 1000-Load-Tables - both files are optional; a BillingCycles
      * file replaces the standard four outright.
           1000-Load-Tables.
               OPEN INPUT Cycles
               IF File_Status EQUAL '00'
                   MOVE ZERO TO Cycle_Count
                   MOVE SPACES TO Cycle_Defaults
                   SET More_Input_Records TO TRUE
                   PERFORM 1100-Read-One-Cycle
                       UNTIL No_More_Input
                   CLOSE Cycles
               END-IF
               MOVE ZERO TO Holiday_Count
               OPEN INPUT BusCal
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1200-Read-One-Holiday
                       UNTIL No_More_Input
                   CLOSE BusCal
               END-IF
               SET Tables_Loaded TO TRUE.

           1100-Read-One-Cycle.
               READ Cycles
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Cycle_Count < 9
                       ADD 1 TO Cycle_Count
                       MOVE BY_Cycle_Code TO CYT_Code (Cycle_Count)
                       MOVE BY_Bus_Day TO CYT_Bus_Day (Cycle_Count)
                       MOVE BY_Description
                           TO CYT_Description (Cycle_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Cycle_Table" "TABLE FULL"
                   END-IF
               END-IF.

           1200-Read-One-Holiday.
               READ BusCal
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Holiday_Count < 100
                       ADD 1 TO Holiday_Count
                       MOVE BC_Date TO HOL_Date (Holiday_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Holiday_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 2000-Find-Cutoff - the month's business days are counted
      * from the first; the cutoff is the one the cycle names, or
      * the last business day for 00 or for a day the month does
      * not reach.
           2000-Find-Cutoff.
               MOVE LK_Cycle_Code TO WS_Wanted_Code
               IF WS_Wanted_Code EQUAL SPACES
                   MOVE '4' TO WS_Wanted_Code
               END-IF
               SET LK_Cycle_Not_Defined TO TRUE
               MOVE ZERO TO LK_Cycle_Bus_Day
               MOVE SPACES TO LK_Cycle_Description
               MOVE ZERO TO LK_Cycle_Cutoff
               PERFORM 2100-Match-One-Cycle
                   VARYING WS_Cycle_Idx FROM 1 BY 1
                   UNTIL WS_Cycle_Idx > Cycle_Count
                       OR LK_Cycle_Defined
               IF LK_Cycle_Defined AND LK_Cycle_Period NUMERIC
                   MOVE LK_Cycle_Period TO WS_Test_Date (1:6)
                   PERFORM 2300-Set-Month-End-Day
                   MOVE ZERO TO WS_Bus_Day_Number
                   MOVE ZERO TO WS_Last_Bus_Date
                   PERFORM 2200-Count-One-Day
                       VARYING WS_Test_Day FROM 1 BY 1
                       UNTIL WS_Test_Day > WS_Month_End_Day
                           OR LK_Cycle_Cutoff NOT EQUAL ZERO
                   IF LK_Cycle_Cutoff EQUAL ZERO
                       MOVE WS_Last_Bus_Date TO LK_Cycle_Cutoff
                   END-IF
               END-IF.

           2100-Match-One-Cycle.
               IF CYT_Code (WS_Cycle_Idx) EQUAL WS_Wanted_Code
                   SET LK_Cycle_Defined TO TRUE
                   MOVE CYT_Bus_Day (WS_Cycle_Idx) TO LK_Cycle_Bus_Day
                   MOVE CYT_Description (WS_Cycle_Idx)
                       TO LK_Cycle_Description
               END-IF.

           2200-Count-One-Day.
               PERFORM 2400-Judge-Business-Day
               IF Is_Business_Day
                   ADD 1 TO WS_Bus_Day_Number
                   MOVE WS_Test_Date_N TO WS_Last_Bus_Date
                   IF LK_Cycle_Bus_Day NOT EQUAL ZERO AND
                       WS_Bus_Day_Number EQUAL LK_Cycle_Bus_Day
                       MOVE WS_Test_Date_N TO LK_Cycle_Cutoff
                   END-IF
               END-IF.

           2300-Set-Month-End-Day.
               EVALUATE WS_Test_Month
                   WHEN 01
                   WHEN 03
                   WHEN 05
                   WHEN 07
                   WHEN 08
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS_Month_End_Day
                   WHEN 02
                       MOVE 28 TO WS_Month_End_Day
                       DIVIDE WS_Test_Year BY 4
                           GIVING WS_Zeller_Quotient
                           REMAINDER WS_Leap_Rem
                       IF WS_Leap_Rem EQUAL ZERO
                           MOVE 29 TO WS_Month_End_Day
                       END-IF
                   WHEN OTHER
                       MOVE 30 TO WS_Month_End_Day
               END-EVALUATE.

      * 2400-Judge-Business-Day - Zeller's congruence finds the
      * day of week (0 Saturday, 1 Sunday); a weekday not on the
      * holiday file is a business day.
           2400-Judge-Business-Day.
               SET Is_Business_Day TO TRUE
               MOVE WS_Test_Year TO WS_Zeller_Year
               MOVE WS_Test_Month TO WS_Zeller_Month
               IF WS_Zeller_Month < 3
                   ADD 12 TO WS_Zeller_Month
                   SUBTRACT 1 FROM WS_Zeller_Year
               END-IF
      * each quotient is taken whole on its own, as the congruence
      * needs.
               COMPUTE WS_Zeller_Term = (13 * (WS_Zeller_Month + 1)) / 5
               MOVE WS_Zeller_Term TO WS_Zeller_Work
               ADD WS_Test_Day TO WS_Zeller_Work
               ADD WS_Zeller_Year TO WS_Zeller_Work
               COMPUTE WS_Zeller_Term = WS_Zeller_Year / 4
               ADD WS_Zeller_Term TO WS_Zeller_Work
               COMPUTE WS_Zeller_Term = WS_Zeller_Year / 100
               SUBTRACT WS_Zeller_Term FROM WS_Zeller_Work
               COMPUTE WS_Zeller_Term = WS_Zeller_Year / 400
               ADD WS_Zeller_Term TO WS_Zeller_Work
               DIVIDE WS_Zeller_Work BY 7
                   GIVING WS_Zeller_Quotient
                   REMAINDER WS_Zeller_Dow
               IF WS_Zeller_Dow EQUAL 0 OR WS_Zeller_Dow EQUAL 1
                   SET Not_Business_Day TO TRUE
               END-IF
               IF Is_Business_Day
                   PERFORM 2410-Check-One-Holiday
                       VARYING WS_Holiday_Idx FROM 1 BY 1
                       UNTIL WS_Holiday_Idx > Holiday_Count
                           OR Not_Business_Day
               END-IF.

           2410-Check-One-Holiday.
               IF HOL_Date (WS_Holiday_Idx) EQUAL WS_Test_Date_N
                   SET Not_Business_Day TO TRUE
               END-IF.

       End Program BillCycle.
