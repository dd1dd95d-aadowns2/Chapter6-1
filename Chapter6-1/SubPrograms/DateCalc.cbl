       Identification Division.
           Program-ID. DateCalc.
               Author. Anthony Downs.
      * Modification History
      *   2026-10-15  AD  Shared calendar arithmetic for the terms
      *                   and aging code - mode 'A' adds a signed
      *                   day count to a YYYYMMDD date, mode 'D'
      *                   returns the days from the first date to
      *                   the second.  Both work through a day
      *                   serial counted from 0001-01-01 with the
      *                   full leap-year rule, so month ends and
      *                   February come out right where the old
      *                   thirty-day-month serials drift.  A date
      *                   that is not a real YYYYMMDD answers zero.

       Data Division.
           Working-Storage Section.
               01  WS_Work_Date.
                   05  WS_Work_Year                PIC 9(4).
                   05  WS_Work_Month               PIC 9(2).
                   05  WS_Work_Day                 PIC 9(2).
               01  WS_Work_Date_N REDEFINES WS_Work_Date
                                                   PIC 9(8).
               01  WS_Serial                       PIC S9(7).
               01  WS_From_Serial                  PIC S9(7).
               01  WS_Year_Serial                  PIC S9(7).
               01  WS_Prior_Years                  PIC 9(4).
               01  WS_Quotient                     PIC 9(4).
               01  WS_Remainder                    PIC 9(4).
               01  WS_Leap_Days                    PIC S9(4).
               01  WS_Month_Idx                    PIC 9(2).
               01  Leap_Year_Sw                    PIC X(1).
                   88  Leap_Year                     value 'Y'.
                   88  Not_Leap_Year                 value 'N'.
               01  Date_Valid_Sw                   PIC X(1).
                   88  Date_Valid                    value 'Y'.
                   88  Date_Invalid                  value 'N'.
               01  Month_Found_Sw                  PIC X(1).
                   88  Month_Found                   value 'Y'.
                   88  Month_Not_Found               value 'N'.

      * Days_Before_Month - days in the year ahead of the first of
      * each month, in a common year; a leap year adds one from
      * March on.
               01  Days_Before_Values.
                   05              PIC 9(3) value 000.
                   05              PIC 9(3) value 031.
                   05              PIC 9(3) value 059.
                   05              PIC 9(3) value 090.
                   05              PIC 9(3) value 120.
                   05              PIC 9(3) value 151.
                   05              PIC 9(3) value 181.
                   05              PIC 9(3) value 212.
                   05              PIC 9(3) value 243.
                   05              PIC 9(3) value 273.
                   05              PIC 9(3) value 304.
                   05              PIC 9(3) value 334.
               01  Days_Before_Table REDEFINES Days_Before_Values.
                   05  Days_Before_Month OCCURS 12 TIMES
                                                   PIC 9(3).
               01  Month_Length_Values.
                   05              PIC X(24)
                           value '312831303130313130313031'.
               01  Month_Length_Table REDEFINES Month_Length_Values.
                   05  Month_Length OCCURS 12 TIMES
                                                   PIC 9(2).

       Linkage Section.
           01  LK_Function                         PIC X(1).
           01  LK_From_Date                        PIC 9(8).
           01  LK_Days                             PIC S9(5).
           01  LK_To_Date                          PIC 9(8).

       Procedure Division USING LK_Function, LK_From_Date, LK_Days,
               LK_To_Date.

           0000-Mainline.
               EVALUATE LK_Function
                   WHEN 'A'
                       PERFORM 1000-Add-Days
                   WHEN 'D'
                       PERFORM 2000-Days-Between
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT PROGRAM.

      * 1000-Add-Days - from-date serial plus the day count, turned
      * back into a calendar date.
           1000-Add-Days.
               MOVE ZERO TO LK_To_Date
               IF LK_From_Date NUMERIC
                   MOVE LK_From_Date TO WS_Work_Date_N
                   PERFORM 3000-Date-To-Serial
                   IF Date_Valid
                       ADD LK_Days TO WS_Serial
                       IF WS_Serial > ZERO
                           PERFORM 4000-Serial-To-Date
                           MOVE WS_Work_Date_N TO LK_To_Date
                       END-IF
                   END-IF
               END-IF.

      * 2000-Days-Between - second date's serial less the first's;
      * negative when the second date is the earlier.
           2000-Days-Between.
               MOVE ZERO TO LK_Days
               IF LK_From_Date NUMERIC AND LK_To_Date NUMERIC
                   MOVE LK_From_Date TO WS_Work_Date_N
                   PERFORM 3000-Date-To-Serial
                   IF Date_Valid
                       MOVE WS_Serial TO WS_From_Serial
                       MOVE LK_To_Date TO WS_Work_Date_N
                       PERFORM 3000-Date-To-Serial
                       IF Date_Valid
                           COMPUTE LK_Days = WS_Serial - WS_From_Serial
                               ON SIZE ERROR
                                   MOVE ZERO TO LK_Days
                           END-COMPUTE
                       END-IF
                   END-IF
               END-IF.

      * 3000-Date-To-Serial - 365 days for every whole year before
      * this one, plus one for each leap year among them (every
      * fourth year, less the centuries, plus every fourth
      * century), plus the days into this year.
           3000-Date-To-Serial.
               SET Date_Valid TO TRUE
               IF WS_Work_Year < 1 OR WS_Work_Month < 1 OR
                   WS_Work_Month > 12 OR WS_Work_Day < 1
                   SET Date_Invalid TO TRUE
               ELSE
                   PERFORM 3100-Judge-Leap-Year
                   IF WS_Work_Day > Month_Length (WS_Work_Month)
                       IF NOT (WS_Work_Month EQUAL 2 AND Leap_Year
                           AND WS_Work_Day EQUAL 29)
                           SET Date_Invalid TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF Date_Valid
                   PERFORM 3200-Year-Start-Serial
                   COMPUTE WS_Serial = WS_Year_Serial
                       + Days_Before_Month (WS_Work_Month)
                       + WS_Work_Day
                   IF Leap_Year AND WS_Work_Month > 2
                       ADD 1 TO WS_Serial
                   END-IF
               END-IF.

           3100-Judge-Leap-Year.
               SET Not_Leap_Year TO TRUE
               DIVIDE WS_Work_Year BY 4 GIVING WS_Quotient
                   REMAINDER WS_Remainder
               IF WS_Remainder EQUAL ZERO
                   SET Leap_Year TO TRUE
                   DIVIDE WS_Work_Year BY 100 GIVING WS_Quotient
                       REMAINDER WS_Remainder
                   IF WS_Remainder EQUAL ZERO
                       SET Not_Leap_Year TO TRUE
                       DIVIDE WS_Work_Year BY 400 GIVING WS_Quotient
                           REMAINDER WS_Remainder
                       IF WS_Remainder EQUAL ZERO
                           SET Leap_Year TO TRUE
                       END-IF
                   END-IF
               END-IF.

      * 3200-Year-Start-Serial - the serial of the day before
      * 1 January of WS_Work_Year.
           3200-Year-Start-Serial.
               COMPUTE WS_Prior_Years = WS_Work_Year - 1
               DIVIDE WS_Prior_Years BY 4 GIVING WS_Quotient
               MOVE WS_Quotient TO WS_Leap_Days
               DIVIDE WS_Prior_Years BY 100 GIVING WS_Quotient
               SUBTRACT WS_Quotient FROM WS_Leap_Days
               DIVIDE WS_Prior_Years BY 400 GIVING WS_Quotient
               ADD WS_Quotient TO WS_Leap_Days
               COMPUTE WS_Year_Serial =
                   WS_Prior_Years * 365 + WS_Leap_Days.

      * 4000-Serial-To-Date - the year is estimated low from the
      * average year length and stepped up until the next year
      * would start past the serial; the month is the last one
      * whose start lies before the day.
           4000-Serial-To-Date.
               COMPUTE WS_Work_Year = WS_Serial / 366
               IF WS_Work_Year < 1
                   MOVE 1 TO WS_Work_Year
               END-IF
               MOVE 1 TO WS_Work_Month
               MOVE 1 TO WS_Work_Day
               ADD 1 TO WS_Work_Year
               PERFORM 3200-Year-Start-Serial
               PERFORM 4100-Step-One-Year
                   UNTIL WS_Year_Serial >= WS_Serial
               SUBTRACT 1 FROM WS_Work_Year
               PERFORM 3200-Year-Start-Serial
               PERFORM 3100-Judge-Leap-Year
               COMPUTE WS_Serial = WS_Serial - WS_Year_Serial
               SET Month_Not_Found TO TRUE
               PERFORM 4200-Check-One-Month
                   VARYING WS_Month_Idx FROM 12 BY -1
                   UNTIL WS_Month_Idx < 1 OR Month_Found.

           4100-Step-One-Year.
               ADD 1 TO WS_Work_Year
               PERFORM 3200-Year-Start-Serial.

           4200-Check-One-Month.
               MOVE ZERO TO WS_Leap_Days
               IF Leap_Year AND WS_Month_Idx > 2
                   MOVE 1 TO WS_Leap_Days
               END-IF
               IF WS_Serial >
                   Days_Before_Month (WS_Month_Idx) + WS_Leap_Days
                   SET Month_Found TO TRUE
                   MOVE WS_Month_Idx TO WS_Work_Month
                   COMPUTE WS_Work_Day = WS_Serial
                       - Days_Before_Month (WS_Month_Idx)
                       - WS_Leap_Days
               END-IF.

       End Program DateCalc.
