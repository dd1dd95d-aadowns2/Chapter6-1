       Identification Division.
           Program-ID. TransLog.
               Author. Anthony Downs.
      * Modification History
      *   2026-10-15  AD  Transaction trace log - each step a
      *                   transaction passes through (created,
      *                   rejected, repaired, held for approval,
      *                   approved or declined, suspended, carried
      *                   forward, posted) CALLs here with the
      *                   transaction id, the program, the
      *                   disposition, the file it landed on and
      *                   its key there, and one row goes onto
      *                   CustTransLog stamped with the clock and
      *                   the caller's Run_Id for TransTrace.
      *                   Function 'L' logs (the file opens on the
      *                   first row and stays open), 'C' closes at
      *                   the end of the caller's run.  A record
      *                   from before ids were issued carries a
      *                   blank id and is not logged.  A caller
      *                   with no Run_Id of its own gets one
      *                   stamped from the clock on its first row.

       Environment Division.
           Input-Output Section.
               File-Control.
                   Select TraceLog assign to "CustTransLog"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  TraceLog
               Record Contains 100 Characters.
               01  Trace_Log_Record.
                   05  TL_Trans_Id                 PIC X(12).
                   05  TL_Date                     PIC 9(8).
                   05  TL_Time                     PIC 9(6).
                   05  TL_Run_Id                   PIC X(14).
                   05  TL_Program                  PIC X(12).
                   05  TL_Disposition              PIC X(12).
                   05  TL_File                     PIC X(16).
                   05  TL_Key                      PIC X(20).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               COPY "RunId.cpy".
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Today                        PIC 9(8).
               01  Log_Open_Sw                     PIC X(1) value 'N'.
                   88  Log_Is_Open                   value 'Y'.
                   88  Log_Is_Closed                 value 'N'.

       Linkage Section.
           COPY "TransTrace.cpy"
               REPLACING LEADING ==Prefix== BY ==LK==.

       Procedure Division USING LK_Trace_Request.

           0000-Mainline.
               EVALUATE LK_Trc_Function
                   WHEN 'L'
                       IF LK_Trc_Trans_Id NOT EQUAL SPACES
                           PERFORM 1000-Write-Trace-Row
                       END-IF
                   WHEN 'C'
                       IF Log_Is_Open
                           CLOSE TraceLog
                           SET Log_Is_Closed TO TRUE
                       END-IF
               END-EVALUATE
               EXIT PROGRAM.

           1000-Write-Trace-Row.
               IF Log_Is_Closed
                   OPEN EXTEND TraceLog
                   IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                       OPEN OUTPUT TraceLog
                   END-IF
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustTransLog" "OPEN EXTEND"
                   SET Log_Is_Open TO TRUE
               END-IF
               ACCEPT WS_Today FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               IF Run_Id EQUAL SPACES
                   MOVE WS_Today TO Run_Id (1:8)
                   MOVE WS_Sys_Hours TO Run_Id (9:2)
                   MOVE WS_Sys_Minutes TO Run_Id (11:2)
                   MOVE WS_Sys_Seconds TO Run_Id (13:2)
               END-IF
               MOVE LK_Trc_Trans_Id TO TL_Trans_Id
               MOVE WS_Today TO TL_Date
               COMPUTE TL_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE Run_Id TO TL_Run_Id
               MOVE LK_Trc_Program TO TL_Program
               MOVE LK_Trc_Disposition TO TL_Disposition
               MOVE LK_Trc_File TO TL_File
               MOVE LK_Trc_Key TO TL_Key
               WRITE Trace_Log_Record.

       End Program TransLog.
