       Identification Division.
           Program-ID. PostJournal.
               Author. Anthony Downs.
      * Modification History
      *   2026-10-15  AD  Before-image journal for the runs that
      *                   post straight into CustomerBalance and
      *                   CustomerHistory - RefundRun, WriteOff,
      *                   Revalue and PayTransfer CALL here with
      *                   the file, the key and the before and
      *                   after images of each record they change
      *                   or add, and one row lands on PostJournal
      *                   stamped with the caller's Run_Id and the
      *                   clock.  The file is opened and closed on
      *                   every call so the rows up to an abend are
      *                   on disk for Backout to reverse.
      *   2026-10-15  AD  Journal images widened 100 to 120 for
      *                   the history layout (history 89 to 101).
      *   2026-10-15  AD  Journal images widened 120 to 140 for the
      *                   history layout (history 101 to 121).

       Environment Division.
           Input-Output Section.
               File-Control.
                   Select JournalLog assign to "PostJournal"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  JournalLog
               Record Contains 345 Characters.
               01  Journal_Record.
                   05  JR_Run_Id                   PIC X(14).
                   05  JR_Program                  PIC X(12).
                   05  JR_Date                     PIC 9(8).
                   05  JR_Time                     PIC 9(6).
                   05  JR_File                     PIC X(4).
                   05  JR_Action                   PIC X(1).
                   05  JR_Key                      PIC X(20).
                   05  JR_Before                   PIC X(140).
                   05  JR_After                    PIC X(140).

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

       Linkage Section.
           COPY "JournalRequest.cpy"
               REPLACING LEADING ==Prefix== BY ==LK==.

       Procedure Division USING LK_Journal_Request.

           0000-Mainline.
               ACCEPT WS_Today FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               OPEN EXTEND JournalLog
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT JournalLog
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "PostJournal" "OPEN EXTEND"
               MOVE Run_Id TO JR_Run_Id
               MOVE LK_Jnl_Program TO JR_Program
               MOVE WS_Today TO JR_Date
               COMPUTE JR_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE LK_Jnl_File TO JR_File
               MOVE LK_Jnl_Action TO JR_Action
               MOVE LK_Jnl_Key TO JR_Key
               MOVE LK_Jnl_Before TO JR_Before
               MOVE LK_Jnl_After TO JR_After
               WRITE Journal_Record
               CLOSE JournalLog
               EXIT PROGRAM.

       End Program PostJournal.
