       Identification Division.
           Program-ID. AcctNotes.
               Author. Anthony Downs.
      * Modification History
      *   2026-10-15  AD  Shared account notes for the customer
      *                   desks - AcctConsole, CollectQueue,
      *                   DisputeDesk and CustMaint CALL here with
      *                   the function, the customer number, the
      *                   operator and the desk name.  Function 'A'
      *                   keys a note at the console (category and
      *                   free text) onto CustNotes, keyed by
      *                   customer, date, time and a sequence for
      *                   two notes in the same second; 'V' lists
      *                   every note on file for the customer,
      *                   oldest first; 'L' shows the five most
      *                   recent, newest first, for the account
      *                   view.  NotesReport lists the file by
      *                   customer or operator over a date range.

       Environment Division.
           Input-Output Section.
               File-Control.
                   Select NotesFile assign to CustNotes
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is NT_Key.

       Data Division.
           File Section.
      * Note_Record - one conversation or promise per row; the
      * category says what kind (CALL, PROM, DISP, ADDR, BILL,
      * GENL) and the desk says where it was keyed.
           FD  NotesFile.
               01  Note_Record.
                   05  NT_Key.
                       10  NT_Customer_Number      PIC 9(6).
                       10  NT_Date                 PIC 9(8).
                       10  NT_Time                 PIC 9(6).
                       10  NT_Sequence             PIC 9(2).
                   05  NT_Operator                 PIC X(8).
                   05  NT_Desk                     PIC X(8).
                   05  NT_Category                 PIC X(4).
                   05  NT_Text                     PIC X(70).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Today                        PIC 9(8).
               01  WS_Work_Category                PIC X(4).
               01  WS_Work_Text                    PIC X(70).
               01  WS_Note_Seq                     PIC 9(3).
               01  WS_Notes_Shown                  PIC 9(5).
               01  Note_Written_Sw                 PIC X(1).
                   88  Note_Written                  value 'Y'.
                   88  Note_Not_Written              value 'N'.
               01  Notes_EOF_Sw                    PIC X(1).
                   88  No_More_Notes                 value 'Y'.
                   88  More_Notes                    value 'N'.
               01  Category_Sw                     PIC X(1).
                   88  Category_Known                value 'Y'.
                   88  Category_Unknown              value 'N'.
               01  Category_List.
                   05              PIC X(4)    value 'CALL'.
                   05              PIC X(4)    value 'PROM'.
                   05              PIC X(4)    value 'DISP'.
                   05              PIC X(4)    value 'ADDR'.
                   05              PIC X(4)    value 'BILL'.
                   05              PIC X(4)    value 'GENL'.
               01  Category_Table REDEFINES Category_List.
                   05  CAT_Code OCCURS 6 TIMES     PIC X(4).
               01  WS_Cat_Idx                      PIC 9(1).

      * Latest_Table - the last five notes seen on the scan, the
      * oldest dropping off the front as each new one arrives.
               01  Latest_Count                    PIC 9(1) value zero.
               01  Latest_Table.
                   05  Latest_Entry OCCURS 5 TIMES.
                       10  LT_Image                PIC X(112).
               01  WS_Latest_Idx                   PIC 9(1).

       Linkage Section.
           01  LK_Notes_Function                   PIC X(1).
           01  LK_Customer_Number                  PIC 9(6).
           01  LK_Operator_Id                      PIC X(8).
           01  LK_Desk                             PIC X(8).

       Procedure Division USING LK_Notes_Function,
               LK_Customer_Number, LK_Operator_Id, LK_Desk.

           0000-Mainline.
               EVALUATE LK_Notes_Function
                   WHEN 'A'
                       PERFORM 1000-Add-Note
                   WHEN 'V'
                       PERFORM 2000-View-Notes
                   WHEN 'L'
                       PERFORM 3000-Show-Latest-Notes
               END-EVALUATE
               EXIT PROGRAM.

           1000-Add-Note.
               DISPLAY "Category (CALL PROM DISP ADDR BILL GENL): "
                   WITH NO ADVANCING
               ACCEPT WS_Work_Category
               PERFORM 1100-Check-Category
               DISPLAY "Note (70 chars): " WITH NO ADVANCING
               ACCEPT WS_Work_Text
               IF WS_Work_Text EQUAL SPACES
                   DISPLAY "No text - note not added."
               ELSE
                   PERFORM 1200-Write-Note
               END-IF.

      * 1100-Check-Category - blank or unknown keys as GENL rather
      * than lose what the operator typed.
           1100-Check-Category.
               SET Category_Unknown TO TRUE
               PERFORM 1110-Match-One-Category
                   VARYING WS_Cat_Idx FROM 1 BY 1
                   UNTIL WS_Cat_Idx > 6 OR Category_Known
               IF Category_Unknown
                   IF WS_Work_Category NOT EQUAL SPACES
                       DISPLAY "Category not known - keyed as GENL."
                   END-IF
                   MOVE 'GENL' TO WS_Work_Category
               END-IF.

           1110-Match-One-Category.
               IF CAT_Code (WS_Cat_Idx) EQUAL WS_Work_Category
                   SET Category_Known TO TRUE
               END-IF.

           1200-Write-Note.
               OPEN I-O NotesFile
               IF File_Status EQUAL 35
                   OPEN OUTPUT NotesFile
                   CLOSE NotesFile
                   OPEN I-O NotesFile
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustNotes" "OPEN I-O"
               ACCEPT WS_Today FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               MOVE LK_Customer_Number TO NT_Customer_Number
               MOVE WS_Today TO NT_Date
               COMPUTE NT_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE LK_Operator_Id TO NT_Operator
               MOVE LK_Desk TO NT_Desk
               MOVE WS_Work_Category TO NT_Category
               MOVE WS_Work_Text TO NT_Text
               SET Note_Not_Written TO TRUE
               PERFORM 1210-Try-One-Note-Write
                   VARYING WS_Note_Seq FROM 1 BY 1
                   UNTIL Note_Written OR WS_Note_Seq > 99
               IF Note_Written
                   DISPLAY "Note added."
               ELSE
                   DISPLAY "Note not added - try again."
               END-IF
               CLOSE NotesFile.

           1210-Try-One-Note-Write.
               MOVE WS_Note_Seq TO NT_Sequence
               SET Note_Written TO TRUE
               WRITE Note_Record
                   INVALID KEY
                       SET Note_Not_Written TO TRUE
               END-WRITE.

           2000-View-Notes.
               MOVE ZERO TO WS_Notes_Shown
               PERFORM 5000-Start-Customer-Notes
               PERFORM 2100-Show-One-Note
                   UNTIL No_More_Notes
               IF File_Status NOT EQUAL 35
                   CLOSE NotesFile
               END-IF
               IF WS_Notes_Shown EQUAL ZERO
                   DISPLAY "No notes on file."
               END-IF.

           2100-Show-One-Note.
               PERFORM 5100-Read-Customer-Note
               IF NOT No_More_Notes
                   ADD 1 TO WS_Notes_Shown
                   PERFORM 6000-Display-Note
               END-IF.

           3000-Show-Latest-Notes.
               MOVE ZERO TO Latest_Count
               PERFORM 5000-Start-Customer-Notes
               PERFORM 3100-Hold-One-Note
                   UNTIL No_More_Notes
               IF File_Status NOT EQUAL 35
                   CLOSE NotesFile
               END-IF
               IF Latest_Count EQUAL ZERO
                   DISPLAY "No notes on file."
               ELSE
                   DISPLAY "Latest notes:"
                   PERFORM 3200-Show-One-Latest
                       VARYING WS_Latest_Idx FROM Latest_Count BY -1
                       UNTIL WS_Latest_Idx < 1
               END-IF.

           3100-Hold-One-Note.
               PERFORM 5100-Read-Customer-Note
               IF NOT No_More_Notes
                   IF Latest_Count < 5
                       ADD 1 TO Latest_Count
                   ELSE
                       PERFORM 3110-Drop-Oldest-Note
                           VARYING WS_Latest_Idx FROM 1 BY 1
                           UNTIL WS_Latest_Idx > 4
                   END-IF
                   MOVE Note_Record TO LT_Image (Latest_Count)
               END-IF.

           3110-Drop-Oldest-Note.
               MOVE LT_Image (WS_Latest_Idx + 1)
                   TO LT_Image (WS_Latest_Idx).

           3200-Show-One-Latest.
               MOVE LT_Image (WS_Latest_Idx) TO Note_Record
               PERFORM 6000-Display-Note.

      * 5000-Start-Customer-Notes - positions on the customer's
      * first note; a site with no CustNotes yet simply has none.
           5000-Start-Customer-Notes.
               SET More_Notes TO TRUE
               OPEN INPUT NotesFile
               IF File_Status NOT EQUAL '00'
                   MOVE 35 TO File_Status
                   SET No_More_Notes TO TRUE
               ELSE
                   MOVE LK_Customer_Number TO NT_Customer_Number
                   MOVE ZERO TO NT_Date
                   MOVE ZERO TO NT_Time
                   MOVE ZERO TO NT_Sequence
                   START NotesFile KEY IS NOT LESS THAN NT_Key
                       INVALID KEY SET No_More_Notes TO TRUE
                   END-START
               END-IF.

           5100-Read-Customer-Note.
               READ NotesFile NEXT RECORD
                   AT END SET No_More_Notes TO TRUE
               END-READ
               IF NOT No_More_Notes
                   IF NT_Customer_Number NOT EQUAL LK_Customer_Number
                       SET No_More_Notes TO TRUE
                   END-IF
               END-IF.

           6000-Display-Note.
               DISPLAY "  " NT_Date " " NT_Time (1:4) " "
                   NT_Operator " " NT_Desk " " NT_Category
               DISPLAY "      " NT_Text.

       End Program AcctNotes.
