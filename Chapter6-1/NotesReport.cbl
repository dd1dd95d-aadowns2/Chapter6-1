       Identification Division.
           Program-ID. NotesReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Account notes report - lists the shared
      *                   CustNotes file the customer desks key to
      *                   through AcctNotes, filtered by customer
      *                   number, operator id and date range off
      *                   the comma-delimited command line the way
      *                   AuditInquiry takes them (blank tokens
      *                   mean any), in customer and date order,
      *                   with the operator's name from
      *                   OperatorMaster and a count at the foot.
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select NotesFile assign to CustNotes
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Sequential
                       Record Key is NT_Key.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select NotesRpt assign to "NotesReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
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

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Master_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

           FD  NotesRpt
               Record Contains 132 Characters.
               01  Notes_Buffer                    PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Command_Line                 PIC X(80).
               01  WS_Filter_Customer              PIC X(6)
                       value spaces.
               01  WS_Filter_Operator              PIC X(8)
                       value spaces.
               01  WS_Filter_From                  PIC X(8)
                       value spaces.
               01  WS_Filter_To                    PIC X(8)
                       value spaces.
               01  WS_Cand_Date                    PIC X(8).
               01  EOF_Sw                          PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  WS_Note_Count                   PIC 9(7) value zero.
               01  Operator_Count                  PIC 9(2) value zero.
               01  Operator_Table.
                   05  Operator_Entry OCCURS 50 TIMES.
                       10  OPT_Operator_Id         PIC X(8).
                       10  OPT_Name                PIC X(20).
               01  WS_Operator_Idx                 PIC 9(2).
               01  WS_Oper_Name                    PIC X(20).
               01  NotesHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(21)
                           value 'Account Notes Report'.
               01  NotesColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(49)   value
                       'Cust    Date     Time   Operator Name'.
                   05              PIC X(28)   value
                       'Desk     Cat  Note'.
               01  NotesDetail.
                   05              PIC X(2)    value spaces.
                   05  Notes_Customer          PIC 9(6).
                   05              PIC X(2)    value spaces.
                   05  Notes_Date              PIC 9(8).
                   05              PIC X(1)    value spaces.
                   05  Notes_Time              PIC 9(6).
                   05              PIC X(1)    value spaces.
                   05  Notes_Operator          PIC X(8).
                   05              PIC X(1)    value spaces.
                   05  Notes_Oper_Name         PIC X(15).
                   05              PIC X(1)    value spaces.
                   05  Notes_Desk              PIC X(8).
                   05              PIC X(1)    value spaces.
                   05  Notes_Category          PIC X(4).
                   05              PIC X(1)    value spaces.
                   05  Notes_Text              PIC X(67).
               01  NotesTotal.
                   05              PIC X(2)    value spaces.
                   05              PIC X(16)   value
                       'Notes listed:   '.
                   05  Notes_Total_Count       PIC Z,ZZZ,ZZ9.

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               UNSTRING WS_Command_Line DELIMITED BY ','
                   INTO WS_Filter_Customer WS_Filter_Operator
                       WS_Filter_From WS_Filter_To
               END-UNSTRING
               PERFORM 1000-Load-Operator-Master
               PERFORM 2000-Write-Notes-Listing
               DISPLAY "NotesReport: " WS_Note_Count
                   " notes listed."
               STOP RUN.

           1000-Load-Operator-Master.
               MOVE ZERO TO Operator_Count
               OPEN INPUT OperMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1100-Read-One-Operator
                       UNTIL No_More_Input
                   CLOSE OperMast
               END-IF.

           1100-Read-One-Operator.
               READ OperMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Operator_Count < 50
                       ADD 1 TO Operator_Count
                       MOVE OP_Operator_Id
                           TO OPT_Operator_Id (Operator_Count)
                       MOVE OP_Name TO OPT_Name (Operator_Count)
                   END-IF
               END-IF.

      * 2000-Write-Notes-Listing - no CustNotes yet means no notes
      * have been keyed; the report still prints with a nil count.
           2000-Write-Notes-Listing.
               OPEN OUTPUT NotesRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "NotesReport" "OPEN OUTPUT"
               WRITE Notes_Buffer FROM NotesHeading
               WRITE Notes_Buffer FROM NotesColumns
                   AFTER ADVANCING 2 LINES
               OPEN INPUT NotesFile
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2100-Read-One-Note
                       UNTIL No_More_Input
                   CLOSE NotesFile
               END-IF
               MOVE WS_Note_Count TO Notes_Total_Count
               WRITE Notes_Buffer FROM NotesTotal
                   AFTER ADVANCING 2 LINES
               CLOSE NotesRpt.

           2100-Read-One-Note.
               READ NotesFile NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   MOVE NT_Date TO WS_Cand_Date
                   IF (WS_Filter_Customer EQUAL SPACES OR
                       NT_Key (1:6) EQUAL WS_Filter_Customer) AND
                       (WS_Filter_Operator EQUAL SPACES OR
                       NT_Operator EQUAL WS_Filter_Operator) AND
                       (WS_Filter_From EQUAL SPACES OR
                       WS_Cand_Date NOT LESS WS_Filter_From) AND
                       (WS_Filter_To EQUAL SPACES OR
                       WS_Cand_Date NOT GREATER WS_Filter_To)
                       PERFORM 2200-Write-One-Note
                   END-IF
               END-IF.

           2200-Write-One-Note.
               ADD 1 TO WS_Note_Count
               MOVE NT_Customer_Number TO Notes_Customer
               MOVE NT_Date TO Notes_Date
               MOVE NT_Time TO Notes_Time
               MOVE NT_Operator TO Notes_Operator
               PERFORM 2300-Find-Operator-Name
               MOVE WS_Oper_Name TO Notes_Oper_Name
               MOVE NT_Desk TO Notes_Desk
               MOVE NT_Category TO Notes_Category
               MOVE NT_Text TO Notes_Text
               WRITE Notes_Buffer FROM NotesDetail
                   AFTER ADVANCING 1 LINES.

           2300-Find-Operator-Name.
               MOVE '(not on master)' TO WS_Oper_Name
               PERFORM 2310-Check-One-Name
                   VARYING WS_Operator_Idx FROM 1 BY 1
                   UNTIL WS_Operator_Idx > Operator_Count.

           2310-Check-One-Name.
               IF OPT_Operator_Id (WS_Operator_Idx) EQUAL NT_Operator
                   MOVE OPT_Name (WS_Operator_Idx) TO WS_Oper_Name
               END-IF.

       End Program NotesReport.
