       Identification Division.
           Program-ID. ConfirmDesk.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Confirmation reply desk - records each
      *                   customer's answer to the auditors'
      *                   confirmation letter on the CustConfirms row
      *                   the Confirmations run wrote: agreed,
      *                   disagreed with the customer's own figure,
      *                   or no reply once the follow-up has run
      *                   out.  The operator and reply date ride
      *                   the row; a reply keyed in error is simply
      *                   keyed again.  The file rewrites in place
      *                   from the table, as the dispute desk does.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select CustConf assign to "CustConfirms"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OperMast assign to "OperatorMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Confirm_Record - one row per letter: the round's date, the
      * customer, why selected (K key balance over the threshold,
      * R random draw), the balance stated, and the reply as the
      * desk records it - S sent and awaiting, A agreed, D
      * disagreed with the customer's own figure, N no reply.
           FD  CustConf
               Record Contains 63 Characters.
               01  Confirm_Record.
                   05  CF_Key.
                       10  CF_Confirm_Date         PIC 9(8).
                       10  CF_Customer_Number      PIC 9(6).
                   05  CF_Selection                PIC X(1).
                       88  Confirm_Key_Item          value 'K'.
                       88  Confirm_Random_Item       value 'R'.
                   05  CF_Balance                  PIC S9(8)V9(2).
                   05  CF_Status                   PIC X(1).
                       88  Confirm_Sent              value 'S'.
                       88  Confirm_Agreed            value 'A'.
                       88  Confirm_Disagreed         value 'D'.
                       88  Confirm_No_Reply          value 'N'.
                   05  CF_Customer_Figure          PIC S9(8)V9(2).
                   05  CF_Reply_Date               PIC 9(8).
                   05  CF_Operator                 PIC X(8).
                   05  CF_Seed                     PIC 9(10).
                   05  CF_Mailed                   PIC X(1).
                       88  Confirm_Mailed            value 'Y'.
                       88  Confirm_Held              value 'N'.

           FD  OperMast
               Record Contains 29 Characters.
               01  Operator_Master_Record.
                   05  OP_Operator_Id              PIC X(8).
                   05  OP_Name                     PIC X(20).
                   05  OP_Auth_Level               PIC 9(1).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_Operator_Id                  PIC X(8).
               01  WS_Choice                       PIC X(1).
               01  WS_Work_Customer                PIC 9(6).
               01  WS_Work_Date                    PIC 9(8).
               01  WS_Reply                        PIC X(1).
               01  WS_Credit_Answer                PIC X(1).
               01  WS_Work_Figure                  PIC 9(8)V9(2).
               01  Exit_Sw                         PIC X(1) value 'N'.
                   88  Exit_Requested                value 'Y'.
                   88  Keep_Running                  value 'N'.
               01  SignOn_Sw                       PIC X(1) value 'N'.
                   88  SignOn_Accepted               value 'Y'.
                   88  SignOn_Rejected               value 'N'.
               01  Oper_EOF_Sw                     PIC X(1).
                   88  No_More_Operators             value 'Y'.
                   88  More_Operator_Records         value 'N'.
               01  Confirm_EOF_Sw                  PIC X(1).
                   88  No_More_Confirms              value 'Y'.
                   88  More_Confirm_Records          value 'N'.
               01  Confirm_Found_Sw                PIC X(1).
                   88  Confirm_Found                 value 'Y'.
                   88  Confirm_Not_Found             value 'N'.
               01  WS_Amount_Edit                  PIC Z,ZZZ,ZZ9.99CR.

      * Confirm_Table - the file held whole for the lookups and for
      * the rewrite at exit.
               01  Confirm_Count                   PIC 9(4) value zero.
               01  Confirm_Table.
                   05  Confirm_Entry OCCURS 2000 TIMES.
                       10  CFT_Image               PIC X(63).
               01  WS_CF_Idx                       PIC 9(4).
               01  WS_CF_Match_Idx                 PIC 9(4).
               01  WS_CF_Match_Date                PIC 9(8).

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               DISPLAY "Confirmation Desk"
               DISPLAY "Operator id: " WITH NO ADVANCING
               ACCEPT WS_Operator_Id
               PERFORM 1000-Check-Sign-On
               IF SignOn_Rejected
                   DISPLAY "Operator not authorized."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1500-Load-Confirms
               PERFORM 2000-Show-Menu UNTIL Exit_Requested
               PERFORM 8000-Rewrite-Confirm-File
               STOP RUN.

           1000-Check-Sign-On.
               OPEN INPUT OperMast
                   CALL "Validations" USING File_Status
                       BY CONTENT "OperatorMaster" "OPEN INPUT"
               SET More_Operator_Records TO TRUE
               PERFORM 1100-Check-One-Operator
                   UNTIL No_More_Operators OR SignOn_Accepted
               CLOSE OperMast.

           1100-Check-One-Operator.
               READ OperMast
                   AT END SET No_More_Operators TO TRUE
               END-READ
               IF NOT No_More_Operators
                   IF OP_Operator_Id EQUAL WS_Operator_Id
                       SET SignOn_Accepted TO TRUE
                       DISPLAY "Welcome " OP_Name
                   END-IF
               END-IF.

      * 1500-Load-Confirms - a file too big for the table would
      * lose rows at the rewrite, so the desk will not start on
      * one.
           1500-Load-Confirms.
               MOVE ZERO TO Confirm_Count
               OPEN INPUT CustConf
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustConfirms" "OPEN INPUT"
               SET More_Confirm_Records TO TRUE
               PERFORM 1600-Read-One-Confirm
                   UNTIL No_More_Confirms
               CLOSE CustConf.

           1600-Read-One-Confirm.
               READ CustConf
                   AT END SET No_More_Confirms TO TRUE
               END-READ
               IF NOT No_More_Confirms
                   IF Confirm_Count < 2000
                       ADD 1 TO Confirm_Count
                       MOVE Confirm_Record
                           TO CFT_Image (Confirm_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Confirm_Table" "TABLE FULL"
                       DISPLAY "Confirmation table full - older "
                           "rounds should be archived."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           2000-Show-Menu.
               DISPLAY " "
               DISPLAY "R. Record a reply"
               DISPLAY "L. List letters awaiting a reply"
               DISPLAY "X. Exit and save"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS_Choice
               EVALUATE WS_Choice
                   WHEN 'R'
                       PERFORM 3000-Record-Reply
                   WHEN 'L'
                       PERFORM 5000-List-Awaiting
                   WHEN 'X'
                       SET Exit_Requested TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE.

      * 3000-Record-Reply - a blank or zero date means the
      * customer's latest round, which is the letter nearly every
      * reply answers.
           3000-Record-Reply.
               DISPLAY "Customer number: " WITH NO ADVANCING
               ACCEPT WS_Work_Customer
               DISPLAY "Confirmation date (YYYYMMDD, zero for "
                   "latest): " WITH NO ADVANCING
               ACCEPT WS_Work_Date
               PERFORM 3100-Find-Confirm
               IF Confirm_Not_Found
                   DISPLAY "No confirmation letter for that customer."
               ELSE
                   MOVE CFT_Image (WS_CF_Match_Idx) TO Confirm_Record
                   MOVE CF_Balance TO WS_Amount_Edit
                   DISPLAY "  Round " CF_Confirm_Date
                       " balance stated " WS_Amount_Edit
                       " status " CF_Status
                   DISPLAY "Agreed, Disagreed or No reply (A/D/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS_Reply
                   EVALUATE WS_Reply
                       WHEN 'A'
                           MOVE CF_Balance TO CF_Customer_Figure
                           PERFORM 3200-Stamp-Reply
                           DISPLAY "Recorded as agreed."
                       WHEN 'D'
                           PERFORM 3300-Accept-Customer-Figure
                           PERFORM 3200-Stamp-Reply
                           DISPLAY "Recorded as disagreed."
                       WHEN 'N'
                           MOVE ZERO TO CF_Customer_Figure
                           PERFORM 3200-Stamp-Reply
                           DISPLAY "Recorded as no reply."
                       WHEN OTHER
                           DISPLAY "Left as it was."
                   END-EVALUATE
               END-IF.

           3100-Find-Confirm.
               SET Confirm_Not_Found TO TRUE
               MOVE ZERO TO WS_CF_Match_Date
               PERFORM 3110-Match-One-Confirm
                   VARYING WS_CF_Idx FROM 1 BY 1
                   UNTIL WS_CF_Idx > Confirm_Count.

           3110-Match-One-Confirm.
               MOVE CFT_Image (WS_CF_Idx) TO Confirm_Record
               IF CF_Customer_Number EQUAL WS_Work_Customer
                   IF (WS_Work_Date EQUAL ZERO AND
                       CF_Confirm_Date NOT < WS_CF_Match_Date) OR
                       CF_Confirm_Date EQUAL WS_Work_Date
                       SET Confirm_Found TO TRUE
                       MOVE WS_CF_Idx TO WS_CF_Match_Idx
                       MOVE CF_Confirm_Date TO WS_CF_Match_Date
                   END-IF
               END-IF.

           3200-Stamp-Reply.
               MOVE WS_Reply TO CF_Status
               MOVE WS_Current_Date TO CF_Reply_Date
               MOVE WS_Operator_Id TO CF_Operator
               MOVE Confirm_Record TO CFT_Image (WS_CF_Match_Idx).

           3300-Accept-Customer-Figure.
               DISPLAY "Balance per the customer: " WITH NO ADVANCING
               ACCEPT WS_Work_Figure
               DISPLAY "Is that a credit balance (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS_Credit_Answer
               IF WS_Credit_Answer EQUAL 'Y'
                   COMPUTE CF_Customer_Figure = ZERO - WS_Work_Figure
               ELSE
                   MOVE WS_Work_Figure TO CF_Customer_Figure
               END-IF.

           5000-List-Awaiting.
               PERFORM 5100-Show-One-Awaiting
                   VARYING WS_CF_Idx FROM 1 BY 1
                   UNTIL WS_CF_Idx > Confirm_Count.

           5100-Show-One-Awaiting.
               MOVE CFT_Image (WS_CF_Idx) TO Confirm_Record
               IF Confirm_Sent
                   MOVE CF_Balance TO WS_Amount_Edit
                   IF Confirm_Held
                       DISPLAY "  " CF_Confirm_Date " "
                           CF_Customer_Number " " WS_Amount_Edit
                           " HELD - RETURNED MAIL"
                   ELSE
                       DISPLAY "  " CF_Confirm_Date " "
                           CF_Customer_Number " " WS_Amount_Edit
                   END-IF
               END-IF.

           8000-Rewrite-Confirm-File.
               OPEN OUTPUT CustConf
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustConfirms" "OPEN OUTPUT"
               PERFORM 8100-Write-One-Confirm
                   VARYING WS_CF_Idx FROM 1 BY 1
                   UNTIL WS_CF_Idx > Confirm_Count
               CLOSE CustConf.

           8100-Write-One-Confirm.
               MOVE CFT_Image (WS_CF_Idx) TO Confirm_Record
               WRITE Confirm_Record.

       End Program ConfirmDesk.
