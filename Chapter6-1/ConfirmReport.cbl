       Identification Division.
           Program-ID. ConfirmReport.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Confirmation round report for the
      *                   auditors - from CustConfirms, the letters
      *                   sent for one round (the date on the
      *                   command line, YYYYMMDD, else the latest
      *                   round on file) with every disagreement
      *                   listed against the customer's own figure
      *                   and the customer's open items from
      *                   CustOpenItems beneath it for the
      *                   investigation, then the response rates by
      *                   key and random selection.  The open items
      *                   are as OpenItems last built them, not as
      *                   of the confirmation date.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Disagreement column heading no longer
      *                   drops a letter ("Per customer").

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select CustConf assign to "CustConfirms"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select OpenItemFile assign to "CustOpenItems"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ConfRpt assign to "ConfirmationReport"
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

           FD  OpenItemFile
               Record Contains 48 Characters.
               01  Open_Item_Record.
                   05  OI_Customer_Number          PIC 9(6).
                   05  OI_Period                   PIC X(6).
                   05  OI_Sequence                 PIC 9(4).
                   05  OI_Trans_Type               PIC X(1).
                   05  OI_Original_Amount          PIC S9(9)V9(2).
                   05  OI_Open_Amount              PIC S9(9)V9(2).
                   05  OI_Status                   PIC X(1).
                   05  OI_Invoice_Number           PIC 9(8).

           FD  ConfRpt
               Record Contains 132 Characters.
               01  Confirm_Buffer                  PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Command_Line                 PIC X(80).
               01  WS_Asked_Date                   PIC 9(8) value zero.
               01  WS_Round_Date                   PIC 9(8) value zero.
               01  WS_Round_Seed                   PIC 9(10) value zero.
               01  Confirm_EOF_Sw                  PIC X(1).
                   88  No_More_Confirms              value 'Y'.
                   88  More_Confirm_Records          value 'N'.
               01  Open_Item_EOF_Sw                PIC X(1).
                   88  No_More_Open_Items            value 'Y'.
                   88  More_Open_Items               value 'N'.
               01  Open_Item_File_Sw               PIC X(1) value 'N'.
                   88  Open_Item_File_Present        value 'Y'.
                   88  Open_Item_File_Missing        value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.

      * Round counts - subscript 1 the key balances, 2 the random
      * draw, 3 the whole round.
               01  Round_Count_Table.
                   05  Round_Counts OCCURS 3 TIMES.
                       10  RC_Letters              PIC 9(6).
                       10  RC_Held                 PIC 9(6).
                       10  RC_Agreed               PIC 9(6).
                       10  RC_Disagreed            PIC 9(6).
                       10  RC_No_Reply             PIC 9(6).
                       10  RC_Awaiting             PIC 9(6).
                       10  RC_Value                PIC S9(11)V9(2).
                       10  RC_Agreed_Value         PIC S9(11)V9(2).
               01  WS_RC_Idx                       PIC 9(1).
               01  WS_Mailed_Count                 PIC 9(6).
               01  WS_Replied_Count                PIC 9(6).
               01  WS_Response_Pct                 PIC 9(3)V9(1).
               01  WS_Difference                   PIC S9(9)V9(2).
               01  WS_Open_Total                   PIC S9(11)V9(2).
               01  WS_Open_Lines                   PIC 9(4).

               01  ConfirmHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(36)
                       value 'Receivables Confirmation Round of  '.
                   05  Cnf_Head_Date           PIC X(10).
                   05              PIC X(9)    value '   Seed: '.
                   05  Cnf_Head_Seed           PIC 9(10).
               01  ConfirmSectionLine.
                   05              PIC X(2)    value spaces.
                   05  Cnf_Section_Text        PIC X(60).
               01  DisagreeColumns.
                   05              PIC X(4)    value spaces.
                   05              PIC X(40) value
                       'Cust   Name                  Sel Replied'.
                   05              PIC X(31) value
                       '     Per our books   Per custom'.
                   05              PIC X(20) value
                       'er        Difference'.
               01  DisagreeDetail.
                   05              PIC X(4)    value spaces.
                   05  Dis_Customer            PIC 9(6).
                   05              PIC X(1)    value spaces.
                   05  Dis_Name                PIC X(20).
                   05              PIC X(2)    value spaces.
                   05  Dis_Selection           PIC X(1).
                   05              PIC X(2)    value spaces.
                   05  Dis_Reply_Date          PIC 9(8).
                   05              PIC X(2)    value spaces.
                   05  Dis_Our_Balance         PIC ZZ,ZZZ,ZZ9.99-.
                   05              PIC X(1)    value spaces.
                   05  Dis_Their_Balance       PIC ZZ,ZZZ,ZZ9.99-.
                   05              PIC X(1)    value spaces.
                   05  Dis_Difference          PIC ZZZ,ZZZ,ZZ9.99-.
               01  OpenItemDetail.
                   05              PIC X(12)   value spaces.
                   05              PIC X(10)   value 'Open item '.
                   05  Oit_Period              PIC X(6).
                   05              PIC X(1)    value '/'.
                   05  Oit_Sequence            PIC 9(4).
                   05              PIC X(2)    value spaces.
                   05  Oit_Type                PIC X(1).
                   05              PIC X(6)    value '  Inv '.
                   05  Oit_Invoice             PIC 9(8).
                   05              PIC X(2)    value spaces.
                   05  Oit_Original            PIC ZZ,ZZZ,ZZ9.99-.
                   05              PIC X(1)    value spaces.
                   05  Oit_Open                PIC ZZ,ZZZ,ZZ9.99-.
                   05              PIC X(2)    value spaces.
                   05  Oit_Status              PIC X(7).
               01  OpenItemTotalLine.
                   05              PIC X(12)   value spaces.
                   05  Oit_Total_Label         PIC X(41).
                   05              PIC X(2)    value spaces.
                   05  Oit_Total               PIC ZZ,ZZZ,ZZ9.99-.
               01  RateColumns.
                   05              PIC X(24)   value spaces.
                   05              PIC X(42) value
                       'Letters   Held Agreed Disagr NoRepl Await'.
                   05              PIC X(36) value
                       '  Resp%      Value confirmed  Agreed'.
               01  RateDetail.
                   05              PIC X(4)    value spaces.
                   05  Rte_Label               PIC X(20).
                   05  Rte_Letters             PIC ZZZ,ZZ9.
                   05  Rte_Held                PIC ZZZZZ9.
                   05              PIC X(1)    value spaces.
                   05  Rte_Agreed              PIC ZZZZZ9.
                   05              PIC X(1)    value spaces.
                   05  Rte_Disagreed           PIC ZZZZZ9.
                   05              PIC X(1)    value spaces.
                   05  Rte_No_Reply            PIC ZZZZZ9.
                   05              PIC X(1)    value spaces.
                   05  Rte_Awaiting            PIC ZZZZZ9.
                   05              PIC X(2)    value spaces.
                   05  Rte_Pct                 PIC ZZ9.9.
                   05              PIC X(2)    value spaces.
                   05  Rte_Value               PIC ZZZ,ZZZ,ZZ9.99-.
                   05              PIC X(1)    value spaces.
                   05  Rte_Agreed_Value        PIC ZZZ,ZZZ,ZZ9.99-.
               01  ConfirmCountLine.
                   05              PIC X(2)    value spaces.
                   05  Cnf_Count_Label         PIC X(30).
                   05  Cnf_Count_Value         PIC ZZ,ZZ9.

       Procedure Division.

           0000-Mainline.
               PERFORM 1000-Initialize
               IF WS_Round_Date EQUAL ZERO
                   DISPLAY "ConfirmReport: no confirmation round on "
                       "file."
                   STOP RUN
               END-IF
               PERFORM 2000-Open-Files
               PERFORM 3000-Report-One-Confirm
                   UNTIL No_More_Confirms
               IF RC_Disagreed (3) EQUAL ZERO
                   MOVE 'No disagreements recorded.'
                       TO Cnf_Section_Text
                   WRITE Confirm_Buffer FROM ConfirmSectionLine
                       AFTER ADVANCING 2 LINES
               END-IF
               PERFORM 5000-Write-Response-Rates
               PERFORM 9000-Close-Program
               DISPLAY "ConfirmReport: round " WS_Round_Date " - "
                   RC_Letters (3) " letters, " RC_Disagreed (3)
                   " disagreements."
               STOP RUN.

      * 1000-Initialize - with no date on the command line the
      * report takes the latest round on file, the one the desk is
      * working.
           1000-Initialize.
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:8) NUMERIC
                   MOVE WS_Command_Line (1:8) TO WS_Asked_Date
               END-IF
               OPEN INPUT CustConf
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustConfirms" "OPEN INPUT"
               SET More_Confirm_Records TO TRUE
               PERFORM 1100-Find-Round
                   UNTIL No_More_Confirms
               CLOSE CustConf
               PERFORM 1200-Clear-One-Count
                   VARYING WS_RC_Idx FROM 1 BY 1
                   UNTIL WS_RC_Idx > 3.

           1100-Find-Round.
               READ CustConf
                   AT END SET No_More_Confirms TO TRUE
               END-READ
               IF NOT No_More_Confirms
                   IF (WS_Asked_Date EQUAL ZERO AND
                       CF_Confirm_Date > WS_Round_Date) OR
                       CF_Confirm_Date EQUAL WS_Asked_Date
                       MOVE CF_Confirm_Date TO WS_Round_Date
                       MOVE CF_Seed TO WS_Round_Seed
                   END-IF
               END-IF.

           1200-Clear-One-Count.
               MOVE ZERO TO RC_Letters (WS_RC_Idx)
               MOVE ZERO TO RC_Held (WS_RC_Idx)
               MOVE ZERO TO RC_Agreed (WS_RC_Idx)
               MOVE ZERO TO RC_Disagreed (WS_RC_Idx)
               MOVE ZERO TO RC_No_Reply (WS_RC_Idx)
               MOVE ZERO TO RC_Awaiting (WS_RC_Idx)
               MOVE ZERO TO RC_Value (WS_RC_Idx)
               MOVE ZERO TO RC_Agreed_Value (WS_RC_Idx).

      * 2000-Open-Files - CustOpenItems is optional: without it the
      * disagreements still list, only the item detail is missing.
           2000-Open-Files.
               OPEN INPUT CustConf
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustConfirms" "OPEN INPUT"
               SET More_Confirm_Records TO TRUE
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               SET No_More_Open_Items TO TRUE
               OPEN INPUT OpenItemFile
               IF File_Status EQUAL '00'
                   SET Open_Item_File_Present TO TRUE
                   SET More_Open_Items TO TRUE
                   PERFORM 4300-Read-Open-Item
               END-IF
               OPEN OUTPUT ConfRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "ConfirmationReport" "OPEN OUTPUT"
               STRING WS_Round_Date (5:2) '/' WS_Round_Date (7:2)
                       '/' WS_Round_Date (1:4) DELIMITED BY SIZE
                   INTO Cnf_Head_Date
               MOVE WS_Round_Seed TO Cnf_Head_Seed
               WRITE Confirm_Buffer FROM ConfirmHeading
               MOVE 'Disagreements, with the open items behind them'
                   TO Cnf_Section_Text
               WRITE Confirm_Buffer FROM ConfirmSectionLine
                   AFTER ADVANCING 2 LINES
               WRITE Confirm_Buffer FROM DisagreeColumns
                   AFTER ADVANCING 1 LINES.

           3000-Report-One-Confirm.
               READ CustConf
                   AT END SET No_More_Confirms TO TRUE
               END-READ
               IF NOT No_More_Confirms
                   IF CF_Confirm_Date EQUAL WS_Round_Date
                       IF Confirm_Key_Item
                           MOVE 1 TO WS_RC_Idx
                       ELSE
                           MOVE 2 TO WS_RC_Idx
                       END-IF
                       PERFORM 3100-Count-One-Confirm
                       MOVE 3 TO WS_RC_Idx
                       PERFORM 3100-Count-One-Confirm
                       IF Confirm_Disagreed
                           PERFORM 4000-Write-Disagreement
                       END-IF
                   END-IF
               END-IF.

           3100-Count-One-Confirm.
               ADD 1 TO RC_Letters (WS_RC_Idx)
               ADD CF_Balance TO RC_Value (WS_RC_Idx)
               IF Confirm_Held
                   ADD 1 TO RC_Held (WS_RC_Idx)
               END-IF
               EVALUATE TRUE
                   WHEN Confirm_Agreed
                       ADD 1 TO RC_Agreed (WS_RC_Idx)
                       ADD CF_Balance TO RC_Agreed_Value (WS_RC_Idx)
                   WHEN Confirm_Disagreed
                       ADD 1 TO RC_Disagreed (WS_RC_Idx)
                   WHEN Confirm_No_Reply
                       ADD 1 TO RC_No_Reply (WS_RC_Idx)
                   WHEN OTHER
                       ADD 1 TO RC_Awaiting (WS_RC_Idx)
               END-EVALUATE.

      * 4000-Write-Disagreement - the round is in customer order
      * and so is CustOpenItems, so the item file only ever moves
      * forward to the next disputed customer.
           4000-Write-Disagreement.
               SET Master_Found TO TRUE
               MOVE CF_Customer_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               MOVE CF_Customer_Number TO Dis_Customer
               IF Master_Found
                   MOVE CM_Last_Name TO Dis_Name
               ELSE
                   MOVE '*** NOT ON MASTER' TO Dis_Name
               END-IF
               MOVE CF_Selection TO Dis_Selection
               MOVE CF_Reply_Date TO Dis_Reply_Date
               MOVE CF_Balance TO Dis_Our_Balance
               MOVE CF_Customer_Figure TO Dis_Their_Balance
               COMPUTE WS_Difference = CF_Balance - CF_Customer_Figure
               MOVE WS_Difference TO Dis_Difference
               WRITE Confirm_Buffer FROM DisagreeDetail
                   AFTER ADVANCING 2 LINES
               IF Open_Item_File_Present
                   MOVE ZERO TO WS_Open_Total
                   MOVE ZERO TO WS_Open_Lines
                   PERFORM 4300-Read-Open-Item
                       UNTIL No_More_Open_Items OR
                           OI_Customer_Number NOT < CF_Customer_Number
                   PERFORM 4100-List-One-Open-Item
                       UNTIL No_More_Open_Items OR
                           OI_Customer_Number > CF_Customer_Number
                   IF WS_Open_Lines EQUAL ZERO
                       MOVE 'No open items on file' TO Oit_Total_Label
                   ELSE
                       MOVE 'Open items total' TO Oit_Total_Label
                   END-IF
                   MOVE WS_Open_Total TO Oit_Total
                   WRITE Confirm_Buffer FROM OpenItemTotalLine
                       AFTER ADVANCING 1 LINES
               END-IF.

      * 4100-List-One-Open-Item - closed items are history; only
      * what is still open can explain a different balance.
           4100-List-One-Open-Item.
               IF OI_Status NOT EQUAL 'C'
                   MOVE OI_Period TO Oit_Period
                   MOVE OI_Sequence TO Oit_Sequence
                   MOVE OI_Trans_Type TO Oit_Type
                   MOVE OI_Invoice_Number TO Oit_Invoice
                   MOVE OI_Original_Amount TO Oit_Original
                   MOVE OI_Open_Amount TO Oit_Open
                   IF OI_Status EQUAL 'P'
                       MOVE 'PARTIAL' TO Oit_Status
                   ELSE
                       MOVE 'OPEN' TO Oit_Status
                   END-IF
                   WRITE Confirm_Buffer FROM OpenItemDetail
                       AFTER ADVANCING 1 LINES
                   ADD OI_Open_Amount TO WS_Open_Total
                   ADD 1 TO WS_Open_Lines
               END-IF
               PERFORM 4300-Read-Open-Item.

           4300-Read-Open-Item.
               READ OpenItemFile
                   AT END SET No_More_Open_Items TO TRUE
               END-READ.

      * 5000-Write-Response-Rates - the response rate is replies
      * (agreed or disagreed) over the letters actually mailed; a
      * letter held for returned mail never had the chance.
           5000-Write-Response-Rates.
               WRITE Confirm_Buffer FROM ConfirmHeading
                   AFTER ADVANCING PAGE
               MOVE 'Response rates' TO Cnf_Section_Text
               WRITE Confirm_Buffer FROM ConfirmSectionLine
                   AFTER ADVANCING 2 LINES
               WRITE Confirm_Buffer FROM RateColumns
                   AFTER ADVANCING 1 LINES
               PERFORM 5100-Write-One-Rate-Line
                   VARYING WS_RC_Idx FROM 1 BY 1
                   UNTIL WS_RC_Idx > 3.

           5100-Write-One-Rate-Line.
               EVALUATE WS_RC_Idx
                   WHEN 1
                       MOVE 'Key balances' TO Rte_Label
                   WHEN 2
                       MOVE 'Random sample' TO Rte_Label
                   WHEN OTHER
                       MOVE 'Whole round' TO Rte_Label
               END-EVALUATE
               COMPUTE WS_Mailed_Count =
                   RC_Letters (WS_RC_Idx) - RC_Held (WS_RC_Idx)
               COMPUTE WS_Replied_Count =
                   RC_Agreed (WS_RC_Idx) + RC_Disagreed (WS_RC_Idx)
               IF WS_Mailed_Count EQUAL ZERO
                   MOVE ZERO TO WS_Response_Pct
               ELSE
                   COMPUTE WS_Response_Pct ROUNDED =
                       WS_Replied_Count * 100 / WS_Mailed_Count
               END-IF
               MOVE RC_Letters (WS_RC_Idx) TO Rte_Letters
               MOVE RC_Held (WS_RC_Idx) TO Rte_Held
               MOVE RC_Agreed (WS_RC_Idx) TO Rte_Agreed
               MOVE RC_Disagreed (WS_RC_Idx) TO Rte_Disagreed
               MOVE RC_No_Reply (WS_RC_Idx) TO Rte_No_Reply
               MOVE RC_Awaiting (WS_RC_Idx) TO Rte_Awaiting
               MOVE WS_Response_Pct TO Rte_Pct
               MOVE RC_Value (WS_RC_Idx) TO Rte_Value
               MOVE RC_Agreed_Value (WS_RC_Idx) TO Rte_Agreed_Value
               IF WS_RC_Idx EQUAL 3
                   WRITE Confirm_Buffer FROM RateDetail
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE Confirm_Buffer FROM RateDetail
                       AFTER ADVANCING 1 LINES
               END-IF.

           9000-Close-Program.
               CLOSE CustConf
               CLOSE CustMstr
               IF Open_Item_File_Present
                   CLOSE OpenItemFile
               END-IF
               CLOSE ConfRpt.

       End Program ConfirmReport.
