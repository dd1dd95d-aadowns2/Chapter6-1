       Identification Division.
           Program-ID. CurrencyCheck.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Billing currency mismatch report - reads
      *                   every CustomerHistory row in customer
      *                   order and lists each customer transacting
      *                   in a currency other than the billing
      *                   currency on CustomerMaster (blank billing
      *                   is USD), one line per foreign currency
      *                   with the row count, the amount in that
      *                   currency and the latest period it was
      *                   used, so the desk can correct the billing
      *                   currency in CustMaint or query the
      *                   transactions.
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CM_Customer_Number.

                   Select CurrRpt assign to "CurrencyMismatchReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  CustHist.
               01  History_Record.
                   05  CH_Key.
                       10  CH_Customer_Number      PIC 9(6).
                       10  CH_Period               PIC X(6).
                       10  CH_Sequence             PIC 9(4).
                   05  CH_Amount_Trans             PIC 9(7)V9(2).
                   05  CH_Trans_Type               PIC X(1).
                   05  CH_Currency_Code            PIC X(3).
                   05  CH_Day_Trans                PIC X(2).
                   05  CH_Entered_By               PIC X(8).
                   05  CH_Reason_Code              PIC X(4).
                   05  CH_Tax_Juris                PIC X(4).
                   05  CH_Tax_Amount               PIC 9(4)V9(2).
                   05  CH_Office_Code              PIC X(4).
                   05  CH_Approved_By              PIC X(8).
                   05  CH_Product_Code             PIC X(4).
                   05  CH_Sales_Rep                PIC X(4).
                   05  CH_Invoice_Number           PIC 9(8).
                   05  CH_Due_Date                 PIC 9(8).
                   05  CH_Trans_Id                 PIC X(12).
                   05  CH_Office_Key.
                       10  CH_OK_Office            PIC X(4).
                       10  CH_Period_Key.
                           15  CH_PK_Period        PIC X(6).
                           15  CH_PK_Customer      PIC 9(6).
                           15  CH_PK_Sequence      PIC 9(4).

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
                       88  CM_Active                     value 'A'.
                       88  CM_Inactive                   value 'I'.
                       88  CM_Credit_Hold                value 'C'.
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

           FD  CurrRpt
               Record Contains 132 Characters.
               01  Curr_Buffer                     PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  First_Customer_Sw               PIC X(1) value 'Y'.
                   88  First_Customer                value 'Y'.
                   88  Not_First_Customer            value 'N'.
               01  WS_Prev_Customer_Number         PIC 9(6).
               01  WS_Bill_Currency                PIC X(3).
               01  WS_Row_Currency                 PIC X(3).
               01  WS_Row_Count                    PIC 9(8) value zero.
               01  WS_Mismatch_Rows                PIC 9(8) value zero.
               01  WS_Customers_Listed             PIC 9(6) value zero.

      * Foreign_Currency_Table - the currencies other than the
      * billing currency seen on the current customer's rows;
      * emptied at each customer break.
               01  Foreign_Count                   PIC 9(2) value zero.
               01  Foreign_Currency_Table.
                   05  Foreign_Entry OCCURS 20 TIMES.
                       10  FCT_Currency            PIC X(3).
                       10  FCT_Rows                PIC 9(6).
                       10  FCT_Amount              PIC 9(11)V9(2).
                       10  FCT_Last_Period         PIC X(6).
               01  WS_Foreign_Idx                  PIC 9(2).
               01  WS_Foreign_Match                PIC 9(2).
               01  Foreign_Entry_Sw                PIC X(1).
                   88  Foreign_Entry_Present         value 'Y'.
                   88  Foreign_Entry_Missing         value 'N'.

               01  CurrHeading1.
                   05              PIC X(10)   value spaces.
                   05              PIC X(40)
                       value 'Billing Currency Mismatch Report  Run '.
                   05  Curr_Run_Date           PIC 9(8).
               01  CurrHeading2.
                   05              PIC X(2)    value spaces.
                   05              PIC X(8)    value 'Customer'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(20)   value 'Name'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(7)    value 'Billing'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(6)    value 'Trans.'.
                   05              PIC X(4)    value spaces.
                   05              PIC X(4)    value 'Rows'.
                   05              PIC X(12)   value spaces.
                   05              PIC X(6)    value 'Amount'.
                   05              PIC X(2)    value spaces.
                   05              PIC X(11)   value 'Last period'.
               01  CurrDetail.
                   05              PIC X(2)    value spaces.
                   05  Curr_Cust_Number        PIC 9(6).
                   05              PIC X(4)    value spaces.
                   05  Curr_Last_Name          PIC X(20).
                   05              PIC X(2)    value spaces.
                   05  Curr_Bill_Currency      PIC X(3).
                   05              PIC X(6)    value spaces.
                   05  Curr_Row_Currency       PIC X(3).
                   05              PIC X(3)    value spaces.
                   05  Curr_Rows               PIC ZZZ,ZZ9.
                   05              PIC X(2)    value spaces.
                   05  Curr_Amount             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Curr_Last_Period        PIC X(6).
               01  CurrNoneLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(30)
                       value 'No customer transacts outside'.
                   05              PIC X(26)
                       value ' its billing currency.'.
               01  CurrCountLine.
                   05              PIC X(2)    value spaces.
                   05  Curr_Count_Label        PIC X(36).
                   05  Curr_Count              PIC ZZ,ZZZ,ZZ9.

       Procedure Division.

           0000-Mainline.
               PERFORM 1000-Initialize
               PERFORM 2000-Check-One-History-Row
                   UNTIL No_More_History
               IF Not_First_Customer
                   PERFORM 3000-List-One-Customer
               END-IF
               PERFORM 8000-Write-Report-Totals
               PERFORM 9000-Close-Program
               DISPLAY "CurrencyCheck: " WS_Customers_Listed
                   " customers listed, " WS_Mismatch_Rows
                   " rows outside the billing currency."
               STOP RUN.

           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN OUTPUT CurrRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "CurrencyMismatchReport"
                           "OPEN OUTPUT"
               MOVE WS_Current_Date TO Curr_Run_Date
               WRITE Curr_Buffer FROM CurrHeading1
                   AFTER ADVANCING PAGE
               WRITE Curr_Buffer FROM CurrHeading2
                   AFTER ADVANCING 2 LINES
               SET More_History TO TRUE
               MOVE ZERO TO CH_Customer_Number
               MOVE LOW-VALUES TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START.

      * 2000-Check-One-History-Row - the history is in customer
      * order, so a change of customer closes the last one out and
      * looks up the next one's billing currency.
           2000-Check-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   ADD 1 TO WS_Row_Count
                   IF First_Customer
                       SET Not_First_Customer TO TRUE
                       PERFORM 2100-Start-New-Customer
                   ELSE
                       IF CH_Customer_Number NOT EQUAL
                           WS_Prev_Customer_Number
                           PERFORM 3000-List-One-Customer
                           PERFORM 2100-Start-New-Customer
                       END-IF
                   END-IF
                   MOVE CH_Currency_Code TO WS_Row_Currency
                   IF WS_Row_Currency EQUAL SPACES
                       MOVE 'USD' TO WS_Row_Currency
                   END-IF
                   IF WS_Row_Currency NOT EQUAL WS_Bill_Currency
                       ADD 1 TO WS_Mismatch_Rows
                       PERFORM 2200-Note-Foreign-Row
                   END-IF
               END-IF.

      * 2100-Start-New-Customer - blank billing, or no master row,
      * is the reporting currency.
           2100-Start-New-Customer.
               MOVE CH_Customer_Number TO WS_Prev_Customer_Number
               MOVE ZERO TO Foreign_Count
               SET Master_Found TO TRUE
               MOVE CH_Customer_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               MOVE 'USD' TO WS_Bill_Currency
               IF Master_Found
                   IF CM_Billing_Currency NOT EQUAL SPACES
                       MOVE CM_Billing_Currency TO WS_Bill_Currency
                   END-IF
               END-IF.

           2200-Note-Foreign-Row.
               SET Foreign_Entry_Missing TO TRUE
               PERFORM 2210-Match-One-Foreign
                   VARYING WS_Foreign_Idx FROM 1 BY 1
                   UNTIL WS_Foreign_Idx > Foreign_Count
                       OR Foreign_Entry_Present
               IF Foreign_Entry_Missing
                   IF Foreign_Count < 20
                       ADD 1 TO Foreign_Count
                       MOVE WS_Row_Currency
                           TO FCT_Currency (Foreign_Count)
                       MOVE ZERO TO FCT_Rows (Foreign_Count)
                       MOVE ZERO TO FCT_Amount (Foreign_Count)
                       MOVE SPACES TO FCT_Last_Period (Foreign_Count)
                       MOVE Foreign_Count TO WS_Foreign_Match
                       SET Foreign_Entry_Present TO TRUE
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Foreign_Currency_Table"
                               "TABLE FULL"
                   END-IF
               END-IF
               IF Foreign_Entry_Present
                   ADD 1 TO FCT_Rows (WS_Foreign_Match)
                   ADD CH_Amount_Trans TO FCT_Amount (WS_Foreign_Match)
                   IF CH_Period > FCT_Last_Period (WS_Foreign_Match)
                       MOVE CH_Period
                           TO FCT_Last_Period (WS_Foreign_Match)
                   END-IF
               END-IF.

           2210-Match-One-Foreign.
               IF FCT_Currency (WS_Foreign_Idx) EQUAL WS_Row_Currency
                   SET Foreign_Entry_Present TO TRUE
                   MOVE WS_Foreign_Idx TO WS_Foreign_Match
               END-IF.

           3000-List-One-Customer.
               IF Foreign_Count > ZERO
                   ADD 1 TO WS_Customers_Listed
                   PERFORM 3100-Write-One-Foreign-Line
                       VARYING WS_Foreign_Idx FROM 1 BY 1
                       UNTIL WS_Foreign_Idx > Foreign_Count
               END-IF.

           3100-Write-One-Foreign-Line.
               MOVE WS_Prev_Customer_Number TO Curr_Cust_Number
               IF Master_Found
                   MOVE CM_Last_Name TO Curr_Last_Name
               ELSE
                   MOVE '(no master record)' TO Curr_Last_Name
               END-IF
               MOVE WS_Bill_Currency TO Curr_Bill_Currency
               MOVE FCT_Currency (WS_Foreign_Idx) TO Curr_Row_Currency
               MOVE FCT_Rows (WS_Foreign_Idx) TO Curr_Rows
               MOVE FCT_Amount (WS_Foreign_Idx) TO Curr_Amount
               MOVE FCT_Last_Period (WS_Foreign_Idx)
                   TO Curr_Last_Period
               WRITE Curr_Buffer FROM CurrDetail
                   AFTER ADVANCING 1 LINES.

           8000-Write-Report-Totals.
               IF WS_Customers_Listed EQUAL ZERO
                   WRITE Curr_Buffer FROM CurrNoneLine
                       AFTER ADVANCING 1 LINES
               END-IF
               MOVE 'History rows read' TO Curr_Count_Label
               MOVE WS_Row_Count TO Curr_Count
               WRITE Curr_Buffer FROM CurrCountLine
                   AFTER ADVANCING 3 LINES
               MOVE 'Rows outside the billing currency'
                   TO Curr_Count_Label
               MOVE WS_Mismatch_Rows TO Curr_Count
               WRITE Curr_Buffer FROM CurrCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Customers listed' TO Curr_Count_Label
               MOVE WS_Customers_Listed TO Curr_Count
               WRITE Curr_Buffer FROM CurrCountLine
                   AFTER ADVANCING 1 LINES.

           9000-Close-Program.
               CLOSE CustHist
               CLOSE CustMstr
               CLOSE CurrRpt.

       End Program CurrencyCheck.
