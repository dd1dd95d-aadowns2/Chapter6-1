       Identification Division.
           Program-ID. Confirmations.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Receivables confirmation run for the
      *                   external auditors - states every
      *                   CustomerBalance as of the confirmation
      *                   date (the balance on file less the
      *                   posted history dated after it, converted
      *                   at each row's period rate), selects every
      *                   balance over the ConfirmParams threshold
      *                   plus a random sample of the rest drawn
      *                   from the auditors' seed, prints a
      *                   confirmation letter to the CustomerMaster
      *                   address on ConfirmLetters and adds one row
      *                   per letter to CustConfirms for
      *                   ConfirmDesk to record the reply against.
      *                   The confirmation date (YYYYMMDD) rides
      *                   the command line, today if blank; a date
      *                   already selected is refused so a round's
      *                   replies are never overwritten.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  NSF and NSFC, the returned-payment
      *                   reversal and its fee, join the debit
      *                   adjustments.
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
                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CB_Customer_Number.

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

                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ConfParams assign to "ConfirmParams"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustConf assign to "CustConfirms"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ConfLetters assign to "ConfirmLetters"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select BadAddr assign to "BadAddressWorklist"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  CustBal.
               01  Balance_Record.
                   05  CB_Customer_Number          PIC 9(6).
                   05  CB_Balance                  PIC S9(8)V9(2).
                   05  CB_Last_Activity            PIC 9(8).

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
                   05  CM_Parent_Number                PIC 9(6).
                   05  CM_Company                      PIC X(2).
                   05  CM_Sales_Rep                    PIC X(4).
                   05  CM_Terms_Code                   PIC X(4).
                   05  CM_Addr_Status                  PIC X(1).
                       88  CM_Addr_Returned              value 'R'.
                   05  CM_Addr_Status_Date             PIC 9(8).
                   05  CM_Email                        PIC X(50).
                   05  CM_Stmt_Delivery                PIC X(1).
                   05  CM_Billing_Currency             PIC X(3).
                   05  CM_Cash_Only                    PIC X(1).
                   05  CM_Billing_Cycle                PIC X(1).

           FD  CurrRates
               Record Contains 14 Characters.
               01  Currency_Rate_Record.
                   05  CR_Currency_Code            PIC X(3).
                   05  CR_Effective_Period         PIC X(6).
                   05  CR_Conversion_Rate          PIC 9(1)V9(4).

      * Confirm_Param_Record - the auditors' terms for a round:
      * every balance over the threshold is confirmed, and the
      * sample percent of the rest is drawn from the seed, so the
      * same seed against the same balances draws the same
      * customers again.
           FD  ConfParams
               Record Contains 52 Characters.
               01  Confirm_Param_Record.
                   05  CP_Threshold                PIC 9(7)V9(2).
                   05  CP_Sample_Pct               PIC 9(3).
                   05  CP_Seed                     PIC 9(10).
                   05  CP_Auditor_Name             PIC X(30).

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

           FD  ConfLetters
               Record Contains 132 Characters.
               01  Letter_Buffer                   PIC X(132).

           FD  BadAddr
               Record Contains 84 Characters.
               01  Bad_Address_Record.
                   05  BW_Customer_Number          PIC 9(6).
                   05  BW_Date                     PIC 9(8).
                   05  BW_Source                   PIC X(12).
                   05  BW_Flag_Date                PIC 9(8).
                   05  BW_Last_Name                PIC X(20).
                   05  BW_Address                  PIC X(30).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Command_Line                 PIC X(80).
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_Confirm_Date                 PIC 9(8).
               01  WS_Confirm_Date_X REDEFINES WS_Confirm_Date.
                   05  WS_Confirm_Period           PIC X(6).
                   05  WS_Confirm_Day              PIC X(2).
               01  WS_Confirm_Date_Edit            PIC X(10).
               01  WS_Threshold                    PIC 9(7)V9(2)
                       value 10000.00.
               01  WS_Sample_Pct                   PIC 9(3) value 10.
               01  WS_Seed                         PIC 9(10)
                       value 12345.
               01  WS_Auditor_Name                 PIC X(30)
                       value 'OUR AUDITORS'.

      * The random draw - Park and Miller's minimal standard
      * generator, seed times 16807 modulo 2147483647, one draw per
      * balance under the threshold in customer order.
               01  WS_Rand_Seed                    PIC 9(10).
               01  WS_Rand_Product                 PIC 9(15).
               01  WS_Rand_Quotient                PIC 9(15).
               01  WS_Rand_Draw                    PIC 9(2).

               01  Balance_EOF_Sw                  PIC X(1).
                   88  No_More_Balances              value 'Y'.
                   88  More_Balance_Records          value 'N'.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Selected_Sw                     PIC X(1).
                   88  Balance_Selected              value 'Y'.
                   88  Balance_Not_Selected          value 'N'.
               01  Prior_Round_Sw                  PIC X(1) value 'N'.
                   88  Prior_Round_Found             value 'Y'.
                   88  No_Prior_Round                value 'N'.

               01  WS_As_Of_Balance                PIC S9(8)V9(2).
               01  WS_Conversion_Rate              PIC 9(1)V9(4).
               01  WS_Converted_Amount             PIC 9(9)V9(2).
               01  WS_Rate_Best_Period             PIC X(6).
               01  Rate_Found_Sw                   PIC X(1).
                   88  Rate_Found                    value 'Y'.
                   88  Rate_Not_Found                value 'N'.
               01  Currency_Table_Entries          PIC 9(3) value zero.
               01  Currency_Rate_Table.
                   05  Currency_Table OCCURS 200 TIMES.
                       10  CT_Currency_Code        PIC X(3).
                       10  CT_Effective_Period     PIC X(6).
                       10  CT_Conversion_Rate      PIC 9(1)V9(4).
               01  WS_Currency_Idx                 PIC 9(3).

               01  WS_Population_Count             PIC 9(6) value zero.
               01  WS_Population_Value             PIC S9(11)V9(2)
                       value zero.
               01  WS_Key_Count                    PIC 9(6) value zero.
               01  WS_Key_Value                    PIC S9(11)V9(2)
                       value zero.
               01  WS_Random_Count                 PIC 9(6) value zero.
               01  WS_Random_Value                 PIC S9(11)V9(2)
                       value zero.
               01  WS_Held_Count                   PIC 9(6) value zero.

               01  LetterSeparator.
                   05              PIC X(60)   value ALL '-'.
               01  LetterDateLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_Date             PIC X(10).
               01  LetterNameLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_First_Name       PIC X(10).
                   05              PIC X(1)    value spaces.
                   05  Letter_Last_Name        PIC X(20).
               01  LetterAddressLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_Address          PIC X(30).
               01  LetterCityLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_City             PIC X(20).
                   05              PIC X(1)    value spaces.
                   05  Letter_State            PIC X(2).
                   05              PIC X(1)    value spaces.
                   05  Letter_Zip              PIC X(10).
               01  LetterAccountLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(9)    value 'Account: '.
                   05  Letter_Cust_Number      PIC 9(6).
                   05              PIC X(16)
                           value '  Balance as of '.
                   05  Letter_As_Of_Date       PIC X(10).
                   05              PIC X(2)    value ': '.
                   05  Letter_Balance          PIC Z,ZZZ,ZZ9.99CR.
               01  LetterBodyLine.
                   05              PIC X(2)    value spaces.
                   05  Letter_Body_Text        PIC X(70).
               01  LetterAuditorLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(19)
                           value 'Please reply to:  '.
                   05  Letter_Auditor          PIC X(30).

               01  ControlHeading.
                   05              PIC X(2)    value spaces.
                   05              PIC X(37) value
                       'Confirmation selection control as of '.
                   05  Ctl_Head_Date           PIC X(10).
               01  ControlTermsLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(11)   value 'Threshold: '.
                   05  Ctl_Threshold           PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(11)   value '  Sample: '.
                   05  Ctl_Sample_Pct          PIC ZZ9.
                   05              PIC X(9)    value '%  Seed: '.
                   05  Ctl_Seed                PIC 9(10).
               01  ControlCountLine.
                   05              PIC X(2)    value spaces.
                   05  Ctl_Label               PIC X(30).
                   05  Ctl_Count               PIC ZZZ,ZZ9.
                   05              PIC X(2)    value spaces.
                   05  Ctl_Value               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       Procedure Division.

           0000-Mainline.
               PERFORM 1000-Initialize
               PERFORM 1100-Load-Currency-Rates
               PERFORM 1200-Check-Prior-Round
               IF Prior_Round_Found
                   DISPLAY "Confirmations: " WS_Confirm_Date
                       " already selected - rerun refused."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1300-Open-Files
               PERFORM 2000-Judge-One-Balance
                   UNTIL No_More_Balances
               PERFORM 6000-Write-Control-Page
               PERFORM 9000-Close-Program
               DISPLAY "Confirmations: " WS_Key_Count
                   " key balances, " WS_Random_Count
                   " drawn at random from " WS_Population_Count
                   " balances."
               IF WS_Held_Count > ZERO
                   DISPLAY "Confirmations: " WS_Held_Count
                       " held for returned mail (BadAddressWorklist)."
               END-IF
               STOP RUN.

           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               MOVE WS_Current_Date TO WS_Confirm_Date
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:8) NUMERIC
                   MOVE WS_Command_Line (1:8) TO WS_Confirm_Date
               END-IF
               STRING WS_Confirm_Date (5:2) '/' WS_Confirm_Date (7:2)
                       '/' WS_Confirm_Date (1:4) DELIMITED BY SIZE
                   INTO WS_Confirm_Date_Edit
               OPEN INPUT ConfParams
               IF File_Status EQUAL '00'
                   READ ConfParams
                       AT END CONTINUE
                       NOT AT END
                           MOVE CP_Threshold TO WS_Threshold
                           IF CP_Sample_Pct NOT > 100
                               MOVE CP_Sample_Pct TO WS_Sample_Pct
                           END-IF
                           MOVE CP_Seed TO WS_Seed
                           IF CP_Auditor_Name NOT EQUAL SPACES
                               MOVE CP_Auditor_Name TO WS_Auditor_Name
                           END-IF
                   END-READ
                   CLOSE ConfParams
               END-IF
               MOVE WS_Seed TO WS_Rand_Seed
               IF WS_Rand_Seed EQUAL ZERO OR
                   WS_Rand_Seed NOT < 2147483647
                   MOVE 1 TO WS_Rand_Seed
               END-IF.

           1100-Load-Currency-Rates.
               MOVE ZERO TO Currency_Table_Entries
               OPEN INPUT CurrRates
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1110-Read-One-Rate
                       UNTIL No_More_Input
                   CLOSE CurrRates
               END-IF.

           1110-Read-One-Rate.
               READ CurrRates
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Currency_Table_Entries < 200
                       ADD 1 TO Currency_Table_Entries
                       MOVE CR_Currency_Code TO
                           CT_Currency_Code (Currency_Table_Entries)
                       MOVE CR_Effective_Period TO
                           CT_Effective_Period (Currency_Table_Entries)
                       MOVE CR_Conversion_Rate TO
                           CT_Conversion_Rate (Currency_Table_Entries)
                   END-IF
               END-IF.

      * 1200-Check-Prior-Round - a date already on CustConfirms has
      * letters out and perhaps replies recorded; selecting it again
      * would double the round, so the run stops instead.
           1200-Check-Prior-Round.
               SET No_Prior_Round TO TRUE
               OPEN INPUT CustConf
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Check-One-Confirm
                       UNTIL No_More_Input OR Prior_Round_Found
                   CLOSE CustConf
               END-IF.

           1210-Check-One-Confirm.
               READ CustConf
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF CF_Confirm_Date EQUAL WS_Confirm_Date
                       SET Prior_Round_Found TO TRUE
                   END-IF
               END-IF.

           1300-Open-Files.
               OPEN INPUT CustBal
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerBalance" "OPEN INPUT"
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN OUTPUT ConfLetters
                   CALL "Validations" USING File_Status
                       BY CONTENT "ConfirmLetters" "OPEN OUTPUT"
               OPEN EXTEND CustConf
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustConf
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustConfirms" "OPEN EXTEND"
               SET More_Balance_Records TO TRUE
               MOVE ZERO TO CB_Customer_Number
               START CustBal KEY IS NOT LESS THAN CB_Customer_Number
                   INVALID KEY SET No_More_Balances TO TRUE
               END-START.

      * 2000-Judge-One-Balance - a balance that is zero as of the
      * confirmation date has nothing to confirm and takes no draw;
      * every other one is either a key item or takes exactly one
      * draw, so the sample depends only on the seed and the
      * balances.
           2000-Judge-One-Balance.
               READ CustBal NEXT RECORD
                   AT END SET No_More_Balances TO TRUE
               END-READ
               IF NOT No_More_Balances
                   PERFORM 2100-State-As-Of-Balance
                   IF WS_As_Of_Balance NOT EQUAL ZERO
                       ADD 1 TO WS_Population_Count
                       ADD WS_As_Of_Balance TO WS_Population_Value
                       SET Balance_Not_Selected TO TRUE
                       IF WS_As_Of_Balance > WS_Threshold
                           MOVE 'K' TO CF_Selection
                           SET Balance_Selected TO TRUE
                       ELSE
                           PERFORM 2400-Draw-Random
                           IF WS_Rand_Draw < WS_Sample_Pct
                               MOVE 'R' TO CF_Selection
                               SET Balance_Selected TO TRUE
                           END-IF
                       END-IF
                       IF Balance_Selected
                           PERFORM 3000-Confirm-One-Balance
                       END-IF
                   END-IF
               END-IF.

      * 2100-State-As-Of-Balance - the balance on file less every
      * posted row dated after the confirmation date, signed the way
      * the nightly run posts it: sales and the debit-set
      * adjustments raised it, so they come off; payments, returns
      * and credit adjustments lowered it, so they go back on.
           2100-State-As-Of-Balance.
               MOVE CB_Balance TO WS_As_Of_Balance
               SET More_History TO TRUE
               MOVE CB_Customer_Number TO CH_Customer_Number
               MOVE WS_Confirm_Period TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 2200-Back-Out-One-Row
                   UNTIL No_More_History.

           2200-Back-Out-One-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Customer_Number NOT EQUAL CB_Customer_Number
                       SET No_More_History TO TRUE
                   ELSE
                       IF CH_Period > WS_Confirm_Period OR
                           CH_Day_Trans > WS_Confirm_Day
                           PERFORM 2300-Lookup-Currency-Rate
                           COMPUTE WS_Converted_Amount ROUNDED =
                               CH_Amount_Trans * WS_Conversion_Rate
                           IF CH_Trans_Type EQUAL 'S' OR
                               (CH_Trans_Type EQUAL 'A' AND
                                   (CH_Reason_Code EQUAL 'LATE' OR
                                       CH_Reason_Code EQUAL 'RFND' OR
                                       CH_Reason_Code EQUAL 'ESCH' OR
                                       CH_Reason_Code EQUAL 'FXGN' OR
                                       CH_Reason_Code EQUAL 'XFER' OR
                                       CH_Reason_Code EQUAL 'NSF ' OR
                                       CH_Reason_Code EQUAL 'NSFC'))
                               SUBTRACT WS_Converted_Amount
                                   FROM WS_As_Of_Balance
                           ELSE
                               ADD WS_Converted_Amount
                                   TO WS_As_Of_Balance
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           2300-Lookup-Currency-Rate.
               SET Rate_Not_Found TO TRUE
               MOVE ZEROES TO WS_Rate_Best_Period
               MOVE 1.0000 TO WS_Conversion_Rate
               PERFORM 2310-Check-Currency-Entry
                   VARYING WS_Currency_Idx FROM 1 BY 1
                   UNTIL WS_Currency_Idx > Currency_Table_Entries.

           2310-Check-Currency-Entry.
               IF CT_Currency_Code (WS_Currency_Idx) EQUAL
                   CH_Currency_Code AND
                   CT_Effective_Period (WS_Currency_Idx) NOT GREATER
                       THAN CH_Period AND
                   CT_Effective_Period (WS_Currency_Idx) NOT LESS
                       THAN WS_Rate_Best_Period
                   SET Rate_Found TO TRUE
                   MOVE CT_Effective_Period (WS_Currency_Idx)
                       TO WS_Rate_Best_Period
                   MOVE CT_Conversion_Rate (WS_Currency_Idx)
                       TO WS_Conversion_Rate
               END-IF.

      * 2400-Draw-Random - the next number in the seed's sequence,
      * reduced to 0-99 against the sample percent.
           2400-Draw-Random.
               COMPUTE WS_Rand_Product = WS_Rand_Seed * 16807
               DIVIDE WS_Rand_Product BY 2147483647
                   GIVING WS_Rand_Quotient REMAINDER WS_Rand_Seed
               DIVIDE WS_Rand_Seed BY 100
                   GIVING WS_Rand_Quotient REMAINDER WS_Rand_Draw.

      * 3000-Confirm-One-Balance - a customer gone from the master
      * cannot be written to and is passed over; one whose mail
      * comes back is still on the round (the auditors must see the
      * gap) but gets no letter and goes on the worklist for the
      * desk, as DunningRun does.
           3000-Confirm-One-Balance.
               SET Master_Found TO TRUE
               MOVE CB_Customer_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               IF Master_Found
                   IF CF_Selection EQUAL 'K'
                       ADD 1 TO WS_Key_Count
                       ADD WS_As_Of_Balance TO WS_Key_Value
                   ELSE
                       ADD 1 TO WS_Random_Count
                       ADD WS_As_Of_Balance TO WS_Random_Value
                   END-IF
                   MOVE WS_Confirm_Date TO CF_Confirm_Date
                   MOVE CB_Customer_Number TO CF_Customer_Number
                   MOVE WS_As_Of_Balance TO CF_Balance
                   MOVE 'S' TO CF_Status
                   MOVE ZERO TO CF_Customer_Figure
                   MOVE ZERO TO CF_Reply_Date
                   MOVE SPACES TO CF_Operator
                   MOVE WS_Seed TO CF_Seed
                   IF CM_Addr_Returned
                       MOVE 'N' TO CF_Mailed
                       PERFORM 3100-Write-Bad-Address-Row
                       ADD 1 TO WS_Held_Count
                   ELSE
                       MOVE 'Y' TO CF_Mailed
                       PERFORM 5000-Write-One-Letter
                   END-IF
                   WRITE Confirm_Record
               END-IF.

           3100-Write-Bad-Address-Row.
               OPEN EXTEND BadAddr
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT BadAddr
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "BadAddressWorklist" "OPEN EXTEND"
               MOVE CM_Customer_Number TO BW_Customer_Number
               MOVE WS_Current_Date TO BW_Date
               MOVE 'CONFIRMATION' TO BW_Source
               MOVE CM_Addr_Status_Date TO BW_Flag_Date
               MOVE CM_Last_Name TO BW_Last_Name
               MOVE CM_Address TO BW_Address
               WRITE Bad_Address_Record
               CLOSE BadAddr.

           5000-Write-One-Letter.
               WRITE Letter_Buffer FROM LetterSeparator
                   AFTER ADVANCING 1 LINES
               STRING WS_Current_Month '/' WS_Current_Day '/'
                       WS_Current_Year DELIMITED BY SIZE
                   INTO Letter_Date
               WRITE Letter_Buffer FROM LetterDateLine
                   AFTER ADVANCING 1 LINES
               MOVE CM_First_Name TO Letter_First_Name
               MOVE CM_Last_Name TO Letter_Last_Name
               WRITE Letter_Buffer FROM LetterNameLine
                   AFTER ADVANCING 1 LINES
               MOVE CM_Address TO Letter_Address
               WRITE Letter_Buffer FROM LetterAddressLine
                   AFTER ADVANCING 1 LINES
               MOVE CM_City TO Letter_City
               MOVE CM_State TO Letter_State
               MOVE CM_Zip TO Letter_Zip
               WRITE Letter_Buffer FROM LetterCityLine
                   AFTER ADVANCING 1 LINES
               MOVE CB_Customer_Number TO Letter_Cust_Number
               MOVE WS_Confirm_Date_Edit TO Letter_As_Of_Date
               MOVE WS_As_Of_Balance TO Letter_Balance
               WRITE Letter_Buffer FROM LetterAccountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Our auditors are examining our accounts.  Please '
                   & 'confirm to them directly'
                   TO Letter_Body_Text
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 2 LINES
               MOVE 'whether the balance above agrees with your records'
                   & '.  If it does not, give'
                   TO Letter_Body_Text
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 1 LINES
               MOVE 'the balance your records show and the details of '
                   & 'the difference.'
                   TO Letter_Body_Text
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 1 LINES
               MOVE WS_Auditor_Name TO Letter_Auditor
               WRITE Letter_Buffer FROM LetterAuditorLine
                   AFTER ADVANCING 2 LINES
               MOVE '[ ] Agreed    [ ] Disagreed - balance per your '
                   & 'records: ______________'
                   TO Letter_Body_Text
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Signed: ______________________    Date: '
                   & '____________'
                   TO Letter_Body_Text
               WRITE Letter_Buffer FROM LetterBodyLine
                   AFTER ADVANCING 2 LINES.

      * 6000-Write-Control-Page - the terms and the counts, so the
      * auditors can rerun the draw and tie the sample to the
      * population.
           6000-Write-Control-Page.
               WRITE Letter_Buffer FROM LetterSeparator
                   AFTER ADVANCING PAGE
               MOVE WS_Confirm_Date_Edit TO Ctl_Head_Date
               WRITE Letter_Buffer FROM ControlHeading
                   AFTER ADVANCING 1 LINES
               MOVE WS_Threshold TO Ctl_Threshold
               MOVE WS_Sample_Pct TO Ctl_Sample_Pct
               MOVE WS_Seed TO Ctl_Seed
               WRITE Letter_Buffer FROM ControlTermsLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Balances in population' TO Ctl_Label
               MOVE WS_Population_Count TO Ctl_Count
               MOVE WS_Population_Value TO Ctl_Value
               WRITE Letter_Buffer FROM ControlCountLine
                   AFTER ADVANCING 2 LINES
               MOVE 'Key balances over threshold' TO Ctl_Label
               MOVE WS_Key_Count TO Ctl_Count
               MOVE WS_Key_Value TO Ctl_Value
               WRITE Letter_Buffer FROM ControlCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Drawn at random' TO Ctl_Label
               MOVE WS_Random_Count TO Ctl_Count
               MOVE WS_Random_Value TO Ctl_Value
               WRITE Letter_Buffer FROM ControlCountLine
                   AFTER ADVANCING 1 LINES
               MOVE 'Held for returned mail' TO Ctl_Label
               MOVE WS_Held_Count TO Ctl_Count
               MOVE ZERO TO Ctl_Value
               WRITE Letter_Buffer FROM ControlCountLine
                   AFTER ADVANCING 1 LINES.

           9000-Close-Program.
               CLOSE CustBal
               CLOSE CustHist
               CLOSE CustMstr
               CLOSE ConfLetters
               CLOSE CustConf.

       End Program Confirmations.
