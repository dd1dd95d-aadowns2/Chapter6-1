      *                   Analysis section counts, instead of
      *                   guessing.  Rows posted before the product
      *                   code existed bin under the (none) code.
      *   2026-10-15  AD  Sales rep carried on the history layout
      *                   for the monthly commission run (history
      *                   69 to 73).
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81).
      *   2026-10-15  AD  Due date carried on the history layout
      *                   (history 81 to 89).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).  The scan reads off the period key
      *                   and takes an optional "from,thru" period
      *                   range (YYYYMM,YYYYMM) on the command line;
      *                   with none it covers every period as before.

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select ProdMast assign to "ProductMaster"
                       File Status is File_Status
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

           FD  ProdMast
               Record Contains 28 Characters.
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  WS_Row_Count                    PIC 9(8) value zero.
               01  WS_Command_Line                 PIC X(80).
               01  WS_From_Token                   PIC X(6).
               01  WS_Thru_Token                   PIC X(6).
               01  WS_From_Period                  PIC X(6)
                                                   value low-values.
               01  WS_Thru_Period                  PIC X(6)
                                                   value high-values.
               01  WS_Conversion_Rate              PIC 9(1)V9(4).
               01  WS_Converted_Amount             PIC 9(9)V9(2).
               01  WS_Rate_Best_Period             PIC X(6).
       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               UNSTRING WS_Command_Line DELIMITED BY ','
                   INTO WS_From_Token WS_Thru_Token
               END-UNSTRING
               IF WS_From_Token NUMERIC
                   MOVE WS_From_Token TO WS_From_Period
               END-IF
               IF WS_Thru_Token NUMERIC
                   MOVE WS_Thru_Token TO WS_Thru_Period
               END-IF
               PERFORM 1000-Load-Product-Master
               PERFORM 1100-Load-Currency-Rates
               PERFORM 2000-Scan-History
                   END-IF
               END-IF.

      * 2000-Scan-History - the history is read off the period key
      * from the first period asked for and stops once the key
      * passes the last; with no range on the command line that
      * is every period on file, as the analysis always reported.
      * The report lines are sorted before printing, so the order
      * the rows arrive in does not show.
           2000-Scan-History.
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SET More_History TO TRUE
               MOVE WS_From_Period TO CH_PK_Period
               MOVE ZERO TO CH_PK_Customer
               MOVE ZERO TO CH_PK_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Period_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 2100-Total-One-History-Row
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History AND
                   CH_PK_Period > WS_Thru_Period
                   SET No_More_History TO TRUE
               END-IF
               IF NOT No_More_History
                   IF CH_Trans_Type EQUAL 'S' OR
                       CH_Trans_Type EQUAL 'R'
