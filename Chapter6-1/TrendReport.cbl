      *                   Year section only sees years present in
      *                   one night's input; the archives hold the
      *                   rest.
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
      *                   to 121).  The open year is read off the
      *                   period key from January until the key
      *                   passes the year, not the whole file.

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CurrRates assign to "CurrencyRates"
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

           FD  CurrRates
               Record Contains 14 Characters.
      * 3000-Add-Current-Year - the open year is not archived yet,
      * so its figures come straight off CustomerHistory, signed
      * and converted the way YearEnd rolls them.
      * 3000-Add-Current-Year - the open year is read off the period
      * key from its first month and stops once the key passes the
      * year, rather than walking every customer's whole history.
           3000-Add-Current-Year.
               MOVE WS_Current_Year TO WS_Year
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SET More_History TO TRUE
               MOVE WS_Current_Year TO CH_PK_Period (1:4)
               MOVE LOW-VALUES TO CH_PK_Period (5:2)
               MOVE ZERO TO CH_PK_Customer
               MOVE ZERO TO CH_PK_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Period_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 3100-Roll-One-History-Row
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_PK_Period (1:4) > WS_Current_Year
                       SET No_More_History TO TRUE
                   ELSE
                       PERFORM 3200-Accumulate-One-Row
                   END-IF
               END-IF.
