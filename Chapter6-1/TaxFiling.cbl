      *                   can report only the DELTA against what a
      *                   prior extract for the same quarter said.
      *                   First token names the quarter as YYYYQn.
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
      *                   to 121).  The scan starts on the period key
      *                   at the quarter's first month and stops once
      *                   past its last, instead of reading the whole
      *                   file; the quarter's rows sort back into
      *                   customer key order (TaxSortWork,
      *                   TaxHistSorted) so the extract lists the
      *                   jurisdictions exactly as before.

       Environment Division.
           Configuration Section.

           Input-Output Section.
               File-Control.
                   Select SortFile assign to "TaxSortWork".

                   Select TaxSorted assign to "TaxHistSorted"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustHist assign to CustomerHistory
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CurrRates assign to "CurrencyRates"
                       File Status is File_Status

       Data Division.
           File Section.
      * Sort-Record - one history row of the quarter, taken off the
      * period key and put back in customer key order so the
      * jurisdictions fall into the table as they always have.
           SD  SortFile.
               01  Sort-Record.
                   05  Sort_History_Key            PIC X(16).
                   05  Sort_History_Rest           PIC X(105).

           FD  TaxSorted
               Record Contains 121 Characters.
               01  Tax_Sorted_Record               PIC X(121).

           FD  CustHist.
               01  History_Record.
                   05  CH_Key.
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
                   END-IF
               END-IF.

      * 3000-Scan-History - only the quarter's three periods are
      * read, starting on the period key at the first and stopping
      * once the key passes the last; the rows sort back into
      * customer key order and come back through History_Record,
      * so the jurisdictions meet the table in the order the
      * extract has always listed them.
           3000-Scan-History.
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SORT SortFile
                   ON ASCENDING KEY Sort_History_Key
                   INPUT PROCEDURE IS 3050-Release-Quarter-Rows
                   GIVING TaxSorted
               OPEN INPUT TaxSorted
                   CALL "Validations" USING File_Status
                       BY CONTENT "TaxHistSorted" "OPEN INPUT"
               SET More_History TO TRUE
               PERFORM 3100-Judge-One-History-Row
                   UNTIL No_More_History
               CLOSE TaxSorted
               CLOSE CustHist.

           3050-Release-Quarter-Rows.
               SET More_History TO TRUE
               MOVE WS_Q_Period (1) TO CH_PK_Period
               MOVE ZERO TO CH_PK_Customer
               MOVE ZERO TO CH_PK_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Period_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 3060-Release-One-History-Row
                   UNTIL No_More_History.

           3060-Release-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_PK_Period > WS_Q_Period (3)
                       SET No_More_History TO TRUE
                   ELSE
                       MOVE History_Record TO Sort-Record
                       RELEASE Sort-Record
                   END-IF
               END-IF.

           3100-Judge-One-History-Row.
               READ TaxSorted INTO History_Record
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Tax_Juris NOT EQUAL SPACES
                       SET Row_Not_In_Quarter TO TRUE
