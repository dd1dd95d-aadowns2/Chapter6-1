      *                   day writes a CustOpsAlert record - a
      *                   transposed payment amount stops surviving
      *                   until a customer complains.
      *   2026-10-15  AD  Sales rep carried on the history layout
      *                   for the monthly commission run (history
      *                   69 to 73).
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81).
      *   2026-10-15  AD  Due date carried on the history layout
      *                   (history 81 to 89).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Operations alerts carry a severity and a
      *                   category so AlertDispatch can route them
      *                   to the on-call contact (CustOpsAlert 92
      *                   to 97).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).  An out-of-balance day's payment
      *                   listing reads only that period off the
      *                   period key.

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
                   05  CR_Conversion_Rate          PIC 9(1)V9(4).

           FD  CustAlert
               Record Contains 97 Characters.
               01  Alert_Record.
                   05  OA_Date                     PIC 9(8).
                   05  OA_Time                     PIC 9(6).
                   05  OA_Total_Expected           PIC 9(9)V9(2).
                   05  OA_Total_Actual             PIC 9(9)V9(2).
                   05  OA_Run_Id                   PIC X(14).
                   05  OA_Severity                 PIC X(1).
                   05  OA_Category                 PIC X(4).

           FD  ReconRpt
               Record Contains 132 Characters.
                   PERFORM 3300-Write-Ops-Alert
               END-IF.

      * 3200-List-Day-Payments - the day's payments all sit in one
      * period, so the listing reads that period alone off the
      * period key; within a period the key runs in customer order
      * just as the full walk did.
           3200-List-Day-Payments.
               OPEN INPUT CustHist
               SET More_History TO TRUE
               MOVE WS_Detail_Date (1:6) TO CH_PK_Period
               MOVE ZERO TO CH_PK_Customer
               MOVE ZERO TO CH_PK_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Period_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 3210-List-One-Payment
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History AND
                   CH_PK_Period > WS_Detail_Date (1:6)
                   SET No_More_History TO TRUE
               END-IF
               IF NOT No_More_History
                   IF CH_Trans_Type EQUAL 'P'
                       MOVE CH_Period TO WS_Payment_Date (1:6)
               STRING 'DEPREC' DELIMITED BY SIZE
                       DD_Date (WS_DD_Idx) DELIMITED BY SIZE
                   INTO OA_Run_Id
               MOVE '1' TO OA_Severity
               MOVE 'BANK' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

