       Identification Division.
           Program-ID. EDIExtract.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Nightly EDI outbound invoice feed - for
      *                   each active trading partner on EDIPartners
      *                   every sale, return and credit adjustment
      *                   posted to the partner's customer on
      *                   CustomerHistory since the last extract
      *                   goes out on EDIOutbound as an invoice or
      *                   credit memo, bill-to off CustomerMaster
      *                   and item description off ProductMaster,
      *                   in the partner's standard: X12 810 ('X')
      *                   or EDIFACT INVOIC ('E').  One interchange
      *                   per partner per night, numbered off
      *                   EDIControl and logged on EDIInterchangeLog
      *                   as sent; EDIAckImport marks it accepted
      *                   or rejected and OpsSummary lists those
      *                   left unacknowledged.  Each partner row
      *                   keeps the last history key extracted.
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
      *   2026-10-15  AD  A full partner table stops the run before
      *                   EDIPartners is rewritten.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select Partners assign to "EDIPartners"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select EDICtl assign to "EDIControl"
                       File Status is File_Status
                       Organization is Line Sequential.

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

                   Select ProdMast assign to "ProductMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select EDIOut assign to "EDIOutbound"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select EDILog assign to "EDIInterchangeLog"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * EDI_Partner_Record - one row per trading partner: our
      * customer, the partner's interchange id, its standard, which
      * documents it takes, whether it is live, and the history
      * key the last extract reached.
           FD  Partners
               Record Contains 35 Characters.
               01  EDI_Partner_Record.
                   05  EP_Customer_Number          PIC 9(6).
                   05  EP_Partner_Id               PIC X(15).
                   05  EP_Format                   PIC X(1).
                       88  EP_Format_X12             value 'X'.
                       88  EP_Format_Edifact         value 'E'.
                   05  EP_Send_Invoices            PIC X(1).
                   05  EP_Send_Credits             PIC X(1).
                   05  EP_Active                   PIC X(1).
                       88  EP_Partner_Active         value 'Y'.
                   05  EP_Last_Period              PIC X(6).
                   05  EP_Last_Sequence            PIC 9(4).

      * EDI_Control_Record - our own interchange sender id and the
      * last interchange control number issued.
           FD  EDICtl
               Record Contains 24 Characters.
               01  EDI_Control_Record.
                   05  EC_Sender_Id                PIC X(15).
                   05  EC_Last_Control             PIC 9(9).

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
                   05  CM_Addr_Status_Date             PIC 9(8).
                   05  CM_Email                        PIC X(50).
                   05  CM_Stmt_Delivery                PIC X(1).
                   05  CM_Billing_Currency             PIC X(3).
                   05  CM_Cash_Only                    PIC X(1).
                   05  CM_Billing_Cycle                PIC X(1).

           FD  ProdMast
               Record Contains 28 Characters.
               01  Product_Master_Record.
                   05  PM_Product_Code             PIC X(4).
                   05  PM_Description              PIC X(20).
                   05  PM_Category                 PIC X(4).

           FD  EDIOut
               Record Contains 132 Characters.
               01  EDI_Segment_Record              PIC X(132).

      * EDI_Interchange_Record - one row per interchange sent:
      * status S until EDIAckImport sets A (accepted) or R
      * (rejected) with the acknowledgment date.
           FD  EDILog
               Record Contains 63 Characters.
               01  EDI_Interchange_Record.
                   05  EI_Control                  PIC 9(9).
                   05  EI_Partner_Id               PIC X(15).
                   05  EI_Customer_Number          PIC 9(6).
                   05  EI_Date                     PIC 9(8).
                   05  EI_Doc_Count                PIC 9(5).
                   05  EI_Amount                   PIC 9(9)V9(2).
                   05  EI_Status                   PIC X(1).
                   05  EI_Ack_Date                 PIC 9(8).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Sender_Id                    PIC X(15)
                       value 'ARSYSTEM'.
               01  WS_Last_Control                 PIC 9(9) value zero.
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Interchange_Sw                  PIC X(1).
                   88  Interchange_Open              value 'Y'.
                   88  Interchange_Closed            value 'N'.
               01  Document_Sw                     PIC X(1).
                   88  Document_Invoice              value 'I'.
                   88  Document_Credit               value 'C'.
                   88  Document_None                 value 'N'.

               01  Partner_Count                   PIC 9(3) value zero.
               01  Partner_Table.
                   05  Partner_Entry OCCURS 100 TIMES.
                       10  PT_Image                PIC X(35).
               01  WS_PT_Idx                       PIC 9(3).

               01  Product_Count                   PIC 9(3) value zero.
               01  Product_Table.
                   05  Product_Entry OCCURS 200 TIMES.
                       10  PRT_Code                PIC X(4).
                       10  PRT_Description         PIC X(20).
               01  WS_PR_Idx                       PIC 9(3).
               01  WS_Description                  PIC X(20).

      * Interchange and document working fields - the segment is
      * built with a running pointer, trailing blanks left off
      * each element.
               01  WS_Control                      PIC 9(9).
               01  WS_Doc_Count                    PIC 9(5).
               01  WS_Doc_Amount                   PIC 9(9)V9(2).
               01  WS_Seg_Count                    PIC 9(4).
               01  WS_Doc_Seq                      PIC 9(4).
               01  WS_Doc_Number                   PIC X(12).
               01  WS_Doc_Date                     PIC X(8).
               01  WS_Segment                      PIC X(132).
               01  WS_Seg_Ptr                      PIC 9(3).
               01  WS_Bill_To_Name                 PIC X(31).
               01  WS_Amount_Edit                  PIC Z(6)9.99.
               01  WS_Cents_Edit                   PIC Z(8)9.
               01  WS_Cents                        PIC 9(9).
               01  WS_Count_Edit                   PIC Z(4)9.
               01  WS_Lead                         PIC 9(2).
               01  WS_Amount_Text                  PIC X(10).
               01  WS_Cents_Text                   PIC X(9).
               01  WS_Count_Text                   PIC X(5).
               01  WS_Short_Date                   PIC X(6).
               01  WS_Short_Time                   PIC X(4).
               01  WS_Run_Docs                     PIC 9(6) value zero.
               01  WS_Run_Interchanges             PIC 9(4) value zero.

       Procedure Division.

           0000-Mainline.
               CALL "RunTiming" USING BY CONTENT 'S' 'EDIEXTRACT  '
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date (3:6) TO WS_Short_Date
               MOVE WS_System_Time (1:4) TO WS_Short_Time
               PERFORM 1000-Load-Control
               PERFORM 1100-Load-Partners
               PERFORM 1200-Load-Products
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN OUTPUT EDIOut
                   CALL "Validations" USING File_Status
                       BY CONTENT "EDIOutbound" "OPEN OUTPUT"
               PERFORM 2000-Extract-One-Partner
                   VARYING WS_PT_Idx FROM 1 BY 1
                   UNTIL WS_PT_Idx > Partner_Count
               CLOSE EDIOut
               CLOSE CustHist
               CLOSE CustMstr
               PERFORM 8000-Rewrite-Partners
               PERFORM 8100-Rewrite-Control
               DISPLAY "EDIExtract: " WS_Run_Interchanges
                   " interchanges, " WS_Run_Docs " documents."
               CALL "RunTiming" USING BY CONTENT 'E' 'EDIEXTRACT  '
               STOP RUN.

      * 1000-Load-Control - with no control row yet the numbers
      * start at 1 under the default sender id.
           1000-Load-Control.
               OPEN INPUT EDICtl
               IF File_Status EQUAL '00'
                   READ EDICtl
                       AT END CONTINUE
                       NOT AT END
                           MOVE EC_Sender_Id TO WS_Sender_Id
                           MOVE EC_Last_Control TO WS_Last_Control
                   END-READ
                   CLOSE EDICtl
               END-IF.

           1100-Load-Partners.
               MOVE ZERO TO Partner_Count
               OPEN INPUT Partners
                   CALL "Validations" USING File_Status
                       BY CONTENT "EDIPartners" "OPEN INPUT"
               SET More_Input_Records TO TRUE
               PERFORM 1110-Read-One-Partner
                   UNTIL No_More_Input
               CLOSE Partners.

           1110-Read-One-Partner.
               READ Partners
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Partner_Count < 100
                       ADD 1 TO Partner_Count
                       MOVE EDI_Partner_Record
                           TO PT_Image (Partner_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Partner_Table" "TABLE FULL"
                       DISPLAY "Partner table full - EDIPartners "
                           "left as it stands."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           1200-Load-Products.
               MOVE ZERO TO Product_Count
               OPEN INPUT ProdMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Product
                       UNTIL No_More_Input
                   CLOSE ProdMast
               END-IF.

           1210-Read-One-Product.
               READ ProdMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Product_Count < 200
                       ADD 1 TO Product_Count
                       MOVE PM_Product_Code TO PRT_Code (Product_Count)
                       MOVE PM_Description
                           TO PRT_Description (Product_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Product_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 2000-Extract-One-Partner - the customer's history is read
      * from just past the key the last extract reached; every row
      * moves the mark on, sent or not, so nothing goes twice.
           2000-Extract-One-Partner.
               MOVE PT_Image (WS_PT_Idx) TO EDI_Partner_Record
               IF EP_Partner_Active
                   SET Interchange_Closed TO TRUE
                   MOVE ZERO TO WS_Doc_Count
                   MOVE ZERO TO WS_Doc_Amount
                   PERFORM 2100-Read-Bill-To
                   SET More_History TO TRUE
                   MOVE EP_Customer_Number TO CH_Customer_Number
                   MOVE EP_Last_Period TO CH_Period
                   MOVE EP_Last_Sequence TO CH_Sequence
                   START CustHist KEY IS GREATER THAN CH_Key
                       INVALID KEY SET No_More_History TO TRUE
                   END-START
                   PERFORM 2200-Check-One-History-Row
                       UNTIL No_More_History
                   IF Interchange_Open
                       PERFORM 4000-Close-Interchange
                   END-IF
                   MOVE EDI_Partner_Record TO PT_Image (WS_PT_Idx)
               END-IF.

           2100-Read-Bill-To.
               SET Master_Found TO TRUE
               MOVE EP_Customer_Number TO CM_Customer_Number
               READ CustMstr
                   INVALID KEY SET Master_Not_Found TO TRUE
               END-READ
               IF Master_Not_Found
                   MOVE SPACES TO CustomerMasterRecord
                   MOVE EP_Customer_Number TO CM_Customer_Number
               END-IF
               MOVE SPACES TO WS_Bill_To_Name
               STRING CM_First_Name DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       CM_Last_Name DELIMITED BY '  '
                   INTO WS_Bill_To_Name.

           2200-Check-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Customer_Number NOT EQUAL EP_Customer_Number
                       SET No_More_History TO TRUE
                   ELSE
                       MOVE CH_Period TO EP_Last_Period
                       MOVE CH_Sequence TO EP_Last_Sequence
                       PERFORM 2300-Classify-Document
                       IF NOT Document_None
                           IF Interchange_Closed
                               PERFORM 3000-Open-Interchange
                           END-IF
                           PERFORM 3100-Write-Document
                       END-IF
                   END-IF
               END-IF.

      * 2300-Classify-Document - sales go as invoices, returns and
      * credit adjustments as credit memos, each only if the
      * partner takes that document; payments and debit
      * adjustments (LATE, RFND, ESCH, FXGN, XFER, NSF, NSFC) do
      * not go.
           2300-Classify-Document.
               SET Document_None TO TRUE
               EVALUATE TRUE
                   WHEN CH_Trans_Type EQUAL 'S'
                       IF EP_Send_Invoices EQUAL 'Y'
                           SET Document_Invoice TO TRUE
                       END-IF
                   WHEN CH_Trans_Type EQUAL 'R'
                       IF EP_Send_Credits EQUAL 'Y'
                           SET Document_Credit TO TRUE
                       END-IF
                   WHEN CH_Trans_Type EQUAL 'A'
                       IF EP_Send_Credits EQUAL 'Y' AND
                           CH_Reason_Code NOT EQUAL 'LATE' AND
                           CH_Reason_Code NOT EQUAL 'RFND' AND
                           CH_Reason_Code NOT EQUAL 'ESCH' AND
                           CH_Reason_Code NOT EQUAL 'FXGN' AND
                           CH_Reason_Code NOT EQUAL 'XFER' AND
                           CH_Reason_Code NOT EQUAL 'NSF ' AND
                           CH_Reason_Code NOT EQUAL 'NSFC'
                           SET Document_Credit TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      * 3000-Open-Interchange - the envelope goes out with the
      * partner's first document of the night.
           3000-Open-Interchange.
               SET Interchange_Open TO TRUE
               ADD 1 TO WS_Last_Control
               MOVE WS_Last_Control TO WS_Control
               MOVE ZERO TO WS_Doc_Seq
               MOVE SPACES TO WS_Segment
               MOVE 1 TO WS_Seg_Ptr
               IF EP_Format_Edifact
                   STRING 'UNB+UNOA:2+' DELIMITED BY SIZE
                           WS_Sender_Id DELIMITED BY SPACE
                           '+' DELIMITED BY SIZE
                           EP_Partner_Id DELIMITED BY SPACE
                           '+' DELIMITED BY SIZE
                           WS_Short_Date DELIMITED BY SIZE
                           ':' DELIMITED BY SIZE
                           WS_Short_Time DELIMITED BY SIZE
                           '+' DELIMITED BY SIZE
                           WS_Control DELIMITED BY SIZE
                           '''' DELIMITED BY SIZE
                       INTO WS_Segment WITH POINTER WS_Seg_Ptr
                   PERFORM 3900-Put-Segment
               ELSE
                   STRING 'ISA*00*          *00*          *ZZ*'
                               DELIMITED BY SIZE
                           WS_Sender_Id DELIMITED BY SIZE
                           '*ZZ*' DELIMITED BY SIZE
                           EP_Partner_Id DELIMITED BY SIZE
                           '*' DELIMITED BY SIZE
                           WS_Short_Date DELIMITED BY SIZE
                           '*' DELIMITED BY SIZE
                           WS_Short_Time DELIMITED BY SIZE
                           '*U*00401*' DELIMITED BY SIZE
                           WS_Control DELIMITED BY SIZE
                           '*0*P*>~' DELIMITED BY SIZE
                       INTO WS_Segment WITH POINTER WS_Seg_Ptr
                   PERFORM 3900-Put-Segment
                   STRING 'GS*IN*' DELIMITED BY SIZE
                           WS_Sender_Id DELIMITED BY SPACE
                           '*' DELIMITED BY SIZE
                           EP_Partner_Id DELIMITED BY SPACE
                           '*' DELIMITED BY SIZE
                           WS_Current_Date DELIMITED BY SIZE
                           '*' DELIMITED BY SIZE
                           WS_Short_Time DELIMITED BY SIZE
                           '*' DELIMITED BY SIZE
                           WS_Control DELIMITED BY SIZE
                           '*X*004010~' DELIMITED BY SIZE
                       INTO WS_Segment WITH POINTER WS_Seg_Ptr
                   PERFORM 3900-Put-Segment
               END-IF.

      * 3100-Write-Document - one invoice or credit memo per
      * history row; the invoice number is the document number
      * where the row carries one, else the row's own key.
           3100-Write-Document.
               ADD 1 TO WS_Doc_Seq
               ADD 1 TO WS_Doc_Count
               ADD 1 TO WS_Run_Docs
               ADD CH_Amount_Trans TO WS_Doc_Amount
               MOVE ZERO TO WS_Seg_Count
               MOVE CH_Period TO WS_Doc_Date (1:6)
               MOVE CH_Day_Trans TO WS_Doc_Date (7:2)
               MOVE SPACES TO WS_Doc_Number
               IF CH_Invoice_Number NUMERIC AND
                   CH_Invoice_Number NOT EQUAL ZERO
                   MOVE CH_Invoice_Number TO WS_Doc_Number
               ELSE
                   MOVE CH_Period TO WS_Doc_Number (1:6)
                   MOVE CH_Sequence TO WS_Doc_Number (7:4)
               END-IF
               PERFORM 3800-Find-Description
               MOVE CH_Amount_Trans TO WS_Amount_Edit
               MOVE ZERO TO WS_Lead
               INSPECT WS_Amount_Edit TALLYING WS_Lead
                   FOR LEADING SPACES
               MOVE SPACES TO WS_Amount_Text
               MOVE WS_Amount_Edit (WS_Lead + 1:) TO WS_Amount_Text
               IF EP_Format_Edifact
                   PERFORM 3200-Write-Edifact-Document
               ELSE
                   PERFORM 3300-Write-X12-Document
               END-IF.

           3200-Write-Edifact-Document.
               STRING 'UNH+' DELIMITED BY SIZE
                       WS_Doc_Seq DELIMITED BY SIZE
                       '+INVOIC:D:96A:UN''' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               IF Document_Invoice
                   STRING 'BGM+380+' DELIMITED BY SIZE
                       INTO WS_Segment WITH POINTER WS_Seg_Ptr
               ELSE
                   STRING 'BGM+381+' DELIMITED BY SIZE
                       INTO WS_Segment WITH POINTER WS_Seg_Ptr
               END-IF
               STRING WS_Doc_Number DELIMITED BY SPACE
                       '+9''' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               STRING 'DTM+137:' DELIMITED BY SIZE
                       WS_Doc_Date DELIMITED BY SIZE
                       ':102''' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               STRING 'NAD+IV+' DELIMITED BY SIZE
                       CM_Customer_Number DELIMITED BY SIZE
                       '::91++' DELIMITED BY SIZE
                       WS_Bill_To_Name DELIMITED BY '  '
                       '+' DELIMITED BY SIZE
                       CM_Address DELIMITED BY '  '
                       '+' DELIMITED BY SIZE
                       CM_City DELIMITED BY '  '
                       '+' DELIMITED BY SIZE
                       CM_State DELIMITED BY SPACE
                       '+' DELIMITED BY SIZE
                       CM_Zip DELIMITED BY SPACE
                       '''' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               STRING 'LIN+1++' DELIMITED BY SIZE
                       CH_Product_Code DELIMITED BY SPACE
                       ':SA''' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               STRING 'IMD+F++:::' DELIMITED BY SIZE
                       WS_Description DELIMITED BY '  '
                       '''' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               STRING 'MOA+77:' DELIMITED BY SIZE
                       WS_Amount_Text DELIMITED BY SPACE
                       ':' DELIMITED BY SIZE
                       CH_Currency_Code DELIMITED BY SIZE
                       '''' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               ADD 1 TO WS_Seg_Count
               STRING 'UNT+' DELIMITED BY SIZE
                       WS_Seg_Count DELIMITED BY SIZE
                       '+' DELIMITED BY SIZE
                       WS_Doc_Seq DELIMITED BY SIZE
                       '''' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3900-Put-Segment.

      * 3300-Write-X12-Document - an 810 either way; a credit memo
      * carries transaction type code CR in BIG07.
           3300-Write-X12-Document.
               STRING 'ST*810*' DELIMITED BY SIZE
                       WS_Doc_Seq DELIMITED BY SIZE
                       '~' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               STRING 'BIG*' DELIMITED BY SIZE
                       WS_Doc_Date DELIMITED BY SIZE
                       '*' DELIMITED BY SIZE
                       WS_Doc_Number DELIMITED BY SPACE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               IF Document_Credit
                   STRING '*****CR~' DELIMITED BY SIZE
                       INTO WS_Segment WITH POINTER WS_Seg_Ptr
               ELSE
                   STRING '~' DELIMITED BY SIZE
                       INTO WS_Segment WITH POINTER WS_Seg_Ptr
               END-IF
               PERFORM 3910-Put-Document-Segment
               STRING 'N1*BT*' DELIMITED BY SIZE
                       WS_Bill_To_Name DELIMITED BY '  '
                       '*91*' DELIMITED BY SIZE
                       CM_Customer_Number DELIMITED BY SIZE
                       '~' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               STRING 'N3*' DELIMITED BY SIZE
                       CM_Address DELIMITED BY '  '
                       '~' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               STRING 'N4*' DELIMITED BY SIZE
                       CM_City DELIMITED BY '  '
                       '*' DELIMITED BY SIZE
                       CM_State DELIMITED BY SPACE
                       '*' DELIMITED BY SIZE
                       CM_Zip DELIMITED BY SPACE
                       '~' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               STRING 'IT1*1*1*EA*' DELIMITED BY SIZE
                       WS_Amount_Text DELIMITED BY SPACE
                       '**VP*' DELIMITED BY SIZE
                       CH_Product_Code DELIMITED BY SPACE
                       '~' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               STRING 'PID*F****' DELIMITED BY SIZE
                       WS_Description DELIMITED BY '  '
                       '~' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               COMPUTE WS_Cents = CH_Amount_Trans * 100
               MOVE WS_Cents TO WS_Cents_Edit
               MOVE ZERO TO WS_Lead
               INSPECT WS_Cents_Edit TALLYING WS_Lead
                   FOR LEADING SPACES
               MOVE SPACES TO WS_Cents_Text
               MOVE WS_Cents_Edit (WS_Lead + 1:) TO WS_Cents_Text
               STRING 'TDS*' DELIMITED BY SIZE
                       WS_Cents_Text DELIMITED BY SPACE
                       '~' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3910-Put-Document-Segment
               ADD 1 TO WS_Seg_Count
               STRING 'SE*' DELIMITED BY SIZE
                       WS_Seg_Count DELIMITED BY SIZE
                       '*' DELIMITED BY SIZE
                       WS_Doc_Seq DELIMITED BY SIZE
                       '~' DELIMITED BY SIZE
                   INTO WS_Segment WITH POINTER WS_Seg_Ptr
               PERFORM 3900-Put-Segment.

           3800-Find-Description.
               MOVE SPACES TO WS_Description
               PERFORM 3810-Match-One-Product
                   VARYING WS_PR_Idx FROM 1 BY 1
                   UNTIL WS_PR_Idx > Product_Count.

           3810-Match-One-Product.
               IF PRT_Code (WS_PR_Idx) EQUAL CH_Product_Code
                   MOVE PRT_Description (WS_PR_Idx) TO WS_Description
               END-IF.

           3900-Put-Segment.
               WRITE EDI_Segment_Record FROM WS_Segment
               MOVE SPACES TO WS_Segment
               MOVE 1 TO WS_Seg_Ptr.

           3910-Put-Document-Segment.
               ADD 1 TO WS_Seg_Count
               PERFORM 3900-Put-Segment.

      * 4000-Close-Interchange - trailers, then the interchange is
      * logged as sent and awaiting the partner's acknowledgment.
           4000-Close-Interchange.
               MOVE WS_Doc_Count TO WS_Count_Edit
               MOVE ZERO TO WS_Lead
               INSPECT WS_Count_Edit TALLYING WS_Lead
                   FOR LEADING SPACES
               MOVE SPACES TO WS_Count_Text
               MOVE WS_Count_Edit (WS_Lead + 1:) TO WS_Count_Text
               IF EP_Format_Edifact
                   STRING 'UNZ+' DELIMITED BY SIZE
                           WS_Count_Text DELIMITED BY SPACE
                           '+' DELIMITED BY SIZE
                           WS_Control DELIMITED BY SIZE
                           '''' DELIMITED BY SIZE
                       INTO WS_Segment WITH POINTER WS_Seg_Ptr
                   PERFORM 3900-Put-Segment
               ELSE
                   STRING 'GE*' DELIMITED BY SIZE
                           WS_Count_Text DELIMITED BY SPACE
                           '*' DELIMITED BY SIZE
                           WS_Control DELIMITED BY SIZE
                           '~' DELIMITED BY SIZE
                       INTO WS_Segment WITH POINTER WS_Seg_Ptr
                   PERFORM 3900-Put-Segment
                   STRING 'IEA*1*' DELIMITED BY SIZE
                           WS_Control DELIMITED BY SIZE
                           '~' DELIMITED BY SIZE
                       INTO WS_Segment WITH POINTER WS_Seg_Ptr
                   PERFORM 3900-Put-Segment
               END-IF
               SET Interchange_Closed TO TRUE
               ADD 1 TO WS_Run_Interchanges
               OPEN EXTEND EDILog
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT EDILog
               END-IF
               MOVE WS_Control TO EI_Control
               MOVE EP_Partner_Id TO EI_Partner_Id
               MOVE EP_Customer_Number TO EI_Customer_Number
               MOVE WS_Current_Date TO EI_Date
               MOVE WS_Doc_Count TO EI_Doc_Count
               MOVE WS_Doc_Amount TO EI_Amount
               MOVE 'S' TO EI_Status
               MOVE ZERO TO EI_Ack_Date
               WRITE EDI_Interchange_Record
               CLOSE EDILog
               DISPLAY "EDIExtract: interchange " WS_Control
                   " to " EP_Partner_Id " - " WS_Doc_Count
                   " documents.".

           8000-Rewrite-Partners.
               OPEN OUTPUT Partners
                   CALL "Validations" USING File_Status
                       BY CONTENT "EDIPartners" "OPEN OUTPUT"
               PERFORM 8010-Write-One-Partner
                   VARYING WS_PT_Idx FROM 1 BY 1
                   UNTIL WS_PT_Idx > Partner_Count
               CLOSE Partners.

           8010-Write-One-Partner.
               MOVE PT_Image (WS_PT_Idx) TO EDI_Partner_Record
               WRITE EDI_Partner_Record.

           8100-Rewrite-Control.
               OPEN OUTPUT EDICtl
                   CALL "Validations" USING File_Status
                       BY CONTENT "EDIControl" "OPEN OUTPUT"
               MOVE WS_Sender_Id TO EC_Sender_Id
               MOVE WS_Last_Control TO EC_Last_Control
               WRITE EDI_Control_Record
               CLOSE EDICtl.

       End Program EDIExtract.
