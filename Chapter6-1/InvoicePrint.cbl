       Identification Division.
           Program-ID. InvoicePrint.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  Invoice print run - one invoice document
      *                   per posted sale, in invoice number order,
      *                   for every CustomerHistory 'S' row whose
      *                   CH_Invoice_Number is above the last one
      *                   printed (kept on InvoicePrinted, so each
      *                   invoice prints once however often the run
      *                   goes).  Each invoice carries the
      *                   CustomerMaster bill-to address, the
      *                   ProductMaster description, the tax by its
      *                   TaxJuris name and the amount in the
      *                   transaction's own currency.  REPRINT
      *                   nnnnnnnn on the command line prints that
      *                   one invoice again without moving the
      *                   marker.  The document file registers with
      *                   ReportDelivery like the statements do;
      *                   delivery mode rides the command line
      *                   (E/P/B, blank for none) - after the
      *                   invoice number on a reprint.
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127) and due date
      *                   on the history layout (history 81 to
      *                   89).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  ReportDelivery requests carry a
      *                   recipient address (blank here, for the
      *                   site's own distribution list).
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121).
      *   2026-10-15  AD  Printed invoices kept by number on the
      *                   indexed InvoiceRegister in place of the
      *                   InvoicePrinted high-water mark, so a
      *                   sale posted late under a lower number
      *                   still prints.  The first run builds the
      *                   register from the old marker.
      *   2026-10-15  AD  Amount and currency column headings fit
      *                   their field and sit over the columns.

       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select SortFile assign to "InvSortWork".

                   Select InvSorted assign to "InvoiceSorted"
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

                   Select TaxJuris assign to "TaxJuris"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select InvPrinted assign to "InvoicePrinted"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select InvReg assign to "InvoiceRegister"
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is IR_Invoice_Number.

                   Select InvDocs assign to "InvoiceDocuments"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Sort-Record - one invoiceable sale, ordered by invoice
      * number so the documents come out in number sequence.
           SD  SortFile.
               01  Sort-Record.
                   05  Sort_Invoice_Number         PIC 9(8).
                   05  Sort_Customer_Number        PIC 9(6).
                   05  Sort_Period                 PIC X(6).
                   05  Sort_Day_Trans              PIC X(2).
                   05  Sort_Amount_Trans           PIC 9(7)V9(2).
                   05  Sort_Currency_Code          PIC X(3).
                   05  Sort_Tax_Juris              PIC X(4).
                   05  Sort_Tax_Amount             PIC 9(4)V9(2).
                   05  Sort_Product_Code           PIC X(4).
                   05  Sort_Sales_Rep              PIC X(4).

           FD  InvSorted
               Record Contains 52 Characters.
               01  Inv_Sorted_Record.
                   05  IS_Invoice_Number           PIC 9(8).
                   05  IS_Customer_Number          PIC 9(6).
                   05  IS_Period                   PIC X(6).
                   05  IS_Day_Trans                PIC X(2).
                   05  IS_Amount_Trans             PIC 9(7)V9(2).
                   05  IS_Currency_Code            PIC X(3).
                   05  IS_Tax_Juris                PIC X(4).
                   05  IS_Tax_Amount               PIC 9(4)V9(2).
                   05  IS_Product_Code             PIC X(4).
                   05  IS_Sales_Rep                PIC X(4).

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

           FD  ProdMast
               Record Contains 28 Characters.
               01  Product_Master_Record.
                   05  PM_Product_Code             PIC X(4).
                   05  PM_Description              PIC X(20).
                   05  PM_Category                 PIC X(4).

           FD  TaxJuris
               Record Contains 24 Characters.
               01  Tax_Juris_Record.
                   05  TJ_Code                     PIC X(4).
                   05  TJ_Name                     PIC X(20).

      * Invoice_Printed_Record - the old high-water mark, read
      * only on the run that builds the InvoiceRegister: every
      * number at or below it is taken as already printed.
           FD  InvPrinted
               Record Contains 8 Characters.
               01  Invoice_Printed_Record.
                   05  IP_Last_Printed             PIC 9(8).

      * Invoice_Register_Record - one row per invoice printed.  A
      * sale keeps its number through rejection, suspense and
      * carry-forward, so numbers post out of order; any 'S' row
      * whose number is not here is still owed its invoice.
      * IR_Printed_Date is zero for the rows taken over from the
      * old marker.
           FD  InvReg
               Record Contains 22 Characters.
               01  Invoice_Register_Record.
                   05  IR_Invoice_Number           PIC 9(8).
                   05  IR_Printed_Date             PIC 9(8).
                   05  IR_Customer_Number          PIC 9(6).

           FD  InvDocs
               Record Contains 132 Characters.
               01  Invoice_Buffer                  PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  WS_Command_Line                 PIC X(80).
               01  Delivery_Mode_Sw                PIC X(1) value 'N'.
                   88  Deliver_None                  value 'N'.
                   88  Deliver_Email                 value 'E'.
                   88  Deliver_Pdf                   value 'P'.
                   88  Deliver_Both                  value 'B'.
               01  WS_Deliv_Recipient              PIC X(60)
                       value spaces.
               01  Reprint_Sw                      PIC X(1) value 'N'.
                   88  Reprint_Run                   value 'Y'.
                   88  Normal_Run                    value 'N'.
               01  WS_Invoice_File_Name            PIC X(40)
                       value 'InvoiceDocuments'.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
                   05  WS_Sys_Seconds              PIC 9(2).
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  History_EOF_Sw                  PIC X(1).
                   88  No_More_History               value 'Y'.
                   88  More_History                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Master_Found_Sw                 PIC X(1).
                   88  Master_Found                  value 'Y'.
                   88  Master_Not_Found              value 'N'.
               01  Register_Sw                     PIC X(1) value 'N'.
                   88  Register_Built_This_Run       value 'Y'.
                   88  Register_On_File              value 'N'.
               01  Printed_Sw                      PIC X(1).
                   88  Invoice_Printed               value 'Y'.
                   88  Invoice_Not_Printed           value 'N'.
               01  WS_Last_Printed                 PIC 9(8) value zero.
               01  WS_Taken_Over_Count             PIC 9(6) value zero.
               01  WS_Reprint_Number               PIC 9(8) value zero.
               01  WS_Invoice_Count                PIC 9(6) value zero.
               01  WS_Invoice_Total                PIC 9(8)V9(2).

               01  Product_Count                   PIC 9(3) value zero.
               01  Product_Table.
                   05  Product_Entry OCCURS 200 TIMES.
                       10  PT_Product_Code         PIC X(4).
                       10  PT_Description          PIC X(20).
               01  WS_Product_Idx                  PIC 9(3).
               01  WS_Product_Description          PIC X(20).

               01  Tax_Juris_Count                 PIC 9(3) value zero.
               01  Tax_Juris_Table.
                   05  Tax_Juris_Entry OCCURS 100 TIMES.
                       10  TJT_Code                PIC X(4).
                       10  TJT_Name                PIC X(20).
               01  WS_Tax_Idx                      PIC 9(3).
               01  WS_Tax_Juris_Name               PIC X(20).

               01  InvoiceSeparator.
                   05              PIC X(60)   value ALL '='.
               01  InvoiceTitleLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(9)    value 'INVOICE  '.
                   05  Inv_Number              PIC 9(8).
                   05              PIC X(6)    value spaces.
                   05              PIC X(6)    value 'Date: '.
                   05  Inv_Date                PIC X(10).
                   05  Inv_Reprint_Flag        PIC X(10).
               01  InvoiceBillToLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(9)    value 'Bill to: '.
                   05  Inv_First_Name          PIC X(10).
                   05              PIC X(1)    value spaces.
                   05  Inv_Last_Name           PIC X(20).
               01  InvoiceAddressLine.
                   05              PIC X(11)   value spaces.
                   05  Inv_Address             PIC X(30).
               01  InvoiceCityLine.
                   05              PIC X(11)   value spaces.
                   05  Inv_City                PIC X(20).
                   05              PIC X(1)    value spaces.
                   05  Inv_State               PIC X(2).
                   05              PIC X(1)    value spaces.
                   05  Inv_Zip                 PIC X(10).
               01  InvoiceAccountLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(9)    value 'Account: '.
                   05  Inv_Cust_Number         PIC 9(6).
                   05              PIC X(8)    value '  Rep:  '.
                   05  Inv_Sales_Rep           PIC X(4).
               01  InvoiceColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(30)
                           value 'Product                       '.
                   05              PIC X(21)
                           value '    Amount   Currency'.
               01  InvoiceItemLine.
                   05              PIC X(2)    value spaces.
                   05  Inv_Product_Code        PIC X(4).
                   05              PIC X(2)    value spaces.
                   05  Inv_Product_Desc        PIC X(20).
                   05              PIC X(2)    value spaces.
                   05  Inv_Amount              PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(3)    value spaces.
                   05  Inv_Currency            PIC X(3).
               01  InvoiceTaxLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(5)    value 'Tax  '.
                   05  Inv_Tax_Juris           PIC X(4).
                   05              PIC X(1)    value spaces.
                   05  Inv_Tax_Name            PIC X(20).
                   05              PIC X(2)    value spaces.
                   05  Inv_Tax_Amount          PIC Z,ZZZ,ZZ9.99.
                   05              PIC X(3)    value spaces.
                   05  Inv_Tax_Currency        PIC X(3).
               01  InvoiceTotalLine.
                   05              PIC X(2)    value spaces.
                   05              PIC X(30)
                           value 'Invoice total'.
                   05  Inv_Total               PIC ZZ,ZZZ,ZZ9.99.
                   05              PIC X(2)    value spaces.
                   05  Inv_Total_Currency      PIC X(3).

       Procedure Division.

           0000-Mainline.
               CALL "RunTiming" USING BY CONTENT 'S' 'INVOICES    '
               PERFORM 1000-Initialize
               IF Normal_Run
                   PERFORM 1100-Open-Invoice-Register
               END-IF
               PERFORM 1200-Load-Product-Master
               PERFORM 1300-Load-Tax-Jurisdictions
               SORT SortFile
                   ON ASCENDING KEY Sort_Invoice_Number
                   INPUT PROCEDURE IS 2000-Release-Invoice-Rows
                   GIVING InvSorted
               PERFORM 3000-Print-Invoices
               IF Normal_Run
                   CLOSE InvReg
               END-IF
               PERFORM 8000-Deliver-Invoices
               CALL "RunTiming" USING BY CONTENT 'E' 'INVOICES    '
               DISPLAY "InvoicePrint: " WS_Invoice_Count
                   " invoices printed."
               IF Register_Built_This_Run
                   DISPLAY "InvoicePrint: InvoiceRegister built - "
                       WS_Taken_Over_Count " invoices through "
                       WS_Last_Printed " taken as printed."
               END-IF
               STOP RUN.

      * 1000-Initialize - REPRINT nnnnnnnn reprints that one
      * invoice, its delivery mode after the number; otherwise the
      * first byte is the delivery mode.
           1000-Initialize.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               ACCEPT WS_System_Time FROM TIME
               MOVE WS_Current_Date TO Run_Id (1:8)
               MOVE WS_Sys_Hours TO Run_Id (9:2)
               MOVE WS_Sys_Minutes TO Run_Id (11:2)
               MOVE WS_Sys_Seconds TO Run_Id (13:2)
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               IF WS_Command_Line (1:7) EQUAL 'REPRINT'
                   SET Reprint_Run TO TRUE
                   IF WS_Command_Line (9:8) NOT NUMERIC
                       DISPLAY "InvoicePrint: REPRINT needs an "
                           "8-digit invoice number."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS_Command_Line (9:8) TO WS_Reprint_Number
                   IF WS_Command_Line (18:1) NOT EQUAL SPACES
                       MOVE WS_Command_Line (18:1) TO Delivery_Mode_Sw
                   END-IF
               ELSE
                   IF WS_Command_Line (1:1) NOT EQUAL SPACES
                       MOVE WS_Command_Line (1:1) TO Delivery_Mode_Sw
                   END-IF
               END-IF.

      * 1100-Open-Invoice-Register - a normal run only; a reprint
      * neither reads nor adds to the register.  The first run
      * builds it, carrying over the old InvoicePrinted marker.
           1100-Open-Invoice-Register.
               OPEN I-O InvReg
               IF File_Status EQUAL 35
                   SET Register_Built_This_Run TO TRUE
                   OPEN OUTPUT InvReg
                   CLOSE InvReg
                   OPEN I-O InvReg
                   PERFORM 1150-Load-Old-Marker
               END-IF
                   CALL "Validations" USING File_Status
                       BY CONTENT "InvoiceRegister" "OPEN I-O".

           1150-Load-Old-Marker.
               MOVE ZERO TO WS_Last_Printed
               OPEN INPUT InvPrinted
               IF File_Status EQUAL '00'
                   READ InvPrinted
                       AT END MOVE ZERO TO IP_Last_Printed
                   END-READ
                   IF IP_Last_Printed NUMERIC
                       MOVE IP_Last_Printed TO WS_Last_Printed
                   END-IF
                   CLOSE InvPrinted
               END-IF.

      * 1200-Load-Product-Master - optional; a sale whose product
      * is not on the master prints without a description.
           1200-Load-Product-Master.
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
                       MOVE PM_Product_Code
                           TO PT_Product_Code (Product_Count)
                       MOVE PM_Description
                           TO PT_Description (Product_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Product_Table" "TABLE FULL"
                   END-IF
               END-IF.

           1300-Load-Tax-Jurisdictions.
               MOVE ZERO TO Tax_Juris_Count
               OPEN INPUT TaxJuris
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1310-Read-One-Jurisdiction
                       UNTIL No_More_Input
                   CLOSE TaxJuris
               END-IF.

           1310-Read-One-Jurisdiction.
               READ TaxJuris
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Tax_Juris_Count < 100
                       ADD 1 TO Tax_Juris_Count
                       MOVE TJ_Code TO TJT_Code (Tax_Juris_Count)
                       MOVE TJ_Name TO TJT_Name (Tax_Juris_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Tax_Juris_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 2000-Release-Invoice-Rows - a normal run takes every sale
      * not yet on the InvoiceRegister; a reprint takes only the
      * one number asked for.  Rows posted before invoice
      * numbering carry zero and never print.
           2000-Release-Invoice-Rows.
               OPEN INPUT CustHist
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerHistory" "OPEN INPUT"
               SET More_History TO TRUE
               MOVE ZERO TO CH_Customer_Number
               MOVE LOW-VALUES TO CH_Period
               MOVE ZERO TO CH_Sequence
               START CustHist KEY IS NOT LESS THAN CH_Key
                   INVALID KEY SET No_More_History TO TRUE
               END-START
               PERFORM 2100-Release-One-History-Row
                   UNTIL No_More_History
               CLOSE CustHist.

           2100-Release-One-History-Row.
               READ CustHist NEXT RECORD
                   AT END SET No_More_History TO TRUE
               END-READ
               IF NOT No_More_History
                   IF CH_Trans_Type EQUAL 'S' AND
                       CH_Invoice_Number NUMERIC AND
                       CH_Invoice_Number > ZERO
                       SET Invoice_Printed TO TRUE
                       IF Normal_Run
                           PERFORM 2200-Check-Invoice-Register
                       END-IF
                       IF (Normal_Run AND Invoice_Not_Printed) OR
                           (Reprint_Run AND
                           CH_Invoice_Number EQUAL WS_Reprint_Number)
                           MOVE CH_Invoice_Number
                               TO Sort_Invoice_Number
                           MOVE CH_Customer_Number
                               TO Sort_Customer_Number
                           MOVE CH_Period TO Sort_Period
                           MOVE CH_Day_Trans TO Sort_Day_Trans
                           MOVE CH_Amount_Trans TO Sort_Amount_Trans
                           MOVE CH_Currency_Code TO Sort_Currency_Code
                           MOVE CH_Tax_Juris TO Sort_Tax_Juris
                           MOVE CH_Tax_Amount TO Sort_Tax_Amount
                           MOVE CH_Product_Code TO Sort_Product_Code
                           MOVE CH_Sales_Rep TO Sort_Sales_Rep
                           RELEASE Sort-Record
                       END-IF
                   END-IF
               END-IF.

      * 2200-Check-Invoice-Register - on the run that builds the
      * register, a number at or below the old marker printed
      * under it and is entered now rather than printed again.
           2200-Check-Invoice-Register.
               MOVE CH_Invoice_Number TO IR_Invoice_Number
               READ InvReg
                   INVALID KEY SET Invoice_Not_Printed TO TRUE
               END-READ
               IF Invoice_Not_Printed AND Register_Built_This_Run AND
                   CH_Invoice_Number NOT > WS_Last_Printed
                   MOVE ZERO TO IR_Printed_Date
                   MOVE CH_Customer_Number TO IR_Customer_Number
                   WRITE Invoice_Register_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "InvoiceRegister" "WRITE"
                   END-WRITE
                   ADD 1 TO WS_Taken_Over_Count
                   SET Invoice_Printed TO TRUE
               END-IF.

           3000-Print-Invoices.
               OPEN INPUT InvSorted
                   CALL "Validations" USING File_Status
                       BY CONTENT "InvoiceSorted" "OPEN INPUT"
               OPEN INPUT CustMstr
                   CALL "Validations" USING File_Status
                       BY CONTENT "CustomerMaster" "OPEN INPUT"
               OPEN OUTPUT InvDocs
                   CALL "Validations" USING File_Status
                       BY CONTENT "InvoiceDocuments" "OPEN OUTPUT"
               SET More_Input_Records TO TRUE
               PERFORM 3100-Print-One-Invoice
                   UNTIL No_More_Input
               CLOSE InvSorted
               CLOSE CustMstr
               CLOSE InvDocs
               IF Reprint_Run AND WS_Invoice_Count EQUAL ZERO
                   DISPLAY "InvoicePrint: invoice " WS_Reprint_Number
                       " is not on CustomerHistory."
                   MOVE 4 TO RETURN-CODE
               END-IF.

      * 3100-Print-One-Invoice - a customer gone from the master
      * still gets its invoice, billed to the account number alone;
      * the number is owed a document either way.
           3100-Print-One-Invoice.
               READ InvSorted
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   SET Master_Found TO TRUE
                   MOVE IS_Customer_Number TO CM_Customer_Number
                   READ CustMstr
                       INVALID KEY SET Master_Not_Found TO TRUE
                   END-READ
                   IF Master_Not_Found
                       MOVE SPACES TO CM_First_Name CM_Last_Name
                           CM_Address CM_City CM_State CM_Zip
                       MOVE '(not on master)' TO CM_Last_Name
                   END-IF
                   PERFORM 3200-Lookup-Product
                   PERFORM 3300-Lookup-Tax-Juris
                   PERFORM 5000-Write-One-Invoice
                   ADD 1 TO WS_Invoice_Count
                   IF Normal_Run
                       PERFORM 3400-Register-Invoice
                   END-IF
               END-IF.

           3400-Register-Invoice.
               MOVE IS_Invoice_Number TO IR_Invoice_Number
               MOVE WS_Current_Date TO IR_Printed_Date
               MOVE IS_Customer_Number TO IR_Customer_Number
               WRITE Invoice_Register_Record
                   INVALID KEY
                       CALL "Validations" USING File_Status
                           BY CONTENT "InvoiceRegister" "WRITE"
               END-WRITE.

           3200-Lookup-Product.
               MOVE SPACES TO WS_Product_Description
               PERFORM 3210-Check-Product-Entry
                   VARYING WS_Product_Idx FROM 1 BY 1
                   UNTIL WS_Product_Idx > Product_Count.

           3210-Check-Product-Entry.
               IF PT_Product_Code (WS_Product_Idx) EQUAL
                   IS_Product_Code
                   MOVE PT_Description (WS_Product_Idx)
                       TO WS_Product_Description
               END-IF.

           3300-Lookup-Tax-Juris.
               MOVE SPACES TO WS_Tax_Juris_Name
               PERFORM 3310-Check-Tax-Entry
                   VARYING WS_Tax_Idx FROM 1 BY 1
                   UNTIL WS_Tax_Idx > Tax_Juris_Count.

           3310-Check-Tax-Entry.
               IF TJT_Code (WS_Tax_Idx) EQUAL IS_Tax_Juris
                   MOVE TJT_Name (WS_Tax_Idx) TO WS_Tax_Juris_Name
               END-IF.

      * 5000-Write-One-Invoice - amount, tax and total all stay in
      * the currency the sale was keyed in; the invoice date is
      * the transaction date.
           5000-Write-One-Invoice.
               WRITE Invoice_Buffer FROM InvoiceSeparator
                   AFTER ADVANCING 1 LINES
               MOVE IS_Invoice_Number TO Inv_Number
               MOVE SPACES TO Inv_Date
               STRING IS_Period (5:2) '/' IS_Day_Trans '/'
                       IS_Period (1:4) DELIMITED BY SIZE
                   INTO Inv_Date
               IF Reprint_Run
                   MOVE '  REPRINT' TO Inv_Reprint_Flag
               ELSE
                   MOVE SPACES TO Inv_Reprint_Flag
               END-IF
               WRITE Invoice_Buffer FROM InvoiceTitleLine
                   AFTER ADVANCING 1 LINES
               MOVE CM_First_Name TO Inv_First_Name
               MOVE CM_Last_Name TO Inv_Last_Name
               WRITE Invoice_Buffer FROM InvoiceBillToLine
                   AFTER ADVANCING 2 LINES
               MOVE CM_Address TO Inv_Address
               WRITE Invoice_Buffer FROM InvoiceAddressLine
                   AFTER ADVANCING 1 LINES
               MOVE CM_City TO Inv_City
               MOVE CM_State TO Inv_State
               MOVE CM_Zip TO Inv_Zip
               WRITE Invoice_Buffer FROM InvoiceCityLine
                   AFTER ADVANCING 1 LINES
               MOVE IS_Customer_Number TO Inv_Cust_Number
               MOVE IS_Sales_Rep TO Inv_Sales_Rep
               WRITE Invoice_Buffer FROM InvoiceAccountLine
                   AFTER ADVANCING 2 LINES
               WRITE Invoice_Buffer FROM InvoiceColumns
                   AFTER ADVANCING 2 LINES
               MOVE IS_Product_Code TO Inv_Product_Code
               MOVE WS_Product_Description TO Inv_Product_Desc
               MOVE IS_Amount_Trans TO Inv_Amount
               MOVE IS_Currency_Code TO Inv_Currency
               WRITE Invoice_Buffer FROM InvoiceItemLine
                   AFTER ADVANCING 1 LINES
               MOVE IS_Tax_Juris TO Inv_Tax_Juris
               MOVE WS_Tax_Juris_Name TO Inv_Tax_Name
               MOVE IS_Tax_Amount TO Inv_Tax_Amount
               MOVE IS_Currency_Code TO Inv_Tax_Currency
               WRITE Invoice_Buffer FROM InvoiceTaxLine
                   AFTER ADVANCING 1 LINES
               COMPUTE WS_Invoice_Total =
                   IS_Amount_Trans + IS_Tax_Amount
               MOVE WS_Invoice_Total TO Inv_Total
               MOVE IS_Currency_Code TO Inv_Total_Currency
               WRITE Invoice_Buffer FROM InvoiceTotalLine
                   AFTER ADVANCING 2 LINES.

           8000-Deliver-Invoices.
               IF NOT Deliver_None AND WS_Invoice_Count > ZERO
                   CALL "ReportDelivery" USING WS_Invoice_File_Name
                       Delivery_Mode_Sw WS_Deliv_Recipient
               END-IF.

       End Program InvoicePrint.
