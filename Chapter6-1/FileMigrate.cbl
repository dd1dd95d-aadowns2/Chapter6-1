      *                   CH_Product_Code bytes (record 65 to 69);
      *                   the line-sequential queues pad short
      *                   records on read and need no conversion.
      *   2026-10-15  AD  SALESREP mode added: reloads
      *                   CustomerMaster (119 to 123) and
      *                   CustomerHistory (69 to 73) appending the
      *                   new blank sales rep bytes, and inserts
      *                   four blank bytes after the widened image
      *                   in the three queues with data behind it
      *                   (CustReject, RepairAudit,
      *                   CustMaintAudit); the sequential buffers
      *                   widen to 300 for the audit files. PARENT
      *                   and COMPANY reloads blank the rep bytes.
      *   2026-10-15  AD  INVOICE mode added: reloads
      *                   CustomerHistory (73 to 81) appending
      *                   eight zero invoice digits, and inserts
      *                   eight zero digits after the widened
      *                   image in CustReject (129 to 137) and
      *                   both images of RepairAudit (236 to 252).
      *   2026-10-15  AD  TERMS mode added: reloads CustomerMaster
      *                   (123 to 127) appending four blank terms
      *                   bytes and CustomerHistory (81 to 89)
      *                   appending eight zero due date digits,
      *                   and inserts four blank bytes after the
      *                   before image in CustMaintAudit (269 to
      *                   277). Earlier master reloads blank the
      *                   terms bytes.
      *   2026-10-15  AD  ADDRESS mode added: reloads
      *                   CustomerMaster (127 to 136) appending a
      *                   blank address status and a zero status
      *                   date, and inserts the same nine bytes
      *                   after the before image in CustMaintAudit
      *                   (277 to 295). Earlier master reloads
      *                   blank the new bytes.
      *   2026-10-15  AD  EMAIL mode added: reloads CustomerMaster
      *                   (136 to 187) appending a blank email
      *                   address and statement delivery
      *                   preference, and inserts the same 51
      *                   bytes after the before image in
      *                   CustMaintAudit (295 to 397); the
      *                   conversion buffers widen to 400. Earlier
      *                   master reloads blank the new bytes.
      *   2026-10-15  AD  TRANSID mode added: reloads
      *                   CustomerHistory (89 to 101) appending
      *                   twelve blank transaction id bytes, and
      *                   inserts twelve blank bytes after the
      *                   widened image in CustReject (137 to 149)
      *                   and both images of RepairAudit (252 to
      *                   276). The image-only queues and the
      *                   archived history pad themselves on read.
      *   2026-10-15  AD  CURRENCY mode added: reloads
      *                   CustomerMaster (187 to 190) appending a
      *                   blank billing currency, blank meaning
      *                   the reporting currency, and inserts the
      *                   same three bytes after the before image
      *                   in CustMaintAudit (397 to 403); the
      *                   conversion buffers widen to 410.
      *                   Earlier master reloads blank the new
      *                   bytes.
      *   2026-10-15  AD  CASHONLY mode added: reloads
      *                   CustomerMaster (190 to 191) appending a
      *                   blank cash-only flag and inserts the same
      *                   byte after the before image in
      *                   CustMaintAudit (403 to 405).  Earlier
      *                   master reloads blank the new byte.
      *   2026-10-15  AD  CYCLE mode added: reloads CustomerMaster
      *                   (191 to 192) appending a blank billing
      *                   cycle - the month-end cycle every
      *                   customer ran on - and inserts the same
      *                   byte after the before image in
      *                   CustMaintAudit (405 to 407).  Earlier
      *                   master reloads blank the new byte.
      *   2026-10-15  AD  HISTKEYS mode added: reloads CustomerHistory
      *                   (101 to 121) appending the office/period and
      *                   period alternate key bytes, built from each
      *                   row's own office, period, customer and
      *                   sequence, so the period-driven readers can
      *                   start on the period they need.  Earlier
      *                   history reloads build the key bytes too.

       Environment Division.
           Configuration Section.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select OldMstr assign to WS_Old_Mstr_Name
                       File Status is File_Status
                       Access Mode is Dynamic
                       Record Key is OM2_Customer_Number.

                   Select OldHist3 assign to WS_Old_Hist_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OH3_Key.

                   Select OldHist4 assign to WS_Old_Hist_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OH4_Key.

                   Select OldMstr3 assign to WS_Old_Mstr_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OM3_Customer_Number.

                   Select OldMstr4 assign to WS_Old_Mstr_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OM4_Customer_Number.

                   Select OldHist5 assign to WS_Old_Hist_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OH5_Key.

                   Select OldHist6 assign to WS_Old_Hist_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OH6_Key.

                   Select OldHist7 assign to WS_Old_Hist_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OH7_Key.

                   Select OldMstr5 assign to WS_Old_Mstr_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OM5_Customer_Number.

                   Select OldMstr6 assign to WS_Old_Mstr_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OM6_Customer_Number.

                   Select OldMstr7 assign to WS_Old_Mstr_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OM7_Customer_Number.

                   Select OldMstr8 assign to WS_Old_Mstr_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OM8_Customer_Number.

                   Select OldMstr9 assign to WS_Old_Mstr_Name
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is OM9_Customer_Number.

                   Select CustMstr assign to CustomerMaster
                       File Status is File_Status
                       Organization is Indexed
       Data Division.
           File Section.
           FD  MigIn
               Record is Varying in Size from 1 to 410 Characters
                   Depending on WS_In_Length.
               01  Mig_In_Record                   PIC X(410).

           FD  MigOut
               Record is Varying in Size from 1 to 410 Characters
                   Depending on WS_Out_Length.
               01  Mig_Out_Record                  PIC X(410).

      * Old_History_Record - the 62-byte pre-widening layout
      * (six amount digits plus forty), AMOUNT mode's input off
                       10  OH2_Sequence            PIC 9(4).
                   05  OH2_Rest                    PIC X(49).

      * Old_History_3_Record - the 69-byte pre-sales-rep layout,
      * SALESREP mode's input.
           FD  OldHist3.
               01  Old_History_3_Record.
                   05  OH3_Key.
                       10  OH3_Customer_Number     PIC 9(6).
                       10  OH3_Period              PIC X(6).
                       10  OH3_Sequence            PIC 9(4).
                   05  OH3_Rest                    PIC X(53).

      * Old_History_4_Record - the 73-byte pre-invoice layout,
      * INVOICE mode's input.
           FD  OldHist4.
               01  Old_History_4_Record.
                   05  OH4_Key.
                       10  OH4_Customer_Number     PIC 9(6).
                       10  OH4_Period              PIC X(6).
                       10  OH4_Sequence            PIC 9(4).
                   05  OH4_Rest                    PIC X(57).

      * Old_History_5_Record - the 81-byte pre-due-date layout,
      * TERMS mode's input.
           FD  OldHist5.
               01  Old_History_5_Record.
                   05  OH5_Key.
                       10  OH5_Customer_Number     PIC 9(6).
                       10  OH5_Period              PIC X(6).
                       10  OH5_Sequence            PIC 9(4).
                   05  OH5_Rest                    PIC X(65).

      * Old_History_6_Record - the 89-byte pre-transaction-id
      * layout, TRANSID mode's input.
           FD  OldHist6.
               01  Old_History_6_Record.
                   05  OH6_Key.
                       10  OH6_Customer_Number     PIC 9(6).
                       10  OH6_Period              PIC X(6).
                       10  OH6_Sequence            PIC 9(4).
                   05  OH6_Rest                    PIC X(73).

      * Old_History_7_Record - the 101-byte layout keyed on the
      * customer alone, HISTKEYS mode's input.
           FD  OldHist7.
               01  Old_History_7_Record.
                   05  OH7_Key.
                       10  OH7_Customer_Number     PIC 9(6).
                       10  OH7_Period              PIC X(6).
                       10  OH7_Sequence            PIC 9(4).
                   05  OH7_Rest                    PIC X(85).

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

      * Old_Master_Record - the pre-hierarchy 111-byte layout,
      * read off the renamed .premigrate file.
                   05  OM2_Detail                  PIC X(105).
                   05  OM2_Parent_Number           PIC 9(6).

      * Old_Master_3_Record - the 119-byte post-company layout,
      * SALESREP mode's input.
           FD  OldMstr3.
               01  Old_Master_3_Record.
                   05  OM3_Customer_Number         PIC 9(6).
                   05  OM3_Rest                    PIC X(113).

      * Old_Master_4_Record - the 123-byte post-sales-rep layout,
      * TERMS mode's input.
           FD  OldMstr4.
               01  Old_Master_4_Record.
                   05  OM4_Customer_Number         PIC 9(6).
                   05  OM4_Rest                    PIC X(117).

      * Old_Master_5_Record - the 127-byte post-terms layout,
      * ADDRESS mode's input.
           FD  OldMstr5.
               01  Old_Master_5_Record.
                   05  OM5_Customer_Number         PIC 9(6).
                   05  OM5_Rest                    PIC X(121).

      * Old_Master_6_Record - the 136-byte post-address-status
      * layout, EMAIL mode's input.
           FD  OldMstr6.
               01  Old_Master_6_Record.
                   05  OM6_Customer_Number         PIC 9(6).
                   05  OM6_Rest                    PIC X(130).

      * Old_Master_7_Record - the 187-byte post-email layout,
      * CURRENCY mode's input.
           FD  OldMstr7.
               01  Old_Master_7_Record.
                   05  OM7_Customer_Number         PIC 9(6).
                   05  OM7_Rest                    PIC X(181).

      * Old_Master_8_Record - the 190-byte post-currency layout,
      * CASHONLY mode's input.
           FD  OldMstr8.
               01  Old_Master_8_Record.
                   05  OM8_Customer_Number         PIC 9(6).
                   05  OM8_Rest                    PIC X(184).

      * Old_Master_9_Record - the 191-byte post-cash-only layout,
      * CYCLE mode's input.
           FD  OldMstr9.
               01  Old_Master_9_Record.
                   05  OM9_Customer_Number         PIC 9(6).
                   05  OM9_Rest                    PIC X(185).

           FD  CustMstr.
               01  CustomerMasterRecord.
                   05  CM_Customer_Number          PIC 9(6).
                   05  CM_Detail                   PIC X(105).
                   05  CM_Parent_Number            PIC 9(6).
                   05  CM_Company                  PIC X(2).
                   05  CM_Sales_Rep                PIC X(4).
                   05  CM_Terms_Code               PIC X(4).
                   05  CM_Addr_Status              PIC X(1).
                   05  CM_Addr_Status_Date         PIC 9(8).
                   05  CM_Email                    PIC X(50).
                   05  CM_Stmt_Delivery            PIC X(1).
                   05  CM_Billing_Currency         PIC X(3).
                   05  CM_Cash_Only                PIC X(1).
                   05  CM_Billing_Cycle            PIC X(1).

           Working-Storage Section.
               01  Status_Indicators.
               01  WS_Insert_Pos                   PIC 9(3).
               01  WS_Insert_Pos_2                 PIC 9(3).
               01  WS_Tail_Length                  PIC 9(3).
               01  WS_Work_Record                  PIC X(410).
               01  WS_Shift_Hold                   PIC X(410).
               01  WS_Record_Count                 PIC 9(8).
               01  WS_Files_Converted              PIC 9(2) value zero.
               01  WS_History_Count                PIC 9(8) value zero.
                       10  MJ_Insert_Pos           PIC 9(3).
                       10  MJ_Insert_Pos_2         PIC 9(3).

      * Rep_Migration_Jobs - SALESREP mode's sequential files: the
      * ones carrying bytes AFTER a widened image, each with its
      * old record length and the byte where the four blank rep
      * bytes go in.  Every other queue ends on its image and pads
      * itself on read.
               01  Rep_Job_Count                   PIC 9(2) value 3.
               01  Rep_Jobs.
                   05              PIC X(40) value
                       'CustReject'.
                   05              PIC X(6) value '125104'.
                   05              PIC X(40) value
                       'RepairAudit'.
                   05              PIC X(6) value '228126'.
                   05              PIC X(40) value
                       'CustMaintAudit'.
                   05              PIC X(6) value '261143'.
               01  Rep_Job_Table REDEFINES Rep_Jobs.
                   05  Rep_Job OCCURS 3 TIMES.
                       10  RJ_File_Name            PIC X(40).
                       10  RJ_Old_Length           PIC 9(3).
                       10  RJ_Insert_Pos           PIC 9(3).

      * Invoice_Migration_Jobs - INVOICE mode's sequential files
      * with bytes after a widened image: the old record length,
      * the byte where eight zero invoice digits go in, and
      * whether a second image ENDS the record and takes eight
      * more zeros on the end (RepairAudit's after image).  The
      * image-only queues pad with spaces on read, which the
      * report run reads as no number.
               01  Invoice_Job_Count               PIC 9(2) value 2.
               01  Invoice_Jobs.
                   05              PIC X(40) value
                       'CustReject'.
                   05              PIC X(7) value '129108N'.
                   05              PIC X(40) value
                       'RepairAudit'.
                   05              PIC X(7) value '236130Y'.
               01  Invoice_Job_Table REDEFINES Invoice_Jobs.
                   05  Invoice_Job OCCURS 2 TIMES.
                       10  IJ_File_Name            PIC X(40).
                       10  IJ_Old_Length           PIC 9(3).
                       10  IJ_Insert_Pos           PIC 9(3).
                       10  IJ_Append_Sw            PIC X(1).

      * Terms_Migration_Jobs - TERMS mode's sequential files with
      * bytes after a widened master image: the old record length
      * and the byte where four blank terms bytes go in.  The
      * after image ends the record and pads itself on read.
               01  Terms_Job_Count                 PIC 9(2) value 1.
               01  Terms_Jobs.
                   05              PIC X(40) value
                       'CustMaintAudit'.
                   05              PIC X(6) value '269147'.
               01  Terms_Job_Table REDEFINES Terms_Jobs.
                   05  Terms_Job OCCURS 1 TIMES.
                       10  TJ_File_Name            PIC X(40).
                       10  TJ_Old_Length           PIC 9(3).
                       10  TJ_Insert_Pos           PIC 9(3).

      * Address_Migration_Jobs - ADDRESS mode's sequential files
      * with bytes after a widened master image: the old record
      * length and the byte where the blank address status and
      * zero status date (nine bytes) go in.  The after image ends
      * the record and pads itself on read.
               01  Address_Job_Count               PIC 9(2) value 1.
               01  Address_Jobs.
                   05              PIC X(40) value
                       'CustMaintAudit'.
                   05              PIC X(6) value '277151'.
               01  Address_Job_Table REDEFINES Address_Jobs.
                   05  Address_Job OCCURS 1 TIMES.
                       10  AJ_File_Name            PIC X(40).
                       10  AJ_Old_Length           PIC 9(3).
                       10  AJ_Insert_Pos           PIC 9(3).

      * Email_Migration_Jobs - EMAIL mode's sequential files with
      * bytes after a widened master image: the old record length
      * and the byte where the blank email address and delivery
      * preference (51 bytes) go in.
               01  Email_Job_Count                 PIC 9(2) value 1.
               01  Email_Jobs.
                   05              PIC X(40) value
                       'CustMaintAudit'.
                   05              PIC X(6) value '295160'.
               01  Email_Job_Table REDEFINES Email_Jobs.
                   05  Email_Job OCCURS 1 TIMES.
                       10  EJ_File_Name            PIC X(40).
                       10  EJ_Old_Length           PIC 9(3).
                       10  EJ_Insert_Pos           PIC 9(3).

      * Currency_Migration_Jobs - CURRENCY mode's sequential files
      * with bytes after a widened master image: the old record
      * length and the byte where the blank billing currency
      * (three bytes) goes in.
               01  Currency_Job_Count              PIC 9(2) value 1.
               01  Currency_Jobs.
                   05              PIC X(40) value
                       'CustMaintAudit'.
                   05              PIC X(6) value '397211'.
               01  Currency_Job_Table REDEFINES Currency_Jobs.
                   05  Currency_Job OCCURS 1 TIMES.
                       10  YJ_File_Name            PIC X(40).
                       10  YJ_Old_Length           PIC 9(3).
                       10  YJ_Insert_Pos           PIC 9(3).

      * Cash_Only_Migration_Jobs - CASHONLY mode's sequential files
      * with bytes after a widened master image: the old record
      * length and the byte where the blank cash-only flag (one
      * byte) goes in.
               01  Cash_Only_Job_Count             PIC 9(2) value 1.
               01  Cash_Only_Jobs.
                   05              PIC X(40) value
                       'CustMaintAudit'.
                   05              PIC X(6) value '403214'.
               01  Cash_Only_Job_Table REDEFINES Cash_Only_Jobs.
                   05  Cash_Only_Job OCCURS 1 TIMES.
                       10  KJ_File_Name            PIC X(40).
                       10  KJ_Old_Length           PIC 9(3).
                       10  KJ_Insert_Pos           PIC 9(3).

      * Billing_Cycle_Migration_Jobs - CYCLE mode's sequential files
      * with bytes after a widened master image: the old record
      * length and the byte where the blank billing cycle (one
      * byte) goes in.
               01  Billing_Cycle_Job_Count         PIC 9(2) value 1.
               01  Billing_Cycle_Jobs.
                   05              PIC X(40) value
                       'CustMaintAudit'.
                   05              PIC X(6) value '405215'.
               01  Billing_Cycle_Job_Table REDEFINES Billing_Cycle_Jobs.
                   05  Billing_Cycle_Job OCCURS 1 TIMES.
                       10  BJ_File_Name            PIC X(40).
                       10  BJ_Old_Length           PIC 9(3).
                       10  BJ_Insert_Pos           PIC 9(3).

      * Trans_Id_Migration_Jobs - TRANSID mode's sequential files
      * with bytes after a widened sorted image: the old record
      * length, the byte where twelve blank transaction id bytes
      * go in, and whether a second image ENDS the record and takes
      * twelve more on the end (RepairAudit's after image).  The
      * image-only queues pad with spaces on read, which every
      * program reads as a record from before ids were issued.
               01  Trans_Id_Job_Count              PIC 9(2) value 2.
               01  Trans_Id_Jobs.
                   05              PIC X(40) value
                       'CustReject'.
                   05              PIC X(7) value '137116N'.
                   05              PIC X(40) value
                       'RepairAudit'.
                   05              PIC X(7) value '252138Y'.
               01  Trans_Id_Job_Table REDEFINES Trans_Id_Jobs.
                   05  Trans_Id_Job OCCURS 2 TIMES.
                       10  XJ_File_Name            PIC X(40).
                       10  XJ_Old_Length           PIC 9(3).
                       10  XJ_Insert_Pos           PIC 9(3).
                       10  XJ_Append_Sw            PIC X(1).

       Procedure Division.

           0000-Mainline.
                       DISPLAY "FileMigrate: " WS_Master_Count
                           " master rows reloaded with company "
                           "bytes."
                   WHEN 'SALESR'
                       PERFORM 8000-Migrate-One-Rep-File
                           VARYING WS_Job_Idx FROM 1 BY 1
                           UNTIL WS_Job_Idx > Rep_Job_Count
                       PERFORM 6700-Migrate-Master-Sales-Rep
                       PERFORM 7200-Migrate-History-Sales-Rep
                       DISPLAY "FileMigrate: " WS_Files_Converted
                           " sequential files converted, "
                           WS_Master_Count " master and "
                           WS_History_Count " history rows reloaded "
                           "with sales rep bytes."
                   WHEN 'INVOIC'
                       PERFORM 8500-Migrate-One-Invoice-File
                           VARYING WS_Job_Idx FROM 1 BY 1
                           UNTIL WS_Job_Idx > Invoice_Job_Count
                       PERFORM 7400-Migrate-History-Invoice
                       DISPLAY "FileMigrate: " WS_Files_Converted
                           " sequential files converted, "
                           WS_History_Count " history rows reloaded "
                           "with invoice bytes."
                   WHEN 'TERMS '
                       PERFORM 8700-Migrate-One-Terms-File
                           VARYING WS_Job_Idx FROM 1 BY 1
                           UNTIL WS_Job_Idx > Terms_Job_Count
                       PERFORM 6900-Migrate-Master-Terms
                       PERFORM 7600-Migrate-History-Due-Date
                       DISPLAY "FileMigrate: " WS_Files_Converted
                           " sequential files converted, "
                           WS_Master_Count " master and "
                           WS_History_Count " history rows reloaded "
                           "with terms and due date bytes."
                   WHEN 'ADDRES'
                       PERFORM 8900-Migrate-One-Address-File
                           VARYING WS_Job_Idx FROM 1 BY 1
                           UNTIL WS_Job_Idx > Address_Job_Count
                       PERFORM 6960-Migrate-Master-Address
                       DISPLAY "FileMigrate: " WS_Files_Converted
                           " sequential files converted, "
                           WS_Master_Count " master rows reloaded "
                           "with address status bytes."
                   WHEN 'EMAIL '
                       PERFORM 8960-Migrate-One-Email-File
                           VARYING WS_Job_Idx FROM 1 BY 1
                           UNTIL WS_Job_Idx > Email_Job_Count
                       PERFORM 6980-Migrate-Master-Email
                       DISPLAY "FileMigrate: " WS_Files_Converted
                           " sequential files converted, "
                           WS_Master_Count " master rows reloaded "
                           "with email and delivery bytes."
                   WHEN 'TRANSI'
                       PERFORM 9000-Migrate-One-Trans-Id-File
                           VARYING WS_Job_Idx FROM 1 BY 1
                           UNTIL WS_Job_Idx > Trans_Id_Job_Count
                       PERFORM 7800-Migrate-History-Trans-Id
                       DISPLAY "FileMigrate: " WS_Files_Converted
                           " sequential files converted, "
                           WS_History_Count " history rows reloaded "
                           "with transaction id bytes."
                   WHEN 'CURREN'
                       PERFORM 8980-Migrate-One-Currency-File
                           VARYING WS_Job_Idx FROM 1 BY 1
                           UNTIL WS_Job_Idx > Currency_Job_Count
                       PERFORM 6985-Migrate-Master-Currency
                       DISPLAY "FileMigrate: " WS_Files_Converted
                           " sequential files converted, "
                           WS_Master_Count " master rows reloaded "
                           "with billing currency bytes."
                   WHEN 'CASHON'
                       PERFORM 8995-Migrate-One-Cash-Only-File
                           VARYING WS_Job_Idx FROM 1 BY 1
                           UNTIL WS_Job_Idx > Cash_Only_Job_Count
                       PERFORM 6997-Migrate-Master-Cash-Only
                       DISPLAY "FileMigrate: " WS_Files_Converted
                           " sequential files converted, "
                           WS_Master_Count " master rows reloaded "
                           "with the cash-only byte."
                   WHEN 'CYCLE '
                       PERFORM 9400-Migrate-One-Cycle-File
                           VARYING WS_Job_Idx FROM 1 BY 1
                           UNTIL WS_Job_Idx > Billing_Cycle_Job_Count
                       PERFORM 9200-Migrate-Master-Cycle
                       DISPLAY "FileMigrate: " WS_Files_Converted
                           " sequential files converted, "
                           WS_Master_Count " master rows reloaded "
                           "with the billing cycle byte."
                   WHEN 'HISTKE'
                       PERFORM 9600-Migrate-History-Keys
                       DISPLAY "FileMigrate: " WS_History_Count
                           " history rows reloaded with period and "
                           "office/period keys."
                   WHEN OTHER
                       DISPLAY "FileMigrate: mode must be AMOUNT, "
                           "PARENT, PRODUCT, COMPANY, SALESREP, "
                           "INVOICE, TERMS, ADDRESS, EMAIL, "
                           "TRANSID, CURRENCY, CASHONLY, CYCLE or "
                           "HISTKEYS."
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
               STOP RUN.
                   MOVE OH_Rest TO WS_Work_Record (10:40)
                   MOVE WS_Work_Record (1:49)
                       TO History_Record (17:49)
                   MOVE ZERO TO CH_Invoice_Number
                   MOVE ZERO TO CH_Due_Date
                   PERFORM 9800-Set-History-Alt-Keys
                   WRITE History_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                   MOVE OM_Detail TO CM_Detail
                   MOVE ZERO TO CM_Parent_Number
                   MOVE SPACES TO CM_Company
                   MOVE SPACES TO CM_Sales_Rep
                   MOVE SPACES TO CM_Terms_Code
                   MOVE SPACES TO CM_Addr_Status
                   MOVE ZERO TO CM_Addr_Status_Date
                   MOVE SPACES TO CM_Email
                   MOVE SPACES TO CM_Stmt_Delivery
                   MOVE SPACES TO CM_Billing_Currency
                   MOVE SPACES TO CM_Cash_Only
                   MOVE SPACES TO CM_Billing_Cycle
                   WRITE CustomerMasterRecord
                       INVALID KEY
                           CALL "Validations" USING File_Status
                   MOVE Old_History_2_Record (1:65)
                       TO History_Record (1:65)
                   MOVE SPACES TO CH_Product_Code
                   MOVE ZERO TO CH_Invoice_Number
                   MOVE ZERO TO CH_Due_Date
                   PERFORM 9800-Set-History-Alt-Keys
                   WRITE History_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                   MOVE OM2_Detail TO CM_Detail
                   MOVE OM2_Parent_Number TO CM_Parent_Number
                   MOVE SPACES TO CM_Company
                   MOVE SPACES TO CM_Sales_Rep
                   MOVE SPACES TO CM_Terms_Code
                   MOVE SPACES TO CM_Addr_Status
                   MOVE ZERO TO CM_Addr_Status_Date
                   MOVE SPACES TO CM_Email
                   MOVE SPACES TO CM_Stmt_Delivery
                   MOVE SPACES TO CM_Billing_Currency
                   MOVE SPACES TO CM_Cash_Only
                   MOVE SPACES TO CM_Billing_Cycle
                   WRITE CustomerMasterRecord
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerMaster" "WRITE"
                   END-WRITE
               END-IF.

      * 6700-Migrate-Master-Sales-Rep - the post-company master
      * rolls to its .premigrate name and reloads with four blank
      * sales rep bytes appended to every row.
           6700-Migrate-Master-Sales-Rep.
               MOVE 'CustomerMaster' TO WS_In_Name
               MOVE 'CustomerMaster' TO WS_Old_Mstr_Name
               OPEN INPUT OldMstr3
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldMstr3
                   END-IF
                   MOVE 'CustomerMaster.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Mstr_Name
                   OPEN INPUT OldMstr3
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Mstr_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustMstr
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerMaster" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OM3_Customer_Number
                   START OldMstr3 KEY IS NOT LESS THAN
                       OM3_Customer_Number
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 6800-Reload-One-Rep-Master-Row
                       UNTIL No_More_Input
                   CLOSE OldMstr3
                   CLOSE CustMstr
               END-IF.

           6800-Reload-One-Rep-Master-Row.
               READ OldMstr3 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Master_Count
                   MOVE Old_Master_3_Record TO CustomerMasterRecord
                   MOVE SPACES TO CM_Sales_Rep
                   MOVE SPACES TO CM_Terms_Code
                   MOVE SPACES TO CM_Addr_Status
                   MOVE ZERO TO CM_Addr_Status_Date
                   MOVE SPACES TO CM_Email
                   MOVE SPACES TO CM_Stmt_Delivery
                   MOVE SPACES TO CM_Billing_Currency
                   MOVE SPACES TO CM_Cash_Only
                   MOVE SPACES TO CM_Billing_Cycle
                   WRITE CustomerMasterRecord
                       INVALID KEY
                           CALL "Validations" USING File_Status
                   END-WRITE
               END-IF.

      * 7200-Migrate-History-Sales-Rep - the live history rolls to
      * its .premigrate name and reloads with four blank sales rep
      * bytes appended to every row; the 69-byte rows read through
      * their own OldHist3 layout.
           7200-Migrate-History-Sales-Rep.
               MOVE 'CustomerHistory' TO WS_In_Name
               MOVE 'CustomerHistory' TO WS_Old_Hist_Name
               OPEN INPUT OldHist3
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldHist3
                   END-IF
                   MOVE 'CustomerHistory.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Hist_Name
                   OPEN INPUT OldHist3
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Hist_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustHist
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerHistory" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OH3_Customer_Number
                   MOVE LOW-VALUES TO OH3_Period
                   MOVE ZERO TO OH3_Sequence
                   START OldHist3 KEY IS NOT LESS THAN OH3_Key
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 7300-Reload-One-Rep-History-Row
                       UNTIL No_More_Input
                   CLOSE OldHist3
                   CLOSE CustHist
               END-IF.

           7300-Reload-One-Rep-History-Row.
               READ OldHist3 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_History_Count
                   MOVE Old_History_3_Record TO History_Record
                   MOVE SPACES TO CH_Sales_Rep
                   MOVE ZERO TO CH_Invoice_Number
                   MOVE ZERO TO CH_Due_Date
                   PERFORM 9800-Set-History-Alt-Keys
                   WRITE History_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerHistory" "WRITE"
                   END-WRITE
               END-IF.

      * 8000-Migrate-One-Rep-File - the same roll-and-copy as
      * 2000, for the SALESREP job table.
           8000-Migrate-One-Rep-File.
               MOVE RJ_File_Name (WS_Job_Idx) TO WS_In_Name
               OPEN INPUT MigIn
               IF File_Status EQUAL '00'
                   CLOSE MigIn
                   MOVE RJ_Old_Length (WS_Job_Idx) TO WS_Old_Length
                   MOVE SPACES TO WS_Out_Name
                   STRING RJ_File_Name (WS_Job_Idx) DELIMITED BY SPACE
                           '.premigrate' DELIMITED BY SIZE
                       INTO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_In_Name
                   MOVE RJ_File_Name (WS_Job_Idx) TO WS_Out_Name
                   OPEN INPUT MigIn
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_In_Name "OPEN INPUT"
                   OPEN OUTPUT MigOut
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Out_Name "OPEN OUTPUT"
                   MOVE ZERO TO WS_Record_Count
                   SET More_Input_Records TO TRUE
                   PERFORM 8100-Convert-One-Rep-Record
                       UNTIL No_More_Input
                   CLOSE MigIn
                   CLOSE MigOut
                   ADD 1 TO WS_Files_Converted
                   DISPLAY "Converted " RJ_File_Name (WS_Job_Idx)
                       " (" WS_Record_Count " records)."
               END-IF.

      * 8100-Convert-One-Rep-Record - the bytes from the insert
      * point on shift four right and four blank rep bytes drop
      * in.
           8100-Convert-One-Rep-Record.
               READ MigIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Record_Count
                   MOVE Mig_In_Record TO WS_Work_Record
                   MOVE WS_Old_Length TO WS_Out_Length
                   MOVE RJ_Insert_Pos (WS_Job_Idx) TO WS_Insert_Pos
                   IF WS_Out_Length NOT LESS WS_Insert_Pos
                       COMPUTE WS_Tail_Length =
                           WS_Out_Length - WS_Insert_Pos + 1
                       MOVE WS_Work_Record TO WS_Shift_Hold
                       MOVE WS_Shift_Hold
                           (WS_Insert_Pos:WS_Tail_Length)
                           TO WS_Work_Record
                               (WS_Insert_Pos + 4:WS_Tail_Length)
                       MOVE SPACES TO WS_Work_Record (WS_Insert_Pos:4)
                       ADD 4 TO WS_Out_Length
                   END-IF
                   MOVE WS_Work_Record TO Mig_Out_Record
                   WRITE Mig_Out_Record
               END-IF.

      * 7400-Migrate-History-Invoice - the live history rolls to
      * its .premigrate name and reloads with eight zero invoice
      * digits appended to every row; the 73-byte rows read
      * through their own OldHist4 layout.
           7400-Migrate-History-Invoice.
               MOVE 'CustomerHistory' TO WS_In_Name
               MOVE 'CustomerHistory' TO WS_Old_Hist_Name
               OPEN INPUT OldHist4
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldHist4
                   END-IF
                   MOVE 'CustomerHistory.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Hist_Name
                   OPEN INPUT OldHist4
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Hist_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustHist
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerHistory" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OH4_Customer_Number
                   MOVE LOW-VALUES TO OH4_Period
                   MOVE ZERO TO OH4_Sequence
                   START OldHist4 KEY IS NOT LESS THAN OH4_Key
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 7500-Reload-One-Invoice-History-Row
                       UNTIL No_More_Input
                   CLOSE OldHist4
                   CLOSE CustHist
               END-IF.

           7500-Reload-One-Invoice-History-Row.
               READ OldHist4 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_History_Count
                   MOVE Old_History_4_Record TO History_Record
                   MOVE ZERO TO CH_Invoice_Number
                   MOVE ZERO TO CH_Due_Date
                   PERFORM 9800-Set-History-Alt-Keys
                   WRITE History_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerHistory" "WRITE"
                   END-WRITE
               END-IF.

      * 8500-Migrate-One-Invoice-File - the same roll-and-copy as
      * 2000, for the INVOICE job table.
           8500-Migrate-One-Invoice-File.
               MOVE IJ_File_Name (WS_Job_Idx) TO WS_In_Name
               OPEN INPUT MigIn
               IF File_Status EQUAL '00'
                   CLOSE MigIn
                   MOVE IJ_Old_Length (WS_Job_Idx) TO WS_Old_Length
                   MOVE SPACES TO WS_Out_Name
                   STRING IJ_File_Name (WS_Job_Idx) DELIMITED BY SPACE
                           '.premigrate' DELIMITED BY SIZE
                       INTO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_In_Name
                   MOVE IJ_File_Name (WS_Job_Idx) TO WS_Out_Name
                   OPEN INPUT MigIn
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_In_Name "OPEN INPUT"
                   OPEN OUTPUT MigOut
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Out_Name "OPEN OUTPUT"
                   MOVE ZERO TO WS_Record_Count
                   SET More_Input_Records TO TRUE
                   PERFORM 8600-Convert-One-Invoice-Record
                       UNTIL No_More_Input
                   CLOSE MigIn
                   CLOSE MigOut
                   ADD 1 TO WS_Files_Converted
                   DISPLAY "Converted " IJ_File_Name (WS_Job_Idx)
                       " (" WS_Record_Count " records)."
               END-IF.

      * 8600-Convert-One-Invoice-Record - the bytes from the
      * insert point on shift eight right and eight zero invoice
      * digits drop in; a record ending on a second image gets
      * eight more on the end.
           8600-Convert-One-Invoice-Record.
               READ MigIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Record_Count
                   MOVE Mig_In_Record TO WS_Work_Record
                   MOVE WS_Old_Length TO WS_Out_Length
                   MOVE IJ_Insert_Pos (WS_Job_Idx) TO WS_Insert_Pos
                   IF WS_Out_Length NOT LESS WS_Insert_Pos
                       COMPUTE WS_Tail_Length =
                           WS_Out_Length - WS_Insert_Pos + 1
                       MOVE WS_Work_Record TO WS_Shift_Hold
                       MOVE WS_Shift_Hold
                           (WS_Insert_Pos:WS_Tail_Length)
                           TO WS_Work_Record
                               (WS_Insert_Pos + 8:WS_Tail_Length)
                       MOVE '00000000'
                           TO WS_Work_Record (WS_Insert_Pos:8)
                       ADD 8 TO WS_Out_Length
                       IF IJ_Append_Sw (WS_Job_Idx) EQUAL 'Y'
                           MOVE '00000000'
                               TO WS_Work_Record (WS_Out_Length + 1:8)
                           ADD 8 TO WS_Out_Length
                       END-IF
                   END-IF
                   MOVE WS_Work_Record TO Mig_Out_Record
                   WRITE Mig_Out_Record
               END-IF.

      * 6900-Migrate-Master-Terms - the post-sales-rep master
      * rolls to its .premigrate name and reloads with four blank
      * terms bytes appended to every row - blank terms meaning
      * due on the transaction date.
           6900-Migrate-Master-Terms.
               MOVE 'CustomerMaster' TO WS_In_Name
               MOVE 'CustomerMaster' TO WS_Old_Mstr_Name
               OPEN INPUT OldMstr4
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldMstr4
                   END-IF
                   MOVE 'CustomerMaster.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Mstr_Name
                   OPEN INPUT OldMstr4
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Mstr_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustMstr
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerMaster" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OM4_Customer_Number
                   START OldMstr4 KEY IS NOT LESS THAN
                       OM4_Customer_Number
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 6950-Reload-One-Terms-Master-Row
                       UNTIL No_More_Input
                   CLOSE OldMstr4
                   CLOSE CustMstr
               END-IF.

           6950-Reload-One-Terms-Master-Row.
               READ OldMstr4 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Master_Count
                   MOVE Old_Master_4_Record TO CustomerMasterRecord
                   MOVE SPACES TO CM_Terms_Code
                   MOVE SPACES TO CM_Addr_Status
                   MOVE ZERO TO CM_Addr_Status_Date
                   MOVE SPACES TO CM_Email
                   MOVE SPACES TO CM_Stmt_Delivery
                   MOVE SPACES TO CM_Billing_Currency
                   MOVE SPACES TO CM_Cash_Only
                   MOVE SPACES TO CM_Billing_Cycle
                   WRITE CustomerMasterRecord
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerMaster" "WRITE"
                   END-WRITE
               END-IF.

      * 7600-Migrate-History-Due-Date - the live history rolls to
      * its .premigrate name and reloads with eight zero due date
      * digits appended to every row; zero reads as due on the
      * transaction date.  The 81-byte rows read through their own
      * OldHist5 layout.
           7600-Migrate-History-Due-Date.
               MOVE 'CustomerHistory' TO WS_In_Name
               MOVE 'CustomerHistory' TO WS_Old_Hist_Name
               OPEN INPUT OldHist5
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldHist5
                   END-IF
                   MOVE 'CustomerHistory.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Hist_Name
                   OPEN INPUT OldHist5
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Hist_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustHist
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerHistory" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OH5_Customer_Number
                   MOVE LOW-VALUES TO OH5_Period
                   MOVE ZERO TO OH5_Sequence
                   START OldHist5 KEY IS NOT LESS THAN OH5_Key
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 7700-Reload-One-Due-Date-History-Row
                       UNTIL No_More_Input
                   CLOSE OldHist5
                   CLOSE CustHist
               END-IF.

           7700-Reload-One-Due-Date-History-Row.
               READ OldHist5 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_History_Count
                   MOVE Old_History_5_Record TO History_Record
                   MOVE ZERO TO CH_Due_Date
                   PERFORM 9800-Set-History-Alt-Keys
                   WRITE History_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerHistory" "WRITE"
                   END-WRITE
               END-IF.

      * 8700-Migrate-One-Terms-File - the same roll-and-copy as
      * 2000, for the TERMS job table.
           8700-Migrate-One-Terms-File.
               MOVE TJ_File_Name (WS_Job_Idx) TO WS_In_Name
               OPEN INPUT MigIn
               IF File_Status EQUAL '00'
                   CLOSE MigIn
                   MOVE TJ_Old_Length (WS_Job_Idx) TO WS_Old_Length
                   MOVE SPACES TO WS_Out_Name
                   STRING TJ_File_Name (WS_Job_Idx) DELIMITED BY SPACE
                           '.premigrate' DELIMITED BY SIZE
                       INTO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_In_Name
                   MOVE TJ_File_Name (WS_Job_Idx) TO WS_Out_Name
                   OPEN INPUT MigIn
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_In_Name "OPEN INPUT"
                   OPEN OUTPUT MigOut
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Out_Name "OPEN OUTPUT"
                   MOVE ZERO TO WS_Record_Count
                   SET More_Input_Records TO TRUE
                   PERFORM 8800-Convert-One-Terms-Record
                       UNTIL No_More_Input
                   CLOSE MigIn
                   CLOSE MigOut
                   ADD 1 TO WS_Files_Converted
                   DISPLAY "Converted " TJ_File_Name (WS_Job_Idx)
                       " (" WS_Record_Count " records)."
               END-IF.

      * 8800-Convert-One-Terms-Record - the bytes from the insert
      * point on shift four right and four blank terms bytes drop
      * in.
           8800-Convert-One-Terms-Record.
               READ MigIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Record_Count
                   MOVE Mig_In_Record TO WS_Work_Record
                   MOVE WS_Old_Length TO WS_Out_Length
                   MOVE TJ_Insert_Pos (WS_Job_Idx) TO WS_Insert_Pos
                   IF WS_Out_Length NOT LESS WS_Insert_Pos
                       COMPUTE WS_Tail_Length =
                           WS_Out_Length - WS_Insert_Pos + 1
                       MOVE WS_Work_Record TO WS_Shift_Hold
                       MOVE WS_Shift_Hold
                           (WS_Insert_Pos:WS_Tail_Length)
                           TO WS_Work_Record
                               (WS_Insert_Pos + 4:WS_Tail_Length)
                       MOVE SPACES TO WS_Work_Record (WS_Insert_Pos:4)
                       ADD 4 TO WS_Out_Length
                   END-IF
                   MOVE WS_Work_Record TO Mig_Out_Record
                   WRITE Mig_Out_Record
               END-IF.

      * 6960-Migrate-Master-Address - the post-terms master rolls
      * to its .premigrate name and reloads with a blank address
      * status and a zero status date appended to every row -
      * blank meaning the address is good.
           6960-Migrate-Master-Address.
               MOVE 'CustomerMaster' TO WS_In_Name
               MOVE 'CustomerMaster' TO WS_Old_Mstr_Name
               OPEN INPUT OldMstr5
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldMstr5
                   END-IF
                   MOVE 'CustomerMaster.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Mstr_Name
                   OPEN INPUT OldMstr5
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Mstr_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustMstr
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerMaster" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OM5_Customer_Number
                   START OldMstr5 KEY IS NOT LESS THAN
                       OM5_Customer_Number
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 6970-Reload-One-Address-Master-Row
                       UNTIL No_More_Input
                   CLOSE OldMstr5
                   CLOSE CustMstr
               END-IF.

           6970-Reload-One-Address-Master-Row.
               READ OldMstr5 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Master_Count
                   MOVE Old_Master_5_Record TO CustomerMasterRecord
                   MOVE SPACES TO CM_Addr_Status
                   MOVE ZERO TO CM_Addr_Status_Date
                   MOVE SPACES TO CM_Email
                   MOVE SPACES TO CM_Stmt_Delivery
                   MOVE SPACES TO CM_Billing_Currency
                   MOVE SPACES TO CM_Cash_Only
                   MOVE SPACES TO CM_Billing_Cycle
                   WRITE CustomerMasterRecord
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerMaster" "WRITE"
                   END-WRITE
               END-IF.

      * 8900-Migrate-One-Address-File - the same roll-and-copy as
      * 2000, for the ADDRESS job table.
           8900-Migrate-One-Address-File.
               MOVE AJ_File_Name (WS_Job_Idx) TO WS_In_Name
               OPEN INPUT MigIn
               IF File_Status EQUAL '00'
                   CLOSE MigIn
                   MOVE AJ_Old_Length (WS_Job_Idx) TO WS_Old_Length
                   MOVE SPACES TO WS_Out_Name
                   STRING AJ_File_Name (WS_Job_Idx) DELIMITED BY SPACE
                           '.premigrate' DELIMITED BY SIZE
                       INTO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_In_Name
                   MOVE AJ_File_Name (WS_Job_Idx) TO WS_Out_Name
                   OPEN INPUT MigIn
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_In_Name "OPEN INPUT"
                   OPEN OUTPUT MigOut
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Out_Name "OPEN OUTPUT"
                   MOVE ZERO TO WS_Record_Count
                   SET More_Input_Records TO TRUE
                   PERFORM 8950-Convert-One-Address-Record
                       UNTIL No_More_Input
                   CLOSE MigIn
                   CLOSE MigOut
                   ADD 1 TO WS_Files_Converted
                   DISPLAY "Converted " AJ_File_Name (WS_Job_Idx)
                       " (" WS_Record_Count " records)."
               END-IF.

      * 8950-Convert-One-Address-Record - the bytes from the
      * insert point on shift nine right; a blank status byte and
      * eight zero date digits drop in.
           8950-Convert-One-Address-Record.
               READ MigIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Record_Count
                   MOVE Mig_In_Record TO WS_Work_Record
                   MOVE WS_Old_Length TO WS_Out_Length
                   MOVE AJ_Insert_Pos (WS_Job_Idx) TO WS_Insert_Pos
                   IF WS_Out_Length NOT LESS WS_Insert_Pos
                       COMPUTE WS_Tail_Length =
                           WS_Out_Length - WS_Insert_Pos + 1
                       MOVE WS_Work_Record TO WS_Shift_Hold
                       MOVE WS_Shift_Hold
                           (WS_Insert_Pos:WS_Tail_Length)
                           TO WS_Work_Record
                               (WS_Insert_Pos + 9:WS_Tail_Length)
                       MOVE SPACES TO WS_Work_Record (WS_Insert_Pos:1)
                       MOVE ALL '0'
                           TO WS_Work_Record (WS_Insert_Pos + 1:8)
                       ADD 9 TO WS_Out_Length
                   END-IF
                   MOVE WS_Work_Record TO Mig_Out_Record
                   WRITE Mig_Out_Record
               END-IF.

      * 6980-Migrate-Master-Email - the post-address-status
      * master rolls to its .premigrate name and reloads with a
      * blank email address and delivery preference appended to
      * every row - blank meaning paper, as before.
           6980-Migrate-Master-Email.
               MOVE 'CustomerMaster' TO WS_In_Name
               MOVE 'CustomerMaster' TO WS_Old_Mstr_Name
               OPEN INPUT OldMstr6
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldMstr6
                   END-IF
                   MOVE 'CustomerMaster.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Mstr_Name
                   OPEN INPUT OldMstr6
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Mstr_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustMstr
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerMaster" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OM6_Customer_Number
                   START OldMstr6 KEY IS NOT LESS THAN
                       OM6_Customer_Number
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 6990-Reload-One-Email-Master-Row
                       UNTIL No_More_Input
                   CLOSE OldMstr6
                   CLOSE CustMstr
               END-IF.

           6990-Reload-One-Email-Master-Row.
               READ OldMstr6 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Master_Count
                   MOVE Old_Master_6_Record TO CustomerMasterRecord
                   MOVE SPACES TO CM_Email
                   MOVE SPACES TO CM_Stmt_Delivery
                   MOVE SPACES TO CM_Billing_Currency
                   MOVE SPACES TO CM_Cash_Only
                   MOVE SPACES TO CM_Billing_Cycle
                   WRITE CustomerMasterRecord
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerMaster" "WRITE"
                   END-WRITE
               END-IF.

      * 8960-Migrate-One-Email-File - the same roll-and-copy as
      * 2000, for the EMAIL job table.
           8960-Migrate-One-Email-File.
               MOVE EJ_File_Name (WS_Job_Idx) TO WS_In_Name
               OPEN INPUT MigIn
               IF File_Status EQUAL '00'
                   CLOSE MigIn
                   MOVE EJ_Old_Length (WS_Job_Idx) TO WS_Old_Length
                   MOVE SPACES TO WS_Out_Name
                   STRING EJ_File_Name (WS_Job_Idx) DELIMITED BY SPACE
                           '.premigrate' DELIMITED BY SIZE
                       INTO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_In_Name
                   MOVE EJ_File_Name (WS_Job_Idx) TO WS_Out_Name
                   OPEN INPUT MigIn
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_In_Name "OPEN INPUT"
                   OPEN OUTPUT MigOut
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Out_Name "OPEN OUTPUT"
                   MOVE ZERO TO WS_Record_Count
                   SET More_Input_Records TO TRUE
                   PERFORM 8970-Convert-One-Email-Record
                       UNTIL No_More_Input
                   CLOSE MigIn
                   CLOSE MigOut
                   ADD 1 TO WS_Files_Converted
                   DISPLAY "Converted " EJ_File_Name (WS_Job_Idx)
                       " (" WS_Record_Count " records)."
               END-IF.

      * 8970-Convert-One-Email-Record - the bytes from the insert
      * point on shift 51 right; the blank email address and
      * delivery preference drop in.
           8970-Convert-One-Email-Record.
               READ MigIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Record_Count
                   MOVE Mig_In_Record TO WS_Work_Record
                   MOVE WS_Old_Length TO WS_Out_Length
                   MOVE EJ_Insert_Pos (WS_Job_Idx) TO WS_Insert_Pos
                   IF WS_Out_Length NOT LESS WS_Insert_Pos
                       COMPUTE WS_Tail_Length =
                           WS_Out_Length - WS_Insert_Pos + 1
                       MOVE WS_Work_Record TO WS_Shift_Hold
                       MOVE WS_Shift_Hold
                           (WS_Insert_Pos:WS_Tail_Length)
                           TO WS_Work_Record
                               (WS_Insert_Pos + 51:WS_Tail_Length)
                       MOVE SPACES TO WS_Work_Record (WS_Insert_Pos:51)
                       ADD 51 TO WS_Out_Length
                   END-IF
                   MOVE WS_Work_Record TO Mig_Out_Record
                   WRITE Mig_Out_Record
               END-IF.

      * 7800-Migrate-History-Trans-Id - the live history rolls to
      * its .premigrate name and reloads with twelve blank
      * transaction id bytes appended to every row; blank reads as
      * posted before ids were issued.  The 89-byte rows read
      * through their own OldHist6 layout.
           7800-Migrate-History-Trans-Id.
               MOVE 'CustomerHistory' TO WS_In_Name
               MOVE 'CustomerHistory' TO WS_Old_Hist_Name
               OPEN INPUT OldHist6
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldHist6
                   END-IF
                   MOVE 'CustomerHistory.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Hist_Name
                   OPEN INPUT OldHist6
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Hist_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustHist
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerHistory" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OH6_Customer_Number
                   MOVE LOW-VALUES TO OH6_Period
                   MOVE ZERO TO OH6_Sequence
                   START OldHist6 KEY IS NOT LESS THAN OH6_Key
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 7900-Reload-One-Trans-Id-History-Row
                       UNTIL No_More_Input
                   CLOSE OldHist6
                   CLOSE CustHist
               END-IF.

           7900-Reload-One-Trans-Id-History-Row.
               READ OldHist6 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_History_Count
                   MOVE Old_History_6_Record TO History_Record
                   MOVE SPACES TO CH_Trans_Id
                   PERFORM 9800-Set-History-Alt-Keys
                   WRITE History_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerHistory" "WRITE"
                   END-WRITE
               END-IF.

      * 9000-Migrate-One-Trans-Id-File - the same roll-and-copy as
      * 2000, for the TRANSID job table.
           9000-Migrate-One-Trans-Id-File.
               MOVE XJ_File_Name (WS_Job_Idx) TO WS_In_Name
               OPEN INPUT MigIn
               IF File_Status EQUAL '00'
                   CLOSE MigIn
                   MOVE XJ_Old_Length (WS_Job_Idx) TO WS_Old_Length
                   MOVE SPACES TO WS_Out_Name
                   STRING XJ_File_Name (WS_Job_Idx) DELIMITED BY SPACE
                           '.premigrate' DELIMITED BY SIZE
                       INTO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_In_Name
                   MOVE XJ_File_Name (WS_Job_Idx) TO WS_Out_Name
                   OPEN INPUT MigIn
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_In_Name "OPEN INPUT"
                   OPEN OUTPUT MigOut
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Out_Name "OPEN OUTPUT"
                   MOVE ZERO TO WS_Record_Count
                   SET More_Input_Records TO TRUE
                   PERFORM 9100-Convert-One-Trans-Id-Record
                       UNTIL No_More_Input
                   CLOSE MigIn
                   CLOSE MigOut
                   ADD 1 TO WS_Files_Converted
                   DISPLAY "Converted " XJ_File_Name (WS_Job_Idx)
                       " (" WS_Record_Count " records)."
               END-IF.

      * 9100-Convert-One-Trans-Id-Record - the bytes from the
      * insert point on shift twelve right and twelve blank id
      * bytes drop in; a record ending on a second image gets
      * twelve more on the end.
           9100-Convert-One-Trans-Id-Record.
               READ MigIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Record_Count
                   MOVE Mig_In_Record TO WS_Work_Record
                   MOVE WS_Old_Length TO WS_Out_Length
                   MOVE XJ_Insert_Pos (WS_Job_Idx) TO WS_Insert_Pos
                   IF WS_Out_Length NOT LESS WS_Insert_Pos
                       COMPUTE WS_Tail_Length =
                           WS_Out_Length - WS_Insert_Pos + 1
                       MOVE WS_Work_Record TO WS_Shift_Hold
                       MOVE WS_Shift_Hold
                           (WS_Insert_Pos:WS_Tail_Length)
                           TO WS_Work_Record
                               (WS_Insert_Pos + 12:WS_Tail_Length)
                       MOVE SPACES TO WS_Work_Record (WS_Insert_Pos:12)
                       ADD 12 TO WS_Out_Length
                       IF XJ_Append_Sw (WS_Job_Idx) EQUAL 'Y'
                           MOVE SPACES
                               TO WS_Work_Record (WS_Out_Length + 1:12)
                           ADD 12 TO WS_Out_Length
                       END-IF
                   END-IF
                   MOVE WS_Work_Record TO Mig_Out_Record
                   WRITE Mig_Out_Record
               END-IF.

      * 6985-Migrate-Master-Currency - the post-email master
      * rolls to its .premigrate name and reloads with a blank
      * billing currency appended to every row - blank meaning
      * the reporting currency, as every customer billed before.
           6985-Migrate-Master-Currency.
               MOVE 'CustomerMaster' TO WS_In_Name
               MOVE 'CustomerMaster' TO WS_Old_Mstr_Name
               OPEN INPUT OldMstr7
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldMstr7
                   END-IF
                   MOVE 'CustomerMaster.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Mstr_Name
                   OPEN INPUT OldMstr7
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Mstr_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustMstr
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerMaster" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OM7_Customer_Number
                   START OldMstr7 KEY IS NOT LESS THAN
                       OM7_Customer_Number
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 6995-Reload-One-Currency-Master-Row
                       UNTIL No_More_Input
                   CLOSE OldMstr7
                   CLOSE CustMstr
               END-IF.

           6995-Reload-One-Currency-Master-Row.
               READ OldMstr7 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Master_Count
                   MOVE Old_Master_7_Record TO CustomerMasterRecord
                   MOVE SPACES TO CM_Billing_Currency
                   MOVE SPACES TO CM_Cash_Only
                   MOVE SPACES TO CM_Billing_Cycle
                   WRITE CustomerMasterRecord
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerMaster" "WRITE"
                   END-WRITE
               END-IF.

      * 8980-Migrate-One-Currency-File - the same roll-and-copy as
      * 2000, for the CURRENCY job table.
           8980-Migrate-One-Currency-File.
               MOVE YJ_File_Name (WS_Job_Idx) TO WS_In_Name
               OPEN INPUT MigIn
               IF File_Status EQUAL '00'
                   CLOSE MigIn
                   MOVE YJ_Old_Length (WS_Job_Idx) TO WS_Old_Length
                   MOVE SPACES TO WS_Out_Name
                   STRING YJ_File_Name (WS_Job_Idx) DELIMITED BY SPACE
                           '.premigrate' DELIMITED BY SIZE
                       INTO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_In_Name
                   MOVE YJ_File_Name (WS_Job_Idx) TO WS_Out_Name
                   OPEN INPUT MigIn
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_In_Name "OPEN INPUT"
                   OPEN OUTPUT MigOut
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Out_Name "OPEN OUTPUT"
                   MOVE ZERO TO WS_Record_Count
                   SET More_Input_Records TO TRUE
                   PERFORM 8990-Convert-One-Currency-Record
                       UNTIL No_More_Input
                   CLOSE MigIn
                   CLOSE MigOut
                   ADD 1 TO WS_Files_Converted
                   DISPLAY "Converted " YJ_File_Name (WS_Job_Idx)
                       " (" WS_Record_Count " records)."
               END-IF.

      * 8990-Convert-One-Currency-Record - the bytes from the
      * insert point on shift three right; the blank billing
      * currency drops in.
           8990-Convert-One-Currency-Record.
               READ MigIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Record_Count
                   MOVE Mig_In_Record TO WS_Work_Record
                   MOVE WS_Old_Length TO WS_Out_Length
                   MOVE YJ_Insert_Pos (WS_Job_Idx) TO WS_Insert_Pos
                   IF WS_Out_Length NOT LESS WS_Insert_Pos
                       COMPUTE WS_Tail_Length =
                           WS_Out_Length - WS_Insert_Pos + 1
                       MOVE WS_Work_Record TO WS_Shift_Hold
                       MOVE WS_Shift_Hold
                           (WS_Insert_Pos:WS_Tail_Length)
                           TO WS_Work_Record
                               (WS_Insert_Pos + 3:WS_Tail_Length)
                       MOVE SPACES TO WS_Work_Record (WS_Insert_Pos:3)
                       ADD 3 TO WS_Out_Length
                   END-IF
                   MOVE WS_Work_Record TO Mig_Out_Record
                   WRITE Mig_Out_Record
               END-IF.

      * 6997-Migrate-Master-Cash-Only - the post-currency master
      * rolls to its .premigrate name and reloads with a blank
      * cash-only flag appended to every row - no customer is cash
      * only until the returned-payment desk says so.
           6997-Migrate-Master-Cash-Only.
               MOVE 'CustomerMaster' TO WS_In_Name
               MOVE 'CustomerMaster' TO WS_Old_Mstr_Name
               OPEN INPUT OldMstr8
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldMstr8
                   END-IF
                   MOVE 'CustomerMaster.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Mstr_Name
                   OPEN INPUT OldMstr8
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Mstr_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustMstr
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerMaster" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OM8_Customer_Number
                   START OldMstr8 KEY IS NOT LESS THAN
                       OM8_Customer_Number
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 6999-Reload-One-Cash-Only-Master-Row
                       UNTIL No_More_Input
                   CLOSE OldMstr8
                   CLOSE CustMstr
               END-IF.

           6999-Reload-One-Cash-Only-Master-Row.
               READ OldMstr8 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Master_Count
                   MOVE Old_Master_8_Record TO CustomerMasterRecord
                   MOVE SPACES TO CM_Cash_Only
                   MOVE SPACES TO CM_Billing_Cycle
                   WRITE CustomerMasterRecord
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerMaster" "WRITE"
                   END-WRITE
               END-IF.

      * 8995-Migrate-One-Cash-Only-File - the same roll-and-copy
      * as 2000, for the CASHONLY job table.
           8995-Migrate-One-Cash-Only-File.
               MOVE KJ_File_Name (WS_Job_Idx) TO WS_In_Name
               OPEN INPUT MigIn
               IF File_Status EQUAL '00'
                   CLOSE MigIn
                   MOVE KJ_Old_Length (WS_Job_Idx) TO WS_Old_Length
                   MOVE SPACES TO WS_Out_Name
                   STRING KJ_File_Name (WS_Job_Idx) DELIMITED BY SPACE
                           '.premigrate' DELIMITED BY SIZE
                       INTO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_In_Name
                   MOVE KJ_File_Name (WS_Job_Idx) TO WS_Out_Name
                   OPEN INPUT MigIn
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_In_Name "OPEN INPUT"
                   OPEN OUTPUT MigOut
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Out_Name "OPEN OUTPUT"
                   MOVE ZERO TO WS_Record_Count
                   SET More_Input_Records TO TRUE
                   PERFORM 8997-Convert-One-Cash-Only-Record
                       UNTIL No_More_Input
                   CLOSE MigIn
                   CLOSE MigOut
                   ADD 1 TO WS_Files_Converted
                   DISPLAY "Converted " KJ_File_Name (WS_Job_Idx)
                       " (" WS_Record_Count " records)."
               END-IF.

      * 8997-Convert-One-Cash-Only-Record - the bytes from the
      * insert point on shift one right; the blank cash-only flag
      * drops in.
           8997-Convert-One-Cash-Only-Record.
               READ MigIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Record_Count
                   MOVE Mig_In_Record TO WS_Work_Record
                   MOVE WS_Old_Length TO WS_Out_Length
                   MOVE KJ_Insert_Pos (WS_Job_Idx) TO WS_Insert_Pos
                   IF WS_Out_Length NOT LESS WS_Insert_Pos
                       COMPUTE WS_Tail_Length =
                           WS_Out_Length - WS_Insert_Pos + 1
                       MOVE WS_Work_Record TO WS_Shift_Hold
                       MOVE WS_Shift_Hold
                           (WS_Insert_Pos:WS_Tail_Length)
                           TO WS_Work_Record
                               (WS_Insert_Pos + 1:WS_Tail_Length)
                       MOVE SPACES TO WS_Work_Record (WS_Insert_Pos:1)
                       ADD 1 TO WS_Out_Length
                   END-IF
                   MOVE WS_Work_Record TO Mig_Out_Record
                   WRITE Mig_Out_Record
               END-IF.

      * 9200-Migrate-Master-Cycle - the post-cash-only master
      * rolls to its .premigrate name and reloads with a blank
      * billing cycle appended to every row - every customer stays
      * on the month-end cycle until CustMaint moves them.
           9200-Migrate-Master-Cycle.
               MOVE 'CustomerMaster' TO WS_In_Name
               MOVE 'CustomerMaster' TO WS_Old_Mstr_Name
               OPEN INPUT OldMstr9
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldMstr9
                   END-IF
                   MOVE 'CustomerMaster.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Mstr_Name
                   OPEN INPUT OldMstr9
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Mstr_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustMstr
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerMaster" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OM9_Customer_Number
                   START OldMstr9 KEY IS NOT LESS THAN
                       OM9_Customer_Number
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 9300-Reload-One-Cycle-Master-Row
                       UNTIL No_More_Input
                   CLOSE OldMstr9
                   CLOSE CustMstr
               END-IF.

           9300-Reload-One-Cycle-Master-Row.
               READ OldMstr9 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Master_Count
                   MOVE Old_Master_9_Record TO CustomerMasterRecord
                   MOVE SPACES TO CM_Billing_Cycle
                   WRITE CustomerMasterRecord
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerMaster" "WRITE"
                   END-WRITE
               END-IF.

      * 9400-Migrate-One-Cycle-File - the same roll-and-copy
      * as 2000, for the CYCLE job table.
           9400-Migrate-One-Cycle-File.
               MOVE BJ_File_Name (WS_Job_Idx) TO WS_In_Name
               OPEN INPUT MigIn
               IF File_Status EQUAL '00'
                   CLOSE MigIn
                   MOVE BJ_Old_Length (WS_Job_Idx) TO WS_Old_Length
                   MOVE SPACES TO WS_Out_Name
                   STRING BJ_File_Name (WS_Job_Idx) DELIMITED BY SPACE
                           '.premigrate' DELIMITED BY SIZE
                       INTO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_In_Name
                   MOVE BJ_File_Name (WS_Job_Idx) TO WS_Out_Name
                   OPEN INPUT MigIn
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_In_Name "OPEN INPUT"
                   OPEN OUTPUT MigOut
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Out_Name "OPEN OUTPUT"
                   MOVE ZERO TO WS_Record_Count
                   SET More_Input_Records TO TRUE
                   PERFORM 9500-Convert-One-Cycle-Record
                       UNTIL No_More_Input
                   CLOSE MigIn
                   CLOSE MigOut
                   ADD 1 TO WS_Files_Converted
                   DISPLAY "Converted " BJ_File_Name (WS_Job_Idx)
                       " (" WS_Record_Count " records)."
               END-IF.

      * 9500-Convert-One-Cycle-Record - the bytes from the
      * insert point on shift one right; the blank billing cycle
      * drops in.
           9500-Convert-One-Cycle-Record.
               READ MigIn
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Record_Count
                   MOVE Mig_In_Record TO WS_Work_Record
                   MOVE WS_Old_Length TO WS_Out_Length
                   MOVE BJ_Insert_Pos (WS_Job_Idx) TO WS_Insert_Pos
                   IF WS_Out_Length NOT LESS WS_Insert_Pos
                       COMPUTE WS_Tail_Length =
                           WS_Out_Length - WS_Insert_Pos + 1
                       MOVE WS_Work_Record TO WS_Shift_Hold
                       MOVE WS_Shift_Hold
                           (WS_Insert_Pos:WS_Tail_Length)
                           TO WS_Work_Record
                               (WS_Insert_Pos + 1:WS_Tail_Length)
                       MOVE SPACES TO WS_Work_Record (WS_Insert_Pos:1)
                       ADD 1 TO WS_Out_Length
                   END-IF
                   MOVE WS_Work_Record TO Mig_Out_Record
                   WRITE Mig_Out_Record
               END-IF.

      * 9600-Migrate-History-Keys - the live history rolls to its
      * .premigrate name and reloads onto the layout carrying the
      * period and office/period alternate keys, each row's key
      * bytes built from its own fields.  The 101-byte rows read
      * through their own OldHist7 layout.  The archived years and
      * the backup sets keep the 101 data bytes and need no pass.
           9600-Migrate-History-Keys.
               MOVE 'CustomerHistory' TO WS_In_Name
               MOVE 'CustomerHistory' TO WS_Old_Hist_Name
               OPEN INPUT OldHist7
      * status 39 is a length conflict - the live file EXISTS but
      * does not match this mode's old layout; that still means
      * "present", and the reload open below judges it properly
      * AFTER the rename, stopping the run if it cannot be read.
               IF File_Status EQUAL '00' OR File_Status EQUAL '39'
                   IF File_Status EQUAL '00'
                       CLOSE OldHist7
                   END-IF
                   MOVE 'CustomerHistory.premigrate' TO WS_Out_Name
                   CALL "CBL_RENAME_FILE" USING WS_In_Name WS_Out_Name
                   MOVE WS_Out_Name TO WS_Old_Hist_Name
                   OPEN INPUT OldHist7
                       CALL "Validations" USING File_Status
                           BY CONTENT WS_Old_Hist_Name "OPEN INPUT"
                   IF File_Status NOT EQUAL '00'
                       DISPLAY "FileMigrate: cannot read the renamed "
                           ".premigrate file - run stopped; the data "
                           "is intact under its .premigrate name."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN OUTPUT CustHist
                       CALL "Validations" USING File_Status
                           BY CONTENT "CustomerHistory" "OPEN OUTPUT"
                   SET More_Input_Records TO TRUE
                   MOVE ZERO TO OH7_Customer_Number
                   MOVE LOW-VALUES TO OH7_Period
                   MOVE ZERO TO OH7_Sequence
                   START OldHist7 KEY IS NOT LESS THAN OH7_Key
                       INVALID KEY SET No_More_Input TO TRUE
                   END-START
                   PERFORM 9700-Reload-One-Keys-History-Row
                       UNTIL No_More_Input
                   CLOSE OldHist7
                   CLOSE CustHist
               END-IF.

           9700-Reload-One-Keys-History-Row.
               READ OldHist7 NEXT RECORD
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_History_Count
                   MOVE Old_History_7_Record TO History_Record
                   PERFORM 9800-Set-History-Alt-Keys
                   WRITE History_Record
                       INVALID KEY
                           CALL "Validations" USING File_Status
                               BY CONTENT "CustomerHistory" "WRITE"
                   END-WRITE
               END-IF.

      * 9800-Set-History-Alt-Keys - the period key (period,
      * customer, sequence) and the office/period key in front of
      * it, from the row's own fields; every history reload builds
      * them before the write.
           9800-Set-History-Alt-Keys.
               MOVE CH_Office_Code TO CH_OK_Office
               MOVE CH_Period TO CH_PK_Period
               MOVE CH_Customer_Number TO CH_PK_Customer
               MOVE CH_Sequence TO CH_PK_Sequence.

       End Program FileMigrate.
