      *                   carries no remittance reference, so a
      *                   payment the bank directed at a specific
      *                   item still applies oldest-first here.
      *   2026-10-15  AD  Sales rep carried on the master and
      *                   history layouts for the monthly
      *                   commission run (master 119 to 123,
      *                   history 69 to 73).
      *   2026-10-15  AD  Each sale's invoice number shows on the
      *                   open-items listing and rides a new field
      *                   on CustOpenItems (40 to 48), so an item
      *                   can be found by the number the customer
      *                   quotes; history 73 to 81.
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127) and due date
      *                   on the history layout (history 81 to
      *                   89).
      *   2026-10-15  AD  ESCH, the escheated credit cleared by
      *                   the unclaimed property run, joins RFND
      *                   as a debit-adjustment reason when
      *                   history rows are netted.
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
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
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustMstr assign to CustomerMaster
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

           FD  CustMstr.
               01  CustomerMasterRecord.
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

           FD  CurrRates
               Record Contains 14 Characters.
      * Open_Item_Record - one row per chargeable item, rebuilt
      * whole from the history every run: the reporting-currency
      * original and open amounts and the item's state - 'O' fully
      * open, 'P' partially paid, 'C' closed - and the invoice
      * number a sale posted under (zero for any other item).
           FD  OpenItemFile
               Record Contains 48 Characters.
               01  Open_Item_Record.
                   05  OI_Customer_Number          PIC 9(6).
                   05  OI_Period                   PIC X(6).
                   05  OI_Original_Amount          PIC S9(9)V9(2).
                   05  OI_Open_Amount              PIC S9(9)V9(2).
                   05  OI_Status                   PIC X(1).
                   05  OI_Invoice_Number           PIC 9(8).

           FD  OpenRpt
               Record Contains 132 Characters.
                       10  IT_Trans_Type           PIC X(1).
                       10  IT_Original             PIC S9(9)V9(2).
                       10  IT_Open                 PIC S9(9)V9(2).
                       10  IT_Invoice_Number       PIC 9(8).
               01  WS_Item_Idx                     PIC 9(3).
               01  WS_Credit_Pool                  PIC S9(9)V9(2).
               01  WS_Applied                      PIC S9(9)V9(2).
                   05  Open_Item_Seq           PIC 9(4).
                   05              PIC X(2)    value spaces.
                   05  Open_Item_Type          PIC X(1).
                   05              PIC X(6)    value '  Inv '.
                   05  Open_Item_Invoice       PIC X(8).
                   05              PIC X(11)
                           value '  Original '.
                   05  Open_Item_Original      PIC Z,ZZZ,ZZ9.99.
                   (CH_Trans_Type EQUAL 'A' AND
                       (CH_Reason_Code EQUAL 'LATE' OR
                           CH_Reason_Code EQUAL 'RFND' OR
                           CH_Reason_Code EQUAL 'ESCH' OR
                           CH_Reason_Code EQUAL 'FXGN' OR
                           CH_Reason_Code EQUAL 'XFER' OR
                           CH_Reason_Code EQUAL 'NSF ' OR
                           CH_Reason_Code EQUAL 'NSFC'))
                   IF Item_Count < 500
                       ADD 1 TO Item_Count
                       MOVE CH_Period TO IT_Period (Item_Count)
                           TO IT_Original (Item_Count)
                       MOVE WS_Converted_Amount
                           TO IT_Open (Item_Count)
                       IF CH_Invoice_Number NUMERIC
                           MOVE CH_Invoice_Number
                               TO IT_Invoice_Number (Item_Count)
                       ELSE
                           MOVE ZERO TO IT_Invoice_Number (Item_Count)
                       END-IF
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Item_Table" "TABLE FULL"
               MOVE IT_Trans_Type (WS_Item_Idx) TO OI_Trans_Type
               MOVE IT_Original (WS_Item_Idx) TO OI_Original_Amount
               MOVE IT_Open (WS_Item_Idx) TO OI_Open_Amount
               MOVE IT_Invoice_Number (WS_Item_Idx) TO OI_Invoice_Number
               EVALUATE TRUE
                   WHEN IT_Open (WS_Item_Idx) EQUAL ZERO
                       MOVE 'C' TO OI_Status
                   MOVE IT_Sequence (WS_Item_Idx) TO Open_Item_Seq
                   MOVE IT_Trans_Type (WS_Item_Idx)
                       TO Open_Item_Type
                   IF IT_Invoice_Number (WS_Item_Idx) EQUAL ZERO
                       MOVE SPACES TO Open_Item_Invoice
                   ELSE
                       MOVE IT_Invoice_Number (WS_Item_Idx)
                           TO Open_Item_Invoice
                   END-IF
                   MOVE IT_Original (WS_Item_Idx)
                       TO Open_Item_Original
                   MOVE IT_Open (WS_Item_Idx) TO Open_Item_Open
