           05  Flash_Heading_Line           PIC X(50).
           05                  PIC X(5)    value 'Run: '.
           05  Flash_Head_Run_Id            PIC X(14).
           05                  PIC X(3)    value spaces.
           05  Flash_Trial_Mark             PIC X(5)    value spaces.
       01  FlashAmountLine.
           05                  PIC X(2)    value spaces.
           05  Flash_Label                  PIC X(22).
      * jurisdictions from the TaxJuris master, and the run's
      * taxable-sales/tax totals per jurisdiction and month - see
      * 126-Load-Tax-Jurisdictions, 233-Check-Trans-Tax,
      * 254-Update-Tax-Summary and 398-Write-Tax-Summary.  The
      * keyed tax is held against the TaxRates computation in
      * 2331-Check-Computed-Tax.
       01  Tax_Juris_Count                  PIC 9(2) value zero.
       01  Tax_Juris_Table.
           05  Tax_Juris_Entry               OCCURS 50 TIMES.
       01  Tax_Entry_Found_Sw               PIC X(1).
           88  Tax_Entry_Found                value 'Y'.
           88  Tax_Entry_Not_Found            value 'N'.
       01  Tax_Calc_Function                PIC X(1) value 'T'.
       01  WS_Tax_Difference                PIC S9(7)V9(2).

      * Sales_Rep_Table - the SalesRepMaster file (id, name, home
      * office, commission rate) loaded by 148A-Load-Sales-Rep-
      * Master; a nonblank Sales_Rep must match an entry or the
      * record rejects - see 235-Check-Trans-Sales-Rep.
       01  Sales_Rep_Count                  PIC 9(3) value zero.
       01  Sales_Rep_Table.
           05  Sales_Rep_Entry               OCCURS 100 TIMES.
               10  SRT_Rep_Id                 PIC X(4).
               10  SRT_Name                   PIC X(20).
               10  SRT_Office                 PIC X(4).
               10  SRT_Commission_Rate        PIC 9(1)V9(4).
       01  WS_Sales_Rep_Idx                 PIC 9(3).
       01  Sales_Rep_Found_Sw               PIC X(1).
           88  Sales_Rep_Found                value 'Y'.
           88  Sales_Rep_Not_Found            value 'N'.

      * Terms_Table - the TermsMaster file (code, net days,
      * discount percent, discount days) loaded by 148C-Load-Terms-
      * Master; a sale falls due its customer's net days after the
      * transaction date (2561-Set-Sale-Due-Date) and a payment
      * inside the discount window earns the discount as a DISC
      * credit adjustment - see 221-Check-Early-Pay-Discount.
       01  Terms_Count                      PIC 9(3) value zero.
       01  Terms_Table.
           05  Terms_Entry                   OCCURS 50 TIMES.
               10  TMT_Terms_Code             PIC X(4).
               10  TMT_Net_Days               PIC 9(3).
               10  TMT_Discount_Pct           PIC 9(2)V9(2).
               10  TMT_Discount_Days          PIC 9(3).
       01  WS_Terms_Idx                     PIC 9(3).
       01  WS_Cust_Terms_Code               PIC X(4).
       01  WS_Terms_Net_Days                PIC S9(5).
       01  WS_Terms_Discount_Pct            PIC 9(2)V9(2).
       01  WS_Terms_Discount_Days           PIC S9(5).
       01  Terms_Found_Sw                   PIC X(1).
           88  Terms_Found                    value 'Y'.
           88  Terms_Not_Found                value 'N'.
       01  WS_Date_Function                 PIC X(1).
       01  WS_Trans_Date.
           05  WS_Trans_Date_Year            PIC X(4).
           05  WS_Trans_Date_Month           PIC X(2).
           05  WS_Trans_Date_Day             PIC X(2).
       01  WS_Trans_Date_N REDEFINES WS_Trans_Date
                                            PIC 9(8).
       01  WS_Due_Date                      PIC 9(8).

      * Early-payment discount work fields - the payment's window
      * on the customer's history in the payment's currency, and
      * the payment record held while the generated DISC credit
      * posts - see 221-Check-Early-Pay-Discount.
       01  WS_Window_Start                  PIC 9(8).
       01  WS_Window_Start_X REDEFINES WS_Window_Start
                                            PIC X(8).
       01  WS_Window_Row_Date.
           05  WS_Window_Row_Period          PIC X(6).
           05  WS_Window_Row_Day             PIC X(2).
       01  WS_Window_Row_Date_N REDEFINES WS_Window_Row_Date
                                            PIC 9(8).
       01  WS_Window_Sales                  PIC S9(9)V9(2).
       01  WS_Window_Payments               PIC S9(9)V9(2).
       01  WS_Window_Discounts              PIC S9(9)V9(2).
       01  WS_Discount_Eligible             PIC S9(9)V9(2).
       01  WS_Discount_Covered              PIC S9(9)V9(2).
       01  WS_Discount_Amount               PIC S9(7)V9(2).
       01  WS_Held_Payment_Record           PIC X(115).
       01  Window_EOF_Sw                    PIC X(1).
           88  No_More_Window_Rows            value 'Y'.
           88  More_Window_Rows               value 'N'.

      * Product_Master_Table - the ProductMaster file (code,
      * description, category) loaded by 144-Load-Product-Master;
           88  First_Region                   value 'Y'.
           88  Not_First_Region               value 'N'.

      * GL_Summary_Table - converted net activity per company,
      * Office_Code, Year/Month period, posting type, reason code
      * and product category - the GLAccountMap key - feeding the
      * balanced journal lines of the CustGLExtract interface file,
      * see 252-Update-GL-Summary and 427-Write-GL-Extract.  Tax
      * collected buckets as posting type T, net of returns, so a
      * bucket's amount can go negative and post reversed.
       01  GL_Summary_Count                 PIC 9(3) value zero.
       01  GL_Summary_Table.
           05  GL_Summary_Entry              OCCURS 500 TIMES.
               10  GLS_Bucket.
                   15  GLS_Key.
                       20  GLS_Company       PIC X(2).
                       20  GLS_Office        PIC X(4).
                       20  GLS_Period        PIC X(6).
                       20  GLS_Trans_Type    PIC X(1).
                       20  GLS_Reason        PIC X(4).
                       20  GLS_Category      PIC X(4).
                   15  GLS_Amount            PIC S9(9)V9(2).
               10  GLS_Debit_Account         PIC X(8).
               10  GLS_Credit_Account        PIC X(8).
       01  WS_GL_Bucket.
           05  WS_GL_Key.
               10  WS_GL_Company            PIC X(2).
               10  WS_GL_Office             PIC X(4).
               10  WS_GL_Period             PIC X(6).
               10  WS_GL_Trans_Type         PIC X(1).
               10  WS_GL_Reason             PIC X(4).
               10  WS_GL_Category           PIC X(4).
           05  WS_GL_Amount                 PIC S9(9)V9(2).
       01  WS_GL_Unmapped_Count             PIC 9(3).
       01  GL_Map_Function                  PIC X(1) value 'M'.
       01  WS_GL_Idx                        PIC 9(3).
       01  WS_GL_Match_Idx                  PIC 9(3).
       01  WS_GL_Line_Count                 PIC 9(6).
       01  WS_GL_Hash_Total                 PIC 9(13)V9(2).
       01  WS_GL_Debit_Account              PIC X(8).
       01  GL_Entry_Found_Sw                PIC X(1).
           88  GL_Entry_Found                 value 'Y'.
           88  GL_Entry_Not_Found             value 'N'.
       01  GL_Extract_Held_Sw               PIC X(1) value 'N'.
           88  GL_Extract_Held                value 'Y'.
           88  GL_Extract_Sent                value 'N'.
       01  WS_GL_Held_AR_Net                PIC S9(11)V9(2)
               value zero.
       01  WS_GL_Hold_New_Count             PIC 9(5).
       01  GL_Hold_Room_Sw                  PIC X(1).
           88  GL_Hold_Fits                   value 'Y'.
           88  GL_Hold_Too_Big                value 'N'.

      * Payment_Table - converted payments per customer and period
      * feeding the Cash Application section, see
