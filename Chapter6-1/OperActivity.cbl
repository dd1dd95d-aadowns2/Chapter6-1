      *                   layout (input record 85 to 91, sorted
      *                   image 97 to 103) for the return
      *                   authorization step.
      *   2026-10-15  AD  Sales rep carried on the sorted
      *                   transaction layout for the monthly
      *                   commission run (sorted image 103 to
      *                   107).
      *   2026-10-15  AD  Invoice number carried on the sorted
      *                   transaction layout (sorted image 107 to
      *                   115).
      *   2026-10-15  AD  CustomerDataSorted widens 115 to 127 for
      *                   the transaction id carried at the end of
      *                   the sorted image.
       Environment Division.
           Configuration Section.
               Special-Names.
       Data Division.
           File Section.
           FD  CustMastSorted
               Record Contains 127 Characters.
               01  CustomerRecord.
                   05  Customer_Number                 PIC 9(6).
                       88  Is_Trailer_Record             value 999999.
                   05  Product_Code                    PIC X(4).
                   05  Company_Code                    PIC X(2).
                   05  Rma_Number                      PIC X(6).
                   05  Sales_Rep                       PIC X(4).
                   05  Invoice_Number                  PIC 9(8).
                   05  Trans_Id                        PIC X(12).

           FD  OperMast
               Record Contains 29 Characters.
