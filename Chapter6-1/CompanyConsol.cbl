      *                   picture without a second copy of every
      *                   file and schedule.  Report:
      *                   CompanyConsolReport.
      *   2026-10-15  AD  Sales rep carried on the master layout
      *                   for the monthly commission run (master
      *                   119 to 123).
      *   2026-10-15  AD  Payment terms code carried on the master
      *                   layout (master 123 to 127).
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136)
      *                   for returned-mail suppression.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187).
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190).
      *   2026-10-15  AD  Cash-only flag carried on the master layout
      *                   (master 190 to 191).
      *   2026-10-15  AD  Billing cycle code carried on the master
      *                   layout (master 191 to 192).

       Environment Division.
           Configuration Section.
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

           FD  ConsolRpt
               Record Contains 132 Characters.
