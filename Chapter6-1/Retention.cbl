      *                   layout (input record 85 to 91, sorted
      *                   image 97 to 103) for the return
      *                   authorization step.
      *   2026-10-15  AD  Sales rep carried on the transaction
      *                   layout for the monthly commission run
      *                   (input record 91 to 95).
      *   2026-10-15  AD  CustDeliveryLog rows widen 60 to 120
      *                   with the recipient address.
      *   2026-10-15  AD  RetentionPolicy widens 6 to 9 with the
      *                   privacy window read by the Privacy run.
      *   2026-10-15  AD  The archived transaction images widen 95
      *                   to 107 for the transaction id carried at
      *                   the end of the layout; archives from
      *                   before the change pad on read.
       Environment Division.
           Configuration Section.
               Special-Names.

       Data Division.
           File Section.
      * Policy_Record - the retention windows, in months, as
      * zero-padded three-digit values: archives first, logs
      * second, then the privacy window the Privacy run erases
      * closed customers' personal data after.
           FD  Policy
               Record Contains 9 Characters.
               01  Policy_Record.
                   05  RP_Archive_Months           PIC 9(3).
                   05  RP_Log_Months               PIC 9(3).
                   05  RP_Privacy_Months           PIC 9(3).

           FD  ArchIn
               Record Contains 107 Characters.
               01  Archive_In_Record               PIC X(107).

           FD  ArchOut
               Record Contains 107 Characters.
               01  Archive_Out_Record              PIC X(107).

           FD  RunLogIn
               Record Contains 54 Characters.
               01  ErrLog_Out_Record               PIC X(72).

           FD  DelivIn
               Record Contains 120 Characters.
               01  Deliv_In_Record.
                   05  DLI_Report_Name             PIC X(40).
                   05  DLI_Mode                    PIC X(1).
                   05  DLI_Run_Id                  PIC X(14).
                   05  DLI_Reserved                PIC X(5).
                   05  DLI_Recipient               PIC X(60).

           FD  DelivOut
               Record Contains 120 Characters.
               01  Deliv_Out_Record                PIC X(120).

           FD  DispRpt
               Record Contains 132 Characters.
