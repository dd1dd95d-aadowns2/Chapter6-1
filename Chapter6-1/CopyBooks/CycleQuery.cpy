      *Billing-cycle cutoff asked of BillCycle.  The caller fills
      *the cycle code (blank is the month-end cycle 4, where every
      *customer ran before cycles) and the month; the answer is
      *whether the cycle is defined, the business day of the month
      *it closes on (zero for the last), its description and the
      *cutoff date that day falls on in the month asked.
       01  Prefix_Cycle_Query.
           05  Prefix_Cycle_Code               PIC X(1).
           05  Prefix_Cycle_Period             PIC X(6).
           05  Prefix_Cycle_Sw                 PIC X(1).
               88  Prefix_Cycle_Defined          value 'Y'.
               88  Prefix_Cycle_Not_Defined      value 'N'.
           05  Prefix_Cycle_Bus_Day            PIC 9(2).
           05  Prefix_Cycle_Description        PIC X(20).
           05  Prefix_Cycle_Cutoff             PIC 9(8).
