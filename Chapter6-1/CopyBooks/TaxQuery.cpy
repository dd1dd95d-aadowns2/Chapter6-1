      *Tax computation asked of TaxCalc.  The caller fills the
      *jurisdiction, product line, period and taxable amount; the
      *answer is whether a rate is in effect, the rate percent,
      *the computed tax and the tolerance a keyed tax may differ
      *from it by.
       01  Prefix_Tax_Query.
           05  Prefix_Tax_Juris                PIC X(4).
           05  Prefix_Tax_Product              PIC X(4).
           05  Prefix_Tax_Period               PIC X(6).
           05  Prefix_Tax_Base                 PIC 9(7)V9(2).
           05  Prefix_Tax_Rate_Sw              PIC X(1).
               88  Prefix_Tax_Rate_Found         value 'Y'.
               88  Prefix_Tax_Rate_Not_Found     value 'N'.
           05  Prefix_Tax_Rate_Pct             PIC 9(2)V9(3).
           05  Prefix_Tax_Computed             PIC 9(7)V9(2).
           05  Prefix_Tax_Tolerance            PIC 9(4)V9(2).
