      *Billing-currency conversion asked of BillCurrency.  The
      *caller fills the customer's billing currency, the period the
      *figures belong to and an amount in the reporting currency;
      *the answer is whether a rate is in effect, the rate and the
      *period it took effect, and the amount in the billing
      *currency.  A blank or USD billing currency answers the same
      *amount at a rate of one.
       01  Prefix_Bill_Query.
           05  Prefix_Bill_Currency            PIC X(3).
           05  Prefix_Bill_Period              PIC X(6).
           05  Prefix_Bill_Reporting_Amount    PIC S9(9)V9(2).
           05  Prefix_Bill_Rate_Sw             PIC X(1).
               88  Prefix_Bill_Rate_Found        value 'Y'.
               88  Prefix_Bill_Rate_Not_Found    value 'N'.
           05  Prefix_Bill_Rate                PIC 9(1)V9(4).
           05  Prefix_Bill_Rate_Period         PIC X(6).
           05  Prefix_Bill_Amount              PIC S9(11)V9(2).
