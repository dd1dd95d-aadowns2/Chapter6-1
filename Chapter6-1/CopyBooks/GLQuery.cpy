      *GL accounts asked of GLAccount.  The caller fills the company,
      *office, posting type, reason code and product category of a
      *posting; the answer is whether GLAccountMap maps it and the
      *debit and credit accounts it goes to.  Posting types are the
      *transaction types (S sale, R return, A adjustment, P payment)
      *plus T for tax collected and V for the doubtful-accounts
      *reserve.
       01  Prefix_GL_Query.
           05  Prefix_GL_Company               PIC X(2).
           05  Prefix_GL_Office                PIC X(4).
           05  Prefix_GL_Trans_Type            PIC X(1).
           05  Prefix_GL_Reason                PIC X(4).
           05  Prefix_GL_Category              PIC X(4).
           05  Prefix_GL_Map_Sw                PIC X(1).
               88  Prefix_GL_Mapped              value 'Y'.
               88  Prefix_GL_Not_Mapped          value 'N'.
           05  Prefix_GL_Debit_Account         PIC X(8).
           05  Prefix_GL_Credit_Account        PIC X(8).
