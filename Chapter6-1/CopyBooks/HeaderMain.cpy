           05            PIC X(14)  value spaces.
           05            PIC X(5)   value 'Page '.
           05  Header_Page         PIC ZZ9.
           05            PIC X(3)   value spaces.
           05  Header_Trial_Mark   PIC X(5)   value spaces.
       01  HeaderMain2.
           05            PIC X(17)  value spaces.
           05  Header_Prepared_By  PIC X(55).
