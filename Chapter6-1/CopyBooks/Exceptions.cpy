           05                  PIC X(6)   value spaces.
           05                  PIC X(5)   value 'Page '.
           05  Audience_Head_Page        PIC ZZ9.
           05                  PIC X(3)   value spaces.
           05  Audience_Trial_Mark       PIC X(5)   value spaces.
       01  ComplAdjDetail.
           05                  PIC X(2)    value spaces.
           05                  PIC X(12)   value 'Adjustment: '.
