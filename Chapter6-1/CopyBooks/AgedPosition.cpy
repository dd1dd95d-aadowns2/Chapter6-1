      *Aged position of one customer as answered by AgeBalance.
      *Bucket 1 is not yet due, 2-5 the 1-30/31-60/61-90/91-120
      *days-past-due bands and 6 everything over 120 days.
       01  Prefix_Aged_Position.
           05  Prefix_Aged_Bucket OCCURS 6 TIMES
                                               PIC S9(9)V9(2).
           05  Prefix_Aged_Past_Due            PIC S9(9)V9(2).
           05  Prefix_Aged_Oldest_Days         PIC S9(5).
           05  Prefix_Aged_Newest_Office       PIC X(4).
