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
      *   2026-10-15  AD  The regional and consolidated sorted
      *                   files widen 115 to 127 for the
      *                   transaction id carried at the end of the
      *                   sorted image.
       Environment Division.
           Configuration Section.
               Special-Names.
                   05  MR_Entered_By               PIC X(8).
                   05  MR_Reason_Code              PIC X(4).
                   05  MR_Day_Trans                PIC X(2).
                   05  MR_Rest                     PIC X(58).

           FD  RegionIn1
               Record Contains 127 Characters.
               01  Region_1_Record                 PIC X(127).

           FD  RegionIn2
               Record Contains 127 Characters.
               01  Region_2_Record                 PIC X(127).

           FD  RegionIn3
               Record Contains 127 Characters.
               01  Region_3_Record                 PIC X(127).

           FD  RegionIn4
               Record Contains 127 Characters.
               01  Region_4_Record                 PIC X(127).

           FD  CorpSorted
               Record Contains 127 Characters.
               01  Corp_Sorted_Record              PIC X(127).

           FD  RegionSub
               Record Contains 36 Characters.
