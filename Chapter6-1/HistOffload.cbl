      *                   RunLock manager while it updates the
      *                   masters, the collision guard every other
      *                   updater already carries.
      *   2026-10-15  AD  Sales rep carried on the history layout
      *                   for the monthly commission run (history
      *                   69 to 73).
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81).
      *   2026-10-15  AD  Due date carried on the history layout
      *                   (history 81 to 89).
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101 to
      *                   121); the keep file widens with it, but the
      *                   archive years stay in the 101-byte layout the
      *                   inquiry paths read - the key bytes are dropped
      *                   on the way out.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select PeriodCtl assign to WS_PeriodCtl_Name
                       File Status is File_Status
                       10  CH_Customer_Number      PIC 9(6).
                       10  CH_Period               PIC X(6).
                       10  CH_Sequence             PIC 9(4).
                   05  CH_Rest                     PIC X(85).
                   05  CH_Office_Key.
                       10  CH_OK_Office            PIC X(4).
                       10  CH_Period_Key.
                           15  CH_PK_Period        PIC X(6).
                           15  CH_PK_Customer      PIC 9(6).
                           15  CH_PK_Sequence      PIC 9(4).

           FD  PeriodCtl
               Record Contains 7 Characters.
                   05  PC_Period                   PIC X(6).
                   05  PC_Status                   PIC X(1).

      * Archive_Record - the row without its alternate key bytes;
      * the inquiry paths read every archive year in the one
      * 101-byte layout.
           FD  HistArch
               Record Contains 101 Characters.
               01  Archive_Record                  PIC X(101).

           FD  HistKeep
               Record Contains 121 Characters.
               01  Keep_Record                     PIC X(121).

      * Index_Record - one row per offloaded year, the list the
      * inquiry paths walk when asked for archived history.
               IF NOT No_More_Input
                   IF CH_Period (1:4) EQUAL WS_Offload_Year
                       ADD 1 TO WS_Offloaded_Count
                       MOVE History_Record (1:101) TO Archive_Record
                       WRITE Archive_Record
                   ELSE
                       ADD 1 TO WS_Kept_Count
