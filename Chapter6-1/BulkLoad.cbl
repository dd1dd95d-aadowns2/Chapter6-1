      *   2026-09-02  AD  Bulk customer load - reads the
      *                   CustomerLoadFile flat file of new
      *                   customers, applies CustMaint's edits
      *                   (last name required, every row loads
      *                   Pending credit approval),
      *                   screens each incoming name against the
      *                   existing CustomerMaster with the same
      *                   likely-duplicate test MasterAudit uses
      *                   RunLock manager while it updates the
      *                   masters, the collision guard every other
      *                   updater already carries.
      *   2026-10-15  AD  Default sales rep loaded onto the master
      *                   from a new field at the end of the
      *                   CustomerLoadFile row (107 to 111; a
      *                   short row loads with no rep; the
      *                   CustLoadSuspects copy widens with it);
      *                   master 119 to 123.
      *   2026-10-15  AD  Payment terms code loaded onto the
      *                   master from a new field at the end of
      *                   the CustomerLoadFile row (111 to 115; a
      *                   short row loads due at once; the
      *                   CustLoadSuspects copy widens with it);
      *                   master 123 to 127.
      *   2026-10-15  AD  Address status and status date carried
      *                   on the master layout (master 127 to 136,
      *                   CustMaintAudit 277 to 295); a loaded
      *                   customer starts with the flag clear.
      *   2026-10-15  AD  Email address and statement delivery
      *                   preference carried on the master layout
      *                   (master 136 to 187, CustMaintAudit 295
      *                   to 397); a loaded customer starts on
      *                   paper with no address.
      *   2026-10-15  AD  Billing currency carried on the master
      *                   layout (master 187 to 190,
      *                   CustMaintAudit 397 to 403); a loaded
      *                   customer bills in the reporting
      *                   currency.
      *   2026-10-15  AD  Cash-only flag carried on the master
      *                   layout (master 190 to 191, CustMaintAudit
      *                   403 to 405); a loaded customer starts
      *                   without it.
      *   2026-10-15  AD  Billing cycle carried on the master
      *                   layout (master 191 to 192, CustMaintAudit
      *                   405 to 407); a loaded customer starts on
      *                   the month-end cycle.
      *   2026-10-15  AD  A row loading as Active now loads Pending
      *                   credit approval (P) for CreditApp.
      *   2026-10-15  AD  Every loaded row comes on Pending (P),
      *                   not only the Active ones, so an I or C
      *                   row cannot reach Active unapproved.
      *   2026-10-15  AD  Rep and terms codes checked against
      *                   SalesRepMaster and TermsMaster as CustMaint
      *                   does; a row naming one not on file is
      *                   rejected.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select SalesRepMast assign to "SalesRepMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select TermsMast assign to "TermsMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * Load_Record - one new customer per row, the master's
      * fields minus the number this program assigns.
           FD  LoadFile
               Record Contains 115 Characters.
               01  Load_Record.
                   05  LD_First_Name               PIC X(10).
                   05  LD_Last_Name                PIC X(20).
                   05  LD_Phone                    PIC X(12).
                   05  LD_Status                   PIC X(1).
                   05  LD_Company                  PIC X(2).
                   05  LD_Sales_Rep                PIC X(4).
                   05  LD_Terms_Code               PIC X(4).

           FD  CustMstr.
               01  CustomerMasterRecord.
                       88  CM_Credit_Hold                value 'C'.
                   05  CM_Parent_Number                PIC 9(6).
                   05  CM_Company                      PIC X(2).
                   05  CM_Sales_Rep                    PIC X(4).
                   05  CM_Terms_Code                   PIC X(4).
                   05  CM_Addr_Status                  PIC X(1).
                   05  CM_Addr_Status_Date             PIC 9(8).
                   05  CM_Email                        PIC X(50).
                   05  CM_Stmt_Delivery                PIC X(1).
                   05  CM_Billing_Currency             PIC X(3).
                   05  CM_Cash_Only                    PIC X(1).
                   05  CM_Billing_Cycle                PIC X(1).

           FD  Suspects
               Record Contains 115 Characters.
               01  Suspect_Record                  PIC X(115).

           FD  MstrCtl
               Record Contains 6 Characters.
                   05  MC_Record_Count             PIC 9(6).

           FD  CustMaintAud
               Record Contains 407 Characters.
               01  Maint_Audit_Record.
                   05  MA_Action                       PIC X(1).
                   05  MA_Date                         PIC 9(8).
                   05  MA_Time                         PIC 9(6).
                   05  MA_Operator                     PIC X(8).
                   05  MA_Before_Image                 PIC X(192).
                   05  MA_After_Image                  PIC X(192).

           FD  LoadRpt
               Record Contains 132 Characters.
               01  Load_Buffer                     PIC X(132).

           FD  SalesRepMast
               Record Contains 33 Characters.
               01  Sales_Rep_Record.
                   05  SR_Rep_Id                   PIC X(4).
                   05  SR_Name                     PIC X(20).
                   05  SR_Office                   PIC X(4).
                   05  SR_Commission_Rate          PIC 9(1)V9(4).

           FD  TermsMast
               Record Contains 14 Characters.
               01  Terms_Record.
                   05  TM_Terms_Code               PIC X(4).
                   05  TM_Net_Days                 PIC 9(3).
                   05  TM_Discount_Pct             PIC 9(2)V9(2).
                   05  TM_Discount_Days            PIC 9(3).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
               01  Suspect_Sw                      PIC X(1).
                   88  Row_Is_Suspect                value 'Y'.
                   88  Row_Is_Clean                  value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  Sales_Rep_Count                 PIC 9(3) value zero.
               01  Sales_Rep_Id_Table.
                   05  Sales_Rep_Id_Entry OCCURS 100 TIMES.
                       10  SRT_Rep_Id              PIC X(4).
               01  WS_Sales_Rep_Idx                PIC 9(3).
               01  Sales_Rep_Found_Sw              PIC X(1).
                   88  Sales_Rep_Found               value 'Y'.
                   88  Sales_Rep_Not_Found           value 'N'.
               01  Terms_Count                     PIC 9(3) value zero.
               01  Terms_Code_Table.
                   05  Terms_Code_Entry OCCURS 50 TIMES.
                       10  TMT_Terms_Code          PIC X(4).
               01  WS_Terms_Idx                    PIC 9(3).
               01  Terms_Found_Sw                  PIC X(1).
                   88  Terms_Found                   value 'Y'.
                   88  Terms_Not_Found               value 'N'.
               01  WS_Next_Number                  PIC 9(6).
               01  WS_Loaded_Count                 PIC 9(5) value zero.
               01  WS_Suspect_Count                PIC 9(5) value zero.

           0000-Mainline.
               ACCEPT WS_Current_Date FROM DATE YYYYMMDD
               PERFORM 1100-Load-Sales-Reps
               PERFORM 1200-Load-Terms-Codes
               PERFORM 900-Acquire-Run-Lock
               PERFORM 1000-Open-Files
               PERFORM 1500-Find-Highest-Number
               WRITE Load_Buffer FROM LoadHeading
               SET More_Load_Records TO TRUE.

      * 1100-Load-Sales-Reps - optional, as at CustMaint: with no
      * SalesRepMaster file any rep loads unchecked.
           1100-Load-Sales-Reps.
               MOVE ZERO TO Sales_Rep_Count
               OPEN INPUT SalesRepMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1110-Read-One-Sales-Rep
                       UNTIL No_More_Input
                   CLOSE SalesRepMast
               END-IF.

           1110-Read-One-Sales-Rep.
               READ SalesRepMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Sales_Rep_Count < 100
                       ADD 1 TO Sales_Rep_Count
                       MOVE SR_Rep_Id TO SRT_Rep_Id (Sales_Rep_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Sales_Rep_Table" "TABLE FULL"
                       DISPLAY "Sales rep table full - nothing "
                           "loaded."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 1200-Load-Terms-Codes - optional, as at CustMaint: with no
      * TermsMaster file any terms code loads unchecked.
           1200-Load-Terms-Codes.
               MOVE ZERO TO Terms_Count
               OPEN INPUT TermsMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Terms-Code
                       UNTIL No_More_Input
                   CLOSE TermsMast
               END-IF.

           1210-Read-One-Terms-Code.
               READ TermsMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Terms_Count < 50
                       ADD 1 TO Terms_Count
                       MOVE TM_Terms_Code
                           TO TMT_Terms_Code (Terms_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Terms_Code_Table" "TABLE FULL"
                       DISPLAY "Terms code table full - nothing "
                           "loaded."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * 1500-Find-Highest-Number - new numbers assign above the
      * master's highest, so nothing keyed by hand is ever
      * overwritten.
               END-IF.

      * 3000-Edit-One-Row - the same edits CustMaint applies at
      * the console: last name required.  A status column, if
      * keyed, must still read A/I/C, but every row loads Pending
      * credit approval, as a console add does, until CreditApp
      * approves it.  A rep or terms code, if keyed, must be on
      * SalesRepMaster or TermsMaster when that file is present;
      * with no one at the console to key it again, a row naming
      * an unknown one is rejected rather than loaded as none.
           3000-Edit-One-Row.
               MOVE SPACES TO WS_Reject_Reason
               IF LD_Last_Name EQUAL SPACES
                   MOVE 'Last name blank' TO WS_Reject_Reason
               END-IF
               IF LD_Status NOT EQUAL SPACES AND
                   LD_Status NOT EQUAL 'A' AND
                   LD_Status NOT EQUAL 'I' AND
                   LD_Status NOT EQUAL 'C'
                   MOVE 'Status not A/I/C' TO WS_Reject_Reason
               END-IF
               PERFORM 3100-Check-Sales-Rep
               PERFORM 3200-Check-Terms-Code
               MOVE 'P' TO LD_Status.

           3100-Check-Sales-Rep.
               IF Sales_Rep_Count > 0 AND
                   LD_Sales_Rep NOT EQUAL SPACES
                   SET Sales_Rep_Not_Found TO TRUE
                   PERFORM 3110-Match-One-Sales-Rep
                       VARYING WS_Sales_Rep_Idx FROM 1 BY 1
                       UNTIL WS_Sales_Rep_Idx > Sales_Rep_Count
                           OR Sales_Rep_Found
                   IF Sales_Rep_Not_Found
                       MOVE 'Sales rep not on file'
                           TO WS_Reject_Reason
                   END-IF
               END-IF.

           3110-Match-One-Sales-Rep.
               IF SRT_Rep_Id (WS_Sales_Rep_Idx) EQUAL LD_Sales_Rep
                   SET Sales_Rep_Found TO TRUE
               END-IF.

           3200-Check-Terms-Code.
               IF Terms_Count > 0 AND
                   LD_Terms_Code NOT EQUAL SPACES
                   SET Terms_Not_Found TO TRUE
                   PERFORM 3210-Match-One-Terms-Code
                       VARYING WS_Terms_Idx FROM 1 BY 1
                       UNTIL WS_Terms_Idx > Terms_Count
                           OR Terms_Found
                   IF Terms_Not_Found
                       MOVE 'Terms code not on file'
                           TO WS_Reject_Reason
                   END-IF
               END-IF.

           3210-Match-One-Terms-Code.
               IF TMT_Terms_Code (WS_Terms_Idx) EQUAL LD_Terms_Code
                   SET Terms_Found TO TRUE
               END-IF.

      * 4000-Screen-For-Duplicate - the MasterAudit likely-
               MOVE LD_Status TO CM_Status
               MOVE ZERO TO CM_Parent_Number
               MOVE LD_Company TO CM_Company
               MOVE LD_Sales_Rep TO CM_Sales_Rep
               MOVE LD_Terms_Code TO CM_Terms_Code
               MOVE SPACES TO CM_Addr_Status
               MOVE ZERO TO CM_Addr_Status_Date
               MOVE SPACES TO CM_Email
               MOVE 'P' TO CM_Stmt_Delivery
               MOVE 'USD' TO CM_Billing_Currency
               MOVE 'N' TO CM_Cash_Only
               MOVE SPACES TO CM_Billing_Cycle
               WRITE CustomerMasterRecord
                   INVALID KEY
                       CALL "Validations" USING File_Status
