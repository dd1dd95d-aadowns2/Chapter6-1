      *                   RunLock manager while it updates the
      *                   masters, the collision guard every other
      *                   updater already carries.
      *   2026-10-15  AD  Sales rep carried on the history layout
      *                   for the monthly commission run (history
      *                   69 to 73); the rows this program posts
      *                   carry a blank rep.
      *   2026-10-15  AD  Invoice number carried on the history
      *                   layout (history 73 to 81); rows written
      *                   here carry no invoice number.
      *   2026-10-15  AD  Due date carried on the history layout
      *                   (history 81 to 89).
      *   2026-10-15  AD  ESCH, the escheated credit cleared by
      *                   the unclaimed property run, joins RFND
      *                   as a debit-adjustment reason when
      *                   history rows are netted.
      *   2026-10-15  AD  Each balance it moves or adds and each
      *                   revaluation history row it writes is
      *                   journalled through PostJournal (before
      *                   and after images under the run id) so
      *                   Backout can reverse a run that stops
      *                   part way.
      *   2026-10-15  AD  Transaction id carried on the history
      *                   layout (history 89 to 101).
      *   2026-10-15  AD  The gain and loss pairs take their
      *                   accounts from GLAccountMap through
      *                   GLAccount (FXGN and FXLS adjustments)
      *                   instead of fixed AR/FXGAIN/FXLOSS;
      *                   either combination unmapped stops the
      *                   run before anything posts, with a
      *                   CustOpsAlert row.
      *   2026-10-15  AD  Operations alerts carry a severity and a
      *                   category so AlertDispatch can route them
      *                   to the on-call contact (CustOpsAlert 92
      *                   to 97).
      *   2026-10-15  AD  NSF and NSFC, the returned-payment
      *                   reversal and its fee, join the debit
      *                   adjustments.
      *   2026-10-15  AD  Period and office/period alternate keys
      *                   carried on the history layout (history 101
      *                   to 121), filled from the row's own office,
      *                   period, customer and sequence as each row
      *                   is written.
       Environment Division.
           Configuration Section.
               Special-Names.
                       File Status is File_Status
                       Organization is Indexed
                       Access Mode is Dynamic
                       Record Key is CH_Key
                       Alternate Record Key is CH_Period_Key
                       Alternate Record Key is CH_Office_Key.

                   Select CustBal assign to CustomerBalance
                       File Status is File_Status
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select CustAlert assign to "CustOpsAlert"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  CustHist.
                   05  CH_Office_Code              PIC X(4).
                   05  CH_Approved_By              PIC X(8).
                   05  CH_Product_Code             PIC X(4).
                   05  CH_Sales_Rep                PIC X(4).
                   05  CH_Invoice_Number           PIC 9(8).
                   05  CH_Due_Date                 PIC 9(8).
                   05  CH_Trans_Id                 PIC X(12).
                   05  CH_Office_Key.
                       10  CH_OK_Office            PIC X(4).
                       10  CH_Period_Key.
                           15  CH_PK_Period        PIC X(6).
                           15  CH_PK_Customer      PIC 9(6).
                           15  CH_PK_Sequence      PIC 9(4).

           FD  CustBal.
               01  Balance_Record.
               Record Contains 132 Characters.
               01  Reval_Buffer                    PIC X(132).

           FD  CustAlert
               Record Contains 97 Characters.
               01  Alert_Record.
                   05  OA_Date                     PIC 9(8).
                   05  OA_Time                     PIC 9(6).
                   05  OA_Text                     PIC X(30).
                   05  OA_Count_Expected           PIC 9(6).
                   05  OA_Records_Read             PIC 9(6).
                   05  OA_Total_Expected           PIC 9(9)V9(2).
                   05  OA_Total_Actual             PIC 9(9)V9(2).
                   05  OA_Run_Id                   PIC X(14).
                   05  OA_Severity                 PIC X(1).
                   05  OA_Category                 PIC X(4).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
              COPY "WS_Date.cpy" REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "RunId.cpy".
              COPY "JournalRequest.cpy"
                  REPLACING LEADING ==Prefix== BY ==WS==.
              COPY "GLQuery.cpy"
                  REPLACING LEADING ==Prefix== BY ==Map==.
               01  WS_System_Time.
                   05  WS_Sys_Hours                PIC 9(2).
                   05  WS_Sys_Minutes              PIC 9(2).
               01  WS_GL_Pair_Amount               PIC 9(8)V9(2).
               01  WS_GL_Debit_Account             PIC X(8).
               01  WS_GL_Credit_Account            PIC X(8).
               01  GL_Map_Function                 PIC X(1) value 'M'.
               01  WS_GL_Unmapped_Count            PIC 9(1) value zero.
               01  WS_Gain_Debit_Account           PIC X(8).
               01  WS_Gain_Credit_Account          PIC X(8).
               01  WS_Loss_Debit_Account           PIC X(8).
               01  WS_Loss_Credit_Account          PIC X(8).

               01  RevalHeading.
                   05              PIC X(10)   value spaces.
               MOVE WS_Current_Year TO WS_Current_Period (1:4)
               MOVE WS_Current_Month TO WS_Current_Period (5:2)
               PERFORM 1000-Load-Currency-Rates
               PERFORM 1500-Map-GL-Accounts
               PERFORM 1900-Acquire-Run-Lock
               PERFORM 2000-Open-Files
               PERFORM 3000-Process-One-History-Row
                   MOVE WS_NR_Idx TO WS_NR_Match_Idx
               END-IF.

      * 1500-Map-GL-Accounts - a gain posts as an FXGN adjustment
      * and a loss as FXLS, so those two GLAccountMap combinations
      * (no company, office or category) give the pairs' accounts;
      * either one unmapped stops the run before anything posts,
      * with an alert, rather than revalue balances the ledger
      * never hears about.
           1500-Map-GL-Accounts.
               MOVE SPACES TO Map_GL_Company
               MOVE SPACES TO Map_GL_Office
               MOVE 'A' TO Map_GL_Trans_Type
               MOVE SPACES TO Map_GL_Category
               MOVE 'FXGN' TO Map_GL_Reason
               CALL "GLAccount" USING GL_Map_Function, Map_GL_Query
               IF Map_GL_Mapped
                   MOVE Map_GL_Debit_Account TO WS_Gain_Debit_Account
                   MOVE Map_GL_Credit_Account TO WS_Gain_Credit_Account
               ELSE
                   ADD 1 TO WS_GL_Unmapped_Count
               END-IF
               MOVE 'FXLS' TO Map_GL_Reason
               CALL "GLAccount" USING GL_Map_Function, Map_GL_Query
               IF Map_GL_Mapped
                   MOVE Map_GL_Debit_Account TO WS_Loss_Debit_Account
                   MOVE Map_GL_Credit_Account TO WS_Loss_Credit_Account
               ELSE
                   ADD 1 TO WS_GL_Unmapped_Count
               END-IF
               IF WS_GL_Unmapped_Count > ZERO
                   PERFORM 1600-Write-GL-Map-Alert
                   DISPLAY "Revalue: FXGN/FXLS adjustments not on "
                       "GLAccountMap - nothing revalued."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1600-Write-GL-Map-Alert.
               OPEN EXTEND CustAlert
               IF File_Status EQUAL '05' OR File_Status EQUAL '35'
                   OPEN OUTPUT CustAlert
               END-IF
               MOVE WS_Current_Date TO OA_Date
               COMPUTE OA_Time = WS_Sys_Hours * 10000
                   + WS_Sys_Minutes * 100 + WS_Sys_Seconds
               MOVE 'GL ACCOUNT UNMAPPED' TO OA_Text
               MOVE WS_GL_Unmapped_Count TO OA_Count_Expected
               MOVE ZERO TO OA_Records_Read
               MOVE ZERO TO OA_Total_Expected
               MOVE ZERO TO OA_Total_Actual
               MOVE Run_Id TO OA_Run_Id
               MOVE '2' TO OA_Severity
               MOVE 'GL' TO OA_Category
               WRITE Alert_Record
               CLOSE CustAlert.

           1900-Acquire-Run-Lock.
               CALL "RunLock" USING WS_Lock_Status
                   BY CONTENT 'S' 'Revalue     ' 'SYSTEM  '
                       WHEN CH_Trans_Type EQUAL 'A' AND
                           (CH_Reason_Code EQUAL 'LATE' OR
                               CH_Reason_Code EQUAL 'RFND' OR
                               CH_Reason_Code EQUAL 'ESCH' OR
                               CH_Reason_Code EQUAL 'XFER' OR
                               CH_Reason_Code EQUAL 'NSF ' OR
                               CH_Reason_Code EQUAL 'NSFC')
                           MOVE CH_Amount_Trans TO WS_Amount_Signed
                       WHEN OTHER
                           COMPUTE WS_Amount_Signed =
               MOVE SPACES TO CH_Office_Code
               MOVE SPACES TO CH_Approved_By
               MOVE SPACES TO CH_Product_Code
               MOVE SPACES TO CH_Sales_Rep
               MOVE ZERO TO CH_Invoice_Number
               MOVE ZERO TO CH_Due_Date
               MOVE SPACES TO CH_Trans_Id
               SET History_Not_Written TO TRUE
               PERFORM 6100-Try-One-History-Write
                   VARYING WS_History_Seq FROM 1 BY 1
                   UNTIL History_Written OR WS_History_Seq > 9999
               IF History_Written
                   PERFORM 6110-Journal-History-Add
               END-IF
               MOVE WS_Cust_Number TO AA_Customer_Number
               MOVE WS_Current_Date TO AA_Date
               MOVE WS_Gain_Loss TO AA_Amount
                       MOVE WS_Cust_Number TO CB_Customer_Number
                       MOVE WS_Cust_Gain_Loss TO CB_Balance
                       MOVE WS_Current_Date TO CB_Last_Activity
                       MOVE 'A' TO WS_Jnl_Action
                       MOVE SPACES TO WS_Jnl_Before
                       PERFORM 6060-Journal-Balance-Row
                       WRITE Balance_Record
                   NOT INVALID KEY
                       MOVE Balance_Record TO WS_Jnl_Before
                       ADD WS_Cust_Gain_Loss TO CB_Balance
                       MOVE WS_Current_Date TO CB_Last_Activity
                       MOVE 'C' TO WS_Jnl_Action
                       PERFORM 6060-Journal-Balance-Row
                       REWRITE Balance_Record
               END-READ.

      * 6060-Journal-Balance-Row - journalled ahead of the write so
      * a stop between the two leaves Backout nothing worse than a
      * record already in its before state.
           6060-Journal-Balance-Row.
               MOVE 'Revalue' TO WS_Jnl_Program
               MOVE 'BAL ' TO WS_Jnl_File
               MOVE CB_Customer_Number TO WS_Jnl_Key
               MOVE Balance_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

      * 6100-Try-One-History-Write - the revaluation rows land
      * back on the file being walked; the walk's position sits on
      * the NEXT customer's first row already, and the new rows
      * never sees them twice.
           6100-Try-One-History-Write.
               MOVE WS_History_Seq TO CH_Sequence
               MOVE CH_Office_Code TO CH_OK_Office
               MOVE CH_Period TO CH_PK_Period
               MOVE CH_Customer_Number TO CH_PK_Customer
               MOVE CH_Sequence TO CH_PK_Sequence
               SET History_Written TO TRUE
               WRITE History_Record
                   INVALID KEY
                       SET History_Not_Written TO TRUE
               END-WRITE.

           6110-Journal-History-Add.
               MOVE 'Revalue' TO WS_Jnl_Program
               MOVE 'HIST' TO WS_Jnl_File
               MOVE 'A' TO WS_Jnl_Action
               MOVE CH_Key TO WS_Jnl_Key
               MOVE SPACES TO WS_Jnl_Before
               MOVE History_Record TO WS_Jnl_After
               CALL "PostJournal" USING WS_Journal_Request.

           7000-Write-GL-Pairs.
               OPEN OUTPUT RevalGL
                   CALL "Validations" USING File_Status
           7100-Write-One-Currency-Pair.
               IF RV_Gain_Loss (WS_RV_Idx) NOT EQUAL ZERO
                   IF RV_Gain_Loss (WS_RV_Idx) > ZERO
                       MOVE WS_Gain_Debit_Account
                           TO WS_GL_Debit_Account
                       MOVE WS_Gain_Credit_Account
                           TO WS_GL_Credit_Account
                       MOVE RV_Gain_Loss (WS_RV_Idx)
                           TO WS_GL_Pair_Amount
                   ELSE
                       MOVE WS_Loss_Debit_Account
                           TO WS_GL_Debit_Account
                       MOVE WS_Loss_Credit_Account
                           TO WS_GL_Credit_Account
                       COMPUTE WS_GL_Pair_Amount =
                           0 - RV_Gain_Loss (WS_RV_Idx)
                   END-IF
