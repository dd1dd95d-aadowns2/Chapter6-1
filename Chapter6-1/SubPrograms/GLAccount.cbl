       Identification Division.
           Program-ID. GLAccount.
               Author. Anthony Downs.
      * Modification History
      *   2026-10-15  AD  Shared GL account mapping for every ledger
      *                   writer - the report run's CustGLExtract,
      *                   Revalue's CustGLReval and ReserveCalc's
      *                   CustGLReserve.  Mode 'M' finds the
      *                   GLAccountMap row for a posting's company,
      *                   office, posting type, reason code and
      *                   product category and answers its debit
      *                   and credit accounts.  Any key field on a
      *                   map row may be '*' for any value; the
      *                   most specific row wins, company weighing
      *                   heaviest, then office, type, reason and
      *                   category.  A combination no row covers,
      *                   or whose winning row has no account, is
      *                   answered unmapped - the caller holds its
      *                   extract rather than post to a default.
      *                   The map loads on the first call.

       Environment Division.
           Input-Output Section.
               File-Control.
                   Select GLMap assign to "GLAccountMap"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
      * GL_Map_Record - one row per posting combination, '*' in a
      * key field for any value.
           FD  GLMap
               Record Contains 51 Characters.
               01  GL_Map_Record.
                   05  GM_Company                  PIC X(2).
                   05  GM_Office                   PIC X(4).
                   05  GM_Trans_Type               PIC X(1).
                   05  GM_Reason                   PIC X(4).
                   05  GM_Category                 PIC X(4).
                   05  GM_Debit_Account            PIC X(8).
                   05  GM_Credit_Account           PIC X(8).
                   05  GM_Description              PIC X(20).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  Tables_Loaded_Sw                PIC X(1) value 'N'.
                   88  Tables_Loaded                 value 'Y'.
                   88  Tables_Not_Loaded             value 'N'.
               01  Input_EOF_Sw                    PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               01  WS_Row_Score                    PIC S9(3).
               01  WS_Best_Score                   PIC S9(3).
               01  WS_Best_Idx                     PIC 9(3).

               01  GL_Map_Count                    PIC 9(3) value zero.
               01  GL_Map_Table.
                   05  GL_Map_Entry OCCURS 500 TIMES.
                       10  GMT_Company             PIC X(2).
                       10  GMT_Office              PIC X(4).
                       10  GMT_Trans_Type          PIC X(1).
                       10  GMT_Reason              PIC X(4).
                       10  GMT_Category            PIC X(4).
                       10  GMT_Debit_Account       PIC X(8).
                       10  GMT_Credit_Account      PIC X(8).
               01  WS_GL_Map_Idx                   PIC 9(3).

       Linkage Section.
           01  LK_Function                         PIC X(1).
           COPY "GLQuery.cpy"
               REPLACING LEADING ==Prefix== BY ==LK==.

       Procedure Division USING LK_Function, LK_GL_Query.

           0000-Mainline.
               EVALUATE LK_Function
                   WHEN 'M'
                       IF Tables_Not_Loaded
                           PERFORM 1000-Load-Tables
                       END-IF
                       PERFORM 2000-Map-Accounts
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EXIT PROGRAM.

      * 1000-Load-Tables - no GLAccountMap means nothing maps, and
      * every writer holds its extract until the map is set up.
           1000-Load-Tables.
               MOVE ZERO TO GL_Map_Count
               OPEN INPUT GLMap
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1100-Read-One-Map-Row
                       UNTIL No_More_Input
                   CLOSE GLMap
               END-IF
               SET Tables_Loaded TO TRUE.

           1100-Read-One-Map-Row.
               READ GLMap
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF GL_Map_Count < 500
                       ADD 1 TO GL_Map_Count
                       MOVE GM_Company TO GMT_Company (GL_Map_Count)
                       MOVE GM_Office TO GMT_Office (GL_Map_Count)
                       MOVE GM_Trans_Type
                           TO GMT_Trans_Type (GL_Map_Count)
                       MOVE GM_Reason TO GMT_Reason (GL_Map_Count)
                       MOVE GM_Category
                           TO GMT_Category (GL_Map_Count)
                       MOVE GM_Debit_Account
                           TO GMT_Debit_Account (GL_Map_Count)
                       MOVE GM_Credit_Account
                           TO GMT_Credit_Account (GL_Map_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "GL_Map_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 2000-Map-Accounts - each row that matches scores 16 for a
      * named company, 8 office, 4 type, 2 reason and 1 category,
      * so a named field always beats every wildcard below it; on
      * a tie the first row on the file stands.
           2000-Map-Accounts.
               SET LK_GL_Not_Mapped TO TRUE
               MOVE SPACES TO LK_GL_Debit_Account
               MOVE SPACES TO LK_GL_Credit_Account
               MOVE -1 TO WS_Best_Score
               MOVE ZERO TO WS_Best_Idx
               PERFORM 2100-Score-One-Map-Row
                   VARYING WS_GL_Map_Idx FROM 1 BY 1
                   UNTIL WS_GL_Map_Idx > GL_Map_Count
               IF WS_Best_Idx > ZERO
                   IF GMT_Debit_Account (WS_Best_Idx) NOT EQUAL SPACES
                       AND GMT_Credit_Account (WS_Best_Idx)
                           NOT EQUAL SPACES
                       SET LK_GL_Mapped TO TRUE
                       MOVE GMT_Debit_Account (WS_Best_Idx)
                           TO LK_GL_Debit_Account
                       MOVE GMT_Credit_Account (WS_Best_Idx)
                           TO LK_GL_Credit_Account
                   END-IF
               END-IF.

           2100-Score-One-Map-Row.
               MOVE ZERO TO WS_Row_Score
               IF GMT_Company (WS_GL_Map_Idx) EQUAL LK_GL_Company
                   ADD 16 TO WS_Row_Score
               ELSE
                   IF GMT_Company (WS_GL_Map_Idx) NOT EQUAL '*'
                       MOVE -1 TO WS_Row_Score
                   END-IF
               END-IF
               IF WS_Row_Score NOT LESS THAN ZERO
                   IF GMT_Office (WS_GL_Map_Idx) EQUAL LK_GL_Office
                       ADD 8 TO WS_Row_Score
                   ELSE
                       IF GMT_Office (WS_GL_Map_Idx) NOT EQUAL '*'
                           MOVE -1 TO WS_Row_Score
                       END-IF
                   END-IF
               END-IF
               IF WS_Row_Score NOT LESS THAN ZERO
                   IF GMT_Trans_Type (WS_GL_Map_Idx) EQUAL
                       LK_GL_Trans_Type
                       ADD 4 TO WS_Row_Score
                   ELSE
                       IF GMT_Trans_Type (WS_GL_Map_Idx) NOT EQUAL '*'
                           MOVE -1 TO WS_Row_Score
                       END-IF
                   END-IF
               END-IF
               IF WS_Row_Score NOT LESS THAN ZERO
                   IF GMT_Reason (WS_GL_Map_Idx) EQUAL LK_GL_Reason
                       ADD 2 TO WS_Row_Score
                   ELSE
                       IF GMT_Reason (WS_GL_Map_Idx) NOT EQUAL '*'
                           MOVE -1 TO WS_Row_Score
                       END-IF
                   END-IF
               END-IF
               IF WS_Row_Score NOT LESS THAN ZERO
                   IF GMT_Category (WS_GL_Map_Idx) EQUAL
                       LK_GL_Category
                       ADD 1 TO WS_Row_Score
                   ELSE
                       IF GMT_Category (WS_GL_Map_Idx) NOT EQUAL '*'
                           MOVE -1 TO WS_Row_Score
                       END-IF
                   END-IF
               END-IF
               IF WS_Row_Score > WS_Best_Score
                   MOVE WS_Row_Score TO WS_Best_Score
                   MOVE WS_GL_Map_Idx TO WS_Best_Idx
               END-IF.

       End Program GLAccount.
