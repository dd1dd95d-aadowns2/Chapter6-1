       Identification Division.
           Program-ID. GLMapList.
               Author. Anthony Downs.
               Installation.
               Date-Written. October 15, 2026.
               Date-Compiled.
               Security.
      * Modification History
      *   2026-10-15  AD  GL account map listing - prints every
      *                   GLAccountMap row (flagging a row with no
      *                   debit or credit account), then works
      *                   through the combinations the ledger
      *                   writers can post - each OfficeMaster
      *                   office by posting type, ReasonCodes
      *                   reason and ProductMaster category, plus
      *                   the FXGN/FXLS revaluation and V reserve
      *                   postings - asking GLAccount for each the
      *                   way the writers do and listing the ones
      *                   with no account, so accounting can close
      *                   the gaps before a run holds its extract.
      *                   The company is the command line's (blank
      *                   for a single-company site).
       Environment Division.
           Configuration Section.
               Special-Names.

           Input-Output Section.
               File-Control.
                   Select GLMap assign to "GLAccountMap"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select OfficeMast assign to "OfficeMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ProdMast assign to "ProductMaster"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select ReasonCodes assign to "ReasonCodes"
                       File Status is File_Status
                       Organization is Line Sequential.

                   Select MapRpt assign to "GLMapReport"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
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

           FD  OfficeMast
               Record Contains 28 Characters.
               01  Office_Master_Record.
                   05  OM_Office_Code              PIC X(4).
                   05  OM_Office_Name              PIC X(20).
                   05  OM_Region                   PIC X(4).

           FD  ProdMast
               Record Contains 28 Characters.
               01  Product_Master_Record.
                   05  PM_Product_Code             PIC X(4).
                   05  PM_Description              PIC X(20).
                   05  PM_Category                 PIC X(4).

           FD  ReasonCodes
               Record Contains 34 Characters.
               01  Reason_Code_Record.
                   05  RC_Code                     PIC X(4).
                   05  RC_Description              PIC X(30).

           FD  MapRpt
               Record Contains 132 Characters.
               01  Map_Buffer                      PIC X(132).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Table_Full_Status            PIC 9(2) value 90.
               01  WS_Command_Line                 PIC X(80).
               01  WS_Company_Code                 PIC X(2)
                       value spaces.
               01  EOF_Sw                          PIC X(1).
                   88  No_More_Input                 value 'Y'.
                   88  More_Input_Records            value 'N'.
               COPY "GLQuery.cpy"
                   REPLACING LEADING ==Prefix== BY ==Map==.
               01  GL_Map_Function                 PIC X(1) value 'M'.
               01  WS_Row_Count                    PIC 9(5) value zero.
               01  WS_No_Account_Count             PIC 9(5) value zero.
               01  WS_Checked_Count                PIC 9(7) value zero.
               01  WS_Unmapped_Count               PIC 9(7) value zero.

               01  Office_Count                    PIC 9(2) value zero.
               01  Office_Table.
                   05  Office_Entry OCCURS 50 TIMES.
                       10  OFT_Code                PIC X(4).
               01  WS_Office_Idx                   PIC 9(2).

      * Category_Table - each distinct ProductMaster category once,
      * led by a blank entry for postings with no product.
               01  Category_Count                  PIC 9(3) value 1.
               01  Category_Table.
                   05  Category_Entry OCCURS 101 TIMES.
                       10  CTT_Category            PIC X(4).
               01  WS_Category_Idx                 PIC 9(3).
               01  Category_Sw                     PIC X(1).
                   88  Category_Known                value 'Y'.
                   88  Category_New                  value 'N'.

      * Reason_Table - blank first, for postings carrying no
      * reason, then every ReasonCodes row.
               01  Reason_Count                    PIC 9(3) value 1.
               01  Reason_Table.
                   05  Reason_Entry OCCURS 201 TIMES.
                       10  RST_Code                PIC X(4).
               01  WS_Reason_Idx                   PIC 9(3).
               01  WS_Reason_Limit                 PIC 9(3).

      * Posting_Types - the nightly run's posting types; sales and
      * payments carry no reason, returns, adjustments and the tax
      * on them do.
               01  Posting_Type_List.
                   05              PIC X(2)    value 'SN'.
                   05              PIC X(2)    value 'PN'.
                   05              PIC X(2)    value 'RY'.
                   05              PIC X(2)    value 'AY'.
                   05              PIC X(2)    value 'TY'.
               01  Posting_Type_Table REDEFINES Posting_Type_List.
                   05  Posting_Type_Entry OCCURS 5 TIMES.
                       10  PTT_Type                PIC X(1).
                       10  PTT_Reasons_Sw          PIC X(1).
               01  WS_Type_Idx                     PIC 9(1).

               01  MapHeading.
                   05              PIC X(10)   value spaces.
                   05              PIC X(30)
                           value 'GL Account Map Listing'.
               01  MapColumns.
                   05              PIC X(2)    value spaces.
                   05              PIC X(48)   value
                       'Co Office Type Reason Categ Debit    Credit'.
                   05              PIC X(20)   value
                       'Description'.
               01  MapDetail.
                   05              PIC X(2)    value spaces.
                   05  Map_Company             PIC X(2).
                   05              PIC X(1)    value spaces.
                   05  Map_Office              PIC X(4).
                   05              PIC X(4)    value spaces.
                   05  Map_Type                PIC X(1).
                   05              PIC X(3)    value spaces.
                   05  Map_Reason              PIC X(4).
                   05              PIC X(3)    value spaces.
                   05  Map_Category            PIC X(4).
                   05              PIC X(2)    value spaces.
                   05  Map_Debit               PIC X(8).
                   05              PIC X(1)    value spaces.
                   05  Map_Credit              PIC X(8).
                   05              PIC X(3)    value spaces.
                   05  Map_Description         PIC X(20).
                   05              PIC X(2)    value spaces.
                   05  Map_Flag                PIC X(10).
               01  GapHeading.
                   05              PIC X(2)    value spaces.
                   05              PIC X(50)   value
                       'Combinations with no account:'.
               01  GapDetail.
                   05              PIC X(2)    value spaces.
                   05  Gap_Company             PIC X(2).
                   05              PIC X(1)    value spaces.
                   05  Gap_Office              PIC X(4).
                   05              PIC X(4)    value spaces.
                   05  Gap_Type                PIC X(1).
                   05              PIC X(3)    value spaces.
                   05  Gap_Reason              PIC X(4).
                   05              PIC X(3)    value spaces.
                   05  Gap_Category            PIC X(4).
               01  MapTotal.
                   05              PIC X(2)    value spaces.
                   05  Map_Total_Label         PIC X(30).
                   05  Map_Total_Count         PIC Z,ZZZ,ZZ9.

       Procedure Division.

           0000-Mainline.
               ACCEPT WS_Command_Line FROM COMMAND-LINE
               MOVE WS_Command_Line (1:2) TO WS_Company_Code
               MOVE SPACES TO CTT_Category (1)
               MOVE SPACES TO RST_Code (1)
               PERFORM 1000-Load-Office-Master
               PERFORM 1100-Load-Product-Categories
               PERFORM 1200-Load-Reason-Codes
               OPEN OUTPUT MapRpt
                   CALL "Validations" USING File_Status
                       BY CONTENT "GLMapReport" "OPEN OUTPUT"
               WRITE Map_Buffer FROM MapHeading
               WRITE Map_Buffer FROM MapColumns
                   AFTER ADVANCING 2 LINES
               PERFORM 2000-List-Map-Rows
               WRITE Map_Buffer FROM GapHeading
                   AFTER ADVANCING 2 LINES
               PERFORM 3000-Check-Office-Postings
                   VARYING WS_Office_Idx FROM 1 BY 1
                   UNTIL WS_Office_Idx > Office_Count
               PERFORM 3500-Check-Month-End-Postings
               MOVE 'Map rows listed:' TO Map_Total_Label
               MOVE WS_Row_Count TO Map_Total_Count
               WRITE Map_Buffer FROM MapTotal
                   AFTER ADVANCING 2 LINES
               MOVE 'Rows with no account:' TO Map_Total_Label
               MOVE WS_No_Account_Count TO Map_Total_Count
               WRITE Map_Buffer FROM MapTotal
                   AFTER ADVANCING 1 LINES
               MOVE 'Combinations checked:' TO Map_Total_Label
               MOVE WS_Checked_Count TO Map_Total_Count
               WRITE Map_Buffer FROM MapTotal
                   AFTER ADVANCING 1 LINES
               MOVE 'Combinations with no account:' TO Map_Total_Label
               MOVE WS_Unmapped_Count TO Map_Total_Count
               WRITE Map_Buffer FROM MapTotal
                   AFTER ADVANCING 1 LINES
               CLOSE MapRpt
               DISPLAY "GLMapList: " WS_Row_Count " map rows, "
                   WS_Unmapped_Count " combinations with no account."
               STOP RUN.

           1000-Load-Office-Master.
               OPEN INPUT OfficeMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1010-Read-One-Office
                       UNTIL No_More_Input
                   CLOSE OfficeMast
               END-IF.

           1010-Read-One-Office.
               READ OfficeMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Office_Count < 50
                       ADD 1 TO Office_Count
                       MOVE OM_Office_Code TO OFT_Code (Office_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Office_Table" "TABLE FULL"
                   END-IF
               END-IF.

           1100-Load-Product-Categories.
               OPEN INPUT ProdMast
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1110-Read-One-Product
                       UNTIL No_More_Input
                   CLOSE ProdMast
               END-IF.

           1110-Read-One-Product.
               READ ProdMast
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input AND PM_Category NOT EQUAL SPACES
                   SET Category_New TO TRUE
                   PERFORM 1120-Match-One-Category
                       VARYING WS_Category_Idx FROM 1 BY 1
                       UNTIL WS_Category_Idx > Category_Count
                           OR Category_Known
                   IF Category_New
                       IF Category_Count < 101
                           ADD 1 TO Category_Count
                           MOVE PM_Category
                               TO CTT_Category (Category_Count)
                       ELSE
                           CALL "Validations" USING
                               WS_Table_Full_Status
                               BY CONTENT "Category_Table" "TABLE FULL"
                       END-IF
                   END-IF
               END-IF.

           1120-Match-One-Category.
               IF CTT_Category (WS_Category_Idx) EQUAL PM_Category
                   SET Category_Known TO TRUE
               END-IF.

           1200-Load-Reason-Codes.
               OPEN INPUT ReasonCodes
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 1210-Read-One-Reason
                       UNTIL No_More_Input
                   CLOSE ReasonCodes
               END-IF.

           1210-Read-One-Reason.
               READ ReasonCodes
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   IF Reason_Count < 201
                       ADD 1 TO Reason_Count
                       MOVE RC_Code TO RST_Code (Reason_Count)
                   ELSE
                       CALL "Validations" USING WS_Table_Full_Status
                           BY CONTENT "Reason_Table" "TABLE FULL"
                   END-IF
               END-IF.

      * 2000-List-Map-Rows - the map as it stands, in file order;
      * no GLAccountMap means nothing is mapped and every
      * combination below lists.
           2000-List-Map-Rows.
               OPEN INPUT GLMap
               IF File_Status EQUAL '00'
                   SET More_Input_Records TO TRUE
                   PERFORM 2100-List-One-Map-Row
                       UNTIL No_More_Input
                   CLOSE GLMap
               END-IF.

           2100-List-One-Map-Row.
               READ GLMap
                   AT END SET No_More_Input TO TRUE
               END-READ
               IF NOT No_More_Input
                   ADD 1 TO WS_Row_Count
                   MOVE GM_Company TO Map_Company
                   MOVE GM_Office TO Map_Office
                   MOVE GM_Trans_Type TO Map_Type
                   MOVE GM_Reason TO Map_Reason
                   MOVE GM_Category TO Map_Category
                   MOVE GM_Debit_Account TO Map_Debit
                   MOVE GM_Credit_Account TO Map_Credit
                   MOVE GM_Description TO Map_Description
                   MOVE SPACES TO Map_Flag
                   IF GM_Debit_Account EQUAL SPACES OR
                       GM_Credit_Account EQUAL SPACES
                       MOVE 'NO ACCOUNT' TO Map_Flag
                       ADD 1 TO WS_No_Account_Count
                   END-IF
                   WRITE Map_Buffer FROM MapDetail
                       AFTER ADVANCING 1 LINES
               END-IF.

      * 3000-Check-Office-Postings - every posting type the nightly
      * run buckets for the office, across every category and,
      * where the type carries one, every reason.
           3000-Check-Office-Postings.
               MOVE WS_Company_Code TO Map_GL_Company
               MOVE OFT_Code (WS_Office_Idx) TO Map_GL_Office
               PERFORM 3100-Check-One-Posting-Type
                   VARYING WS_Type_Idx FROM 1 BY 1
                   UNTIL WS_Type_Idx > 5.

           3100-Check-One-Posting-Type.
               MOVE PTT_Type (WS_Type_Idx) TO Map_GL_Trans_Type
               IF PTT_Reasons_Sw (WS_Type_Idx) EQUAL 'Y'
                   MOVE Reason_Count TO WS_Reason_Limit
               ELSE
                   MOVE 1 TO WS_Reason_Limit
               END-IF
               PERFORM 3200-Check-One-Reason
                   VARYING WS_Reason_Idx FROM 1 BY 1
                   UNTIL WS_Reason_Idx > WS_Reason_Limit.

           3200-Check-One-Reason.
               MOVE RST_Code (WS_Reason_Idx) TO Map_GL_Reason
               PERFORM 3300-Check-One-Category
                   VARYING WS_Category_Idx FROM 1 BY 1
                   UNTIL WS_Category_Idx > Category_Count.

           3300-Check-One-Category.
               MOVE CTT_Category (WS_Category_Idx) TO Map_GL_Category
               PERFORM 4000-Check-Combination.

      * 3500-Check-Month-End-Postings - Revalue's FXGN and FXLS
      * pairs and ReserveCalc's reserve pair, none of which carry
      * a company, office or category.
           3500-Check-Month-End-Postings.
               MOVE SPACES TO Map_GL_Company
               MOVE SPACES TO Map_GL_Office
               MOVE SPACES TO Map_GL_Category
               MOVE 'A' TO Map_GL_Trans_Type
               MOVE 'FXGN' TO Map_GL_Reason
               PERFORM 4000-Check-Combination
               MOVE 'FXLS' TO Map_GL_Reason
               PERFORM 4000-Check-Combination
               MOVE 'V' TO Map_GL_Trans_Type
               MOVE SPACES TO Map_GL_Reason
               PERFORM 4000-Check-Combination.

           4000-Check-Combination.
               ADD 1 TO WS_Checked_Count
               CALL "GLAccount" USING GL_Map_Function, Map_GL_Query
               IF Map_GL_Not_Mapped
                   ADD 1 TO WS_Unmapped_Count
                   MOVE Map_GL_Company TO Gap_Company
                   MOVE Map_GL_Office TO Gap_Office
                   MOVE Map_GL_Trans_Type TO Gap_Type
                   MOVE Map_GL_Reason TO Gap_Reason
                   MOVE Map_GL_Category TO Gap_Category
                   WRITE Map_Buffer FROM GapDetail
                       AFTER ADVANCING 1 LINES
               END-IF.

       End Program GLMapList.
