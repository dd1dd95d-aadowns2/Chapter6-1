       Identification Division.
           Program-ID. TransId.
               Author. Anthony Downs.
      * Modification History
      *   2026-10-15  AD  Transaction id issuer - every program that
      *                   creates a transaction (TransEntry,
      *                   LockboxImport, StandingOrders, DirectDebit,
      *                   LateCharge) CALLs here for the permanent
      *                   id the record then carries through every
      *                   file it passes: the caller's two-letter
      *                   source code and a ten-digit number off
      *                   TransIdControl.  Numbers are reserved a
      *                   block of 100 at a time, the way the
      *                   report run reserves invoice numbers, so
      *                   the control row is rewritten once per
      *                   block; the rest of a block a run does not
      *                   use is simply never issued.

       Environment Division.
           Input-Output Section.
               File-Control.
                   Select IdCtl assign to "TransIdControl"
                       File Status is File_Status
                       Organization is Line Sequential.

       Data Division.
           File Section.
           FD  IdCtl
               Record Contains 10 Characters.
               01  Id_Control_Record.
                   05  TI_Last_Issued              PIC 9(10).

           Working-Storage Section.
               01  Status_Indicators.
                   05  File_Status                 PIC 9(2).
               01  WS_Block_Size                   PIC 9(3) value 100.
               01  WS_Next_Number                  PIC 9(10) value zero.
               01  WS_Block_High                   PIC 9(10) value zero.
               01  WS_Id_Work.
                   05  WS_Id_Source                PIC X(2).
                   05  WS_Id_Number                PIC 9(10).

       Linkage Section.
           01  LK_Source                           PIC X(2).
           01  LK_Trans_Id                         PIC X(12).

       Procedure Division USING LK_Source, LK_Trans_Id.

           0000-Mainline.
               IF WS_Next_Number EQUAL ZERO OR
                   WS_Next_Number > WS_Block_High
                   PERFORM 1000-Reserve-Block
               END-IF
               MOVE LK_Source TO WS_Id_Source
               MOVE WS_Next_Number TO WS_Id_Number
               MOVE WS_Id_Work TO LK_Trans_Id
               ADD 1 TO WS_Next_Number
               EXIT PROGRAM.

      * 1000-Reserve-Block - no control row yet starts the numbers
      * at one.
           1000-Reserve-Block.
               MOVE ZERO TO TI_Last_Issued
               OPEN INPUT IdCtl
               IF File_Status EQUAL '00'
                   READ IdCtl
                       AT END MOVE ZERO TO TI_Last_Issued
                   END-READ
                   CLOSE IdCtl
               END-IF
               IF TI_Last_Issued NOT NUMERIC
                   MOVE ZERO TO TI_Last_Issued
               END-IF
               COMPUTE WS_Next_Number = TI_Last_Issued + 1
               COMPUTE WS_Block_High = TI_Last_Issued + WS_Block_Size
               OPEN OUTPUT IdCtl
                   CALL "Validations" USING File_Status
                       BY CONTENT "TransIdControl" "OPEN OUTPUT"
               MOVE WS_Block_High TO TI_Last_Issued
               WRITE Id_Control_Record
               CLOSE IdCtl.

       End Program TransId.
