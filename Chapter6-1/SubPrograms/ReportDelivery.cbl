      *   2026-08-22  AD  Delivery requests carry the caller's run
      *                   identifier from the shared
      *                   Run_Identification external.
      *   2026-10-15  AD  Delivery requests carry a recipient
      *                   address (third parameter, blank for the
      *                   site's distribution list) so a document
      *                   can go to one customer's own mailbox;
      *                   the log record widens 60 to 120.

       Environment Division.
           Input-Output Section.
       Data Division.
           File Section.
           FD  CustDeliv
               Record Contains 120 Characters.
               01  Deliv_Record.
                   05  Deliv_Report_Name          PIC X(40).
                   05  Deliv_Mode                  PIC X(1).
                   05  Deliv_Run_Id                PIC X(14).
                   05  Deliv_Reserved               PIC X(5).
                   05  Deliv_Recipient              PIC X(60).

           Working-Storage Section.
               01  WS_Deliv_Open_Status            PIC X(2).
       Linkage Section.
           01  LK_Report_File_Name                 PIC X(40).
           01  LK_Delivery_Mode                     PIC X(1).
           01  LK_Recipient                         PIC X(60).

       Procedure Division USING LK_Report_File_Name,
               LK_Delivery_Mode, LK_Recipient.

           0000-Mainline.
               PERFORM 1000-Write-Delivery-Request
               MOVE LK_Delivery_Mode TO Deliv_Mode
               MOVE Run_Id TO Deliv_Run_Id
               MOVE SPACES TO Deliv_Reserved
               MOVE LK_Recipient TO Deliv_Recipient
               WRITE Deliv_Record
               CLOSE CustDeliv.

