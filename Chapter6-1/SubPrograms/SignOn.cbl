      *                   OperatorAuth file yet runs as before -
      *                   the file IS the rollout switch.  Status
      *                   00 admitted, 08 refused.
      *   2026-10-15  AD  Run parameter grant ('S') for
      *                   ParamMaint; the OperatorAuth row widens
      *                   31 to 32 bytes with it.  A row written
      *                   before the grant reads blank there - not
      *                   granted until the row is updated.

       Environment Division.
           Input-Output Section.
       Data Division.
           File Section.
      * Auth_Record - one row per operator: the credential, its
      * expiry, the forced-change flag and the seven function
      * grants, 'Y' meaning granted.
           FD  OperAuth
               Record Contains 32 Characters.
               01  Auth_Record.
                   05  AU_Operator_Id              PIC X(8).
                   05  AU_Password                 PIC X(8).
                       10  AU_Grant_Close          PIC X(1).
                       10  AU_Grant_Approve        PIC X(1).
                       10  AU_Grant_Reprint        PIC X(1).
                       10  AU_Grant_Params         PIC X(1).

           FD  AuthWork
               Record Contains 32 Characters.
               01  Auth_Work_Record                PIC X(32).

           FD  SecLog
               Record Contains 40 Characters.
                   05  WS_Sys_Hundredths           PIC 9(2).
               01  WS_Today                        PIC 9(8).
               01  WS_Outcome                      PIC X(8).
               01  WS_Held_Auth                    PIC X(32).
               01  WS_New_Password                 PIC X(8).
               01  WS_New_Password_2               PIC X(8).
               01  WS_Grant_Byte                   PIC X(1).
                       MOVE AU_Grant_Approve TO WS_Grant_Byte
                   WHEN 'P'
                       MOVE AU_Grant_Reprint TO WS_Grant_Byte
                   WHEN 'S'
                       MOVE AU_Grant_Params TO WS_Grant_Byte
                   WHEN OTHER
                       MOVE 'Y' TO WS_Grant_Byte
               END-EVALUATE
