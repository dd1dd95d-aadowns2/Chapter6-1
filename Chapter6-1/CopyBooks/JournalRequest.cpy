      *One before-image journal entry as handed to PostJournal by a
      *run that posts straight into the balance and history files.
      *File BAL is CustomerBalance and HIST CustomerHistory; action
      *C is a record the run changed (before and after images) and
      *A one it added (after image only).
       01  Prefix_Journal_Request.
           05  Prefix_Jnl_Program              PIC X(12).
           05  Prefix_Jnl_File                 PIC X(4).
           05  Prefix_Jnl_Action               PIC X(1).
           05  Prefix_Jnl_Key                  PIC X(20).
           05  Prefix_Jnl_Before               PIC X(140).
           05  Prefix_Jnl_After                PIC X(140).
