      *One step in a transaction's life as handed to TransLog:
      *function L logs the step, C closes the log at the end of
      *the caller's run.  File and key say where the transaction
      *landed (for a posting, CustomerHistory and its CH_Key).
       01  Prefix_Trace_Request.
           05  Prefix_Trc_Function             PIC X(1).
           05  Prefix_Trc_Trans_Id             PIC X(12).
           05  Prefix_Trc_Program              PIC X(12).
           05  Prefix_Trc_Disposition          PIC X(12).
           05  Prefix_Trc_File                 PIC X(16).
           05  Prefix_Trc_Key                  PIC X(20).
