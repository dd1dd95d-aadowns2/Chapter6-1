           05                  PIC X(3)    value spaces.
           05  Control_Balance_Text       PIC X(17).

      * TrialHeading / TrialHistoryDetail / TrialBalanceDetail -
      * what a trial run would have posted had it been live; the
      * history and balance files are left as they were, see
      * 357-Write-Trial-Footer.
       01  TrialHeading.
           05                  PIC X(10)   value spaces.
           05                  PIC X(42)   value
               'TRIAL RUN - nothing posted, nothing filed.'.
       01  TrialHistoryDetail.
           05                  PIC X(10)   value spaces.
           05                  PIC X(24)   value
               'History rows not posted:'.
           05  Trial_History_Rows         PIC ZZZ,ZZ9.
           05                  PIC X(3)    value spaces.
           05                  PIC X(8)    value 'Amount:'.
           05  Trial_History_Amount       PIC ZZZ,ZZZ,ZZ9.99.
       01  TrialBalanceDetail.
           05                  PIC X(10)   value spaces.
           05                  PIC X(18)   value 'Balances to open:'.
           05  Trial_Balances_New         PIC ZZZ,ZZ9.
           05                  PIC X(3)    value spaces.
           05                  PIC X(8)    value 'Update:'.
           05  Trial_Balances_Updated     PIC ZZZ,ZZ9.
           05                  PIC X(3)    value spaces.
           05                  PIC X(12)   value 'Net change:'.
           05  Trial_Balance_Change       PIC +ZZZ,ZZZ,ZZ9.99.
       01  TrialBalanceSkipped.
           05                  PIC X(10)   value spaces.
           05                  PIC X(50)   value
               'Out of balance - no balances would have been moved'.

      * RunCompletedDetail - run-finish timestamp and elapsed time,
      * see 362-Write-Run-Completed.
       01  RunCompletedDetail.
