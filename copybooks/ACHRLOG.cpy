      ***** ACH-RETURN-LOG-RECORD -- one row per bank return or
      ***** notification of change applied, kept across runs.  A
      ***** return already on the log for the same batch, employee,
      ***** amount and account is never paid again by a second
      ***** check.  RL-BANK-ACCOUNT is the account the deposit went
      ***** to, which tells apart the shares of a split deposit.
      ***** RL-ACTION: RTN = return, replacement check cut under
      ***** RL-CHECK-NO; NOC = account details corrected (check
      ***** number zero)
       01  ACH-RETURN-LOG-RECORD.
           05  RL-RUN-DATE         PIC 9(8).
           05  RL-OPERATOR         PIC X(8).
           05  RL-ACTION           PIC X(3).
           05  RL-REASON-CODE      PIC X(3).
           05  RL-BATCH-DATE       PIC 9(8).
           05  RL-EMPLOYEE-ID      PIC X(6).
           05  RL-AMOUNT           PIC 9(7)V99.
           05  RL-CHECK-NO         PIC 9(8).
           05  RL-BANK-ACCOUNT     PIC X(17).
