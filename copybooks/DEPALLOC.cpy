      ***** DEPOSIT-ALLOCATION-RECORD -- one record per employee per
      ***** split direct-deposit account, taken in priority order
      ***** ahead of the employee's own EM-BANK-ROUTING /
      ***** EM-BANK-ACCOUNT, which is the remainder account and
      ***** receives whatever net pay is left.  Allocations apply
      ***** only to employees paid by deposit (EM-PAY-METHOD D).
      ***** DP-METHOD:  F = flat amount, P = percent of net pay.
      ***** Flat allocations are funded first, lowest priority
      ***** number first; when net pay cannot cover them all the
      ***** shortfall falls on the later priorities.  Percent
      ***** allocations are then funded, again in priority order,
      ***** from what is left.
       01  DEPOSIT-ALLOCATION-RECORD.
           05  DP-ALLOC-KEY.
               10  DP-EMPLOYEE-ID      PIC X(6).
               10  DP-PRIORITY         PIC 9(2).
           05  DP-ALLOC-DESC           PIC X(12).
           05  DP-BANK-ROUTING         PIC 9(9).
           05  DP-BANK-ACCOUNT         PIC X(17).
           05  DP-METHOD               PIC X.
           05  DP-FLAT-AMT             PIC 9(5)V99.
           05  DP-PERCENT              PIC V999.
