      ***** MANUAL-CHECK-TRAN-RECORD -- one hand-written check cut
      ***** outside the pay run, keyed in after the fact so it posts
      ***** like any other check: to the master's YTD and quarter
      ***** buckets, pay history, the check-status master and a GL
      ***** batch of its own.
      ***** MT-CHECK-NO is the number on the check stock actually
      ***** used.  MT-PERIOD-END is the pay period the check pays;
      ***** with MT-LOCATION (blank = the home location) it is the
      ***** pay-history key, so the pay run will not pay it again.
      ***** Amounts are keyed as digits with the decimals implied
      ***** (000012345 = 123.45); a blank amount is zero.  The
      ***** deductions include any pre-tax 401(k) and Section 125
      ***** amounts, which are also keyed on their own, and the
      ***** check must foot: gross less the three taxes less the
      ***** deductions is the net written on the check.
      ***** MT-FINAL-PAY Y marks a terminated employee final-paid so
      ***** the final-pay run does not pay them a second time
       01  MANUAL-CHECK-TRAN-RECORD.
           05  MT-EMPLOYEE-ID      PIC X(6).
           05  MT-CHECK-NO         PIC X(8).
           05  MT-CHECK-NO-9 REDEFINES MT-CHECK-NO
                                   PIC 9(8).
           05  MT-CHECK-DATE       PIC X(8).
           05  MT-CHECK-DATE-9 REDEFINES MT-CHECK-DATE
                                   PIC 9(8).
           05  MT-PERIOD-END       PIC X(8).
           05  MT-PERIOD-END-9 REDEFINES MT-PERIOD-END
                                   PIC 9(8).
           05  MT-LOCATION         PIC X(20).
           05  MT-HOURS            PIC X(4).
           05  MT-HOURS-9 REDEFINES MT-HOURS
                                   PIC 9(4).
           05  MT-GROSS            PIC X(9).
           05  MT-GROSS-9 REDEFINES MT-GROSS
                                   PIC 9(7)V99.
           05  MT-PRETAX-401K      PIC X(9).
           05  MT-PRETAX-401K-9 REDEFINES MT-PRETAX-401K
                                   PIC 9(7)V99.
           05  MT-PRETAX-125       PIC X(9).
           05  MT-PRETAX-125-9 REDEFINES MT-PRETAX-125
                                   PIC 9(7)V99.
           05  MT-FICA             PIC X(9).
           05  MT-FICA-9 REDEFINES MT-FICA
                                   PIC 9(7)V99.
           05  MT-FEDERAL          PIC X(9).
           05  MT-FEDERAL-9 REDEFINES MT-FEDERAL
                                   PIC 9(7)V99.
           05  MT-STATE            PIC X(9).
           05  MT-STATE-9 REDEFINES MT-STATE
                                   PIC 9(7)V99.
           05  MT-DEDUCTIONS       PIC X(9).
           05  MT-DEDUCTIONS-9 REDEFINES MT-DEDUCTIONS
                                   PIC 9(7)V99.
           05  MT-NET              PIC X(9).
           05  MT-NET-9 REDEFINES MT-NET
                                   PIC 9(7)V99.
           05  MT-FINAL-PAY        PIC X.
           05  MT-REASON           PIC X(20).
