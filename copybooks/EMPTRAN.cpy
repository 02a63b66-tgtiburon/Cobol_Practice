                                   PIC 9(5)V99.
           05  TR-LOCATION         PIC X(20).
           05  TR-WORK-STATE       PIC XX.
      ***** W-4 election fields -- blank means "no change".  Amounts
      ***** are keyed as digits with two implied decimals (0200000 =
      ***** 2,000.00 dependents credit); see the employee master for
      ***** the codes
           05  TR-W4-FILING-STATUS PIC X.
           05  TR-W4-MULTI-JOBS    PIC X.
           05  TR-W4-DEPENDENTS    PIC X(7).
           05  TR-W4-DEPENDENTS-9 REDEFINES TR-W4-DEPENDENTS
                                   PIC 9(5)V99.
           05  TR-W4-OTHER-INCOME  PIC X(8).
           05  TR-W4-OTHER-INCOME-9 REDEFINES TR-W4-OTHER-INCOME
                                   PIC 9(6)V99.
           05  TR-W4-DEDUCTIONS    PIC X(8).
           05  TR-W4-DEDUCTIONS-9 REDEFINES TR-W4-DEDUCTIONS
                                   PIC 9(6)V99.
           05  TR-W4-EXTRA-WH      PIC X(6).
           05  TR-W4-EXTRA-WH-9 REDEFINES TR-W4-EXTRA-WH
                                   PIC 9(4)V99.
           05  TR-W4-EXEMPT        PIC X.
           05  TR-PAY-FREQ         PIC X.
      ***** TR-TERM-DATE (yyyymmdd) is the last day worked on a TRM;
      ***** blank takes the run date
           05  TR-TERM-DATE        PIC X(8).
           05  TR-TERM-DATE-9 REDEFINES TR-TERM-DATE
                                   PIC 9(8).
