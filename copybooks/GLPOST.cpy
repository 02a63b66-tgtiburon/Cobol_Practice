           05  GL-TAX-WITHHELD     PIC S9(7)V99.
           05  GL-DEDUCTIONS       PIC 9(7)V99.
           05  GL-NET-PAY          PIC S9(7)V99.
      ***** GL-SOURCE: T = timecard pass, S = salaried sweep, F =
      ***** final pay, M = manual (hand-written) checks.  Each
      ***** pass cuts at most one row per location, so a location
      ***** with both hourly and salaried people carries two rows --
      ***** restart recovery tells them apart by this byte
           05  GL-SOURCE           PIC X.
      ***** Employer payroll-tax expense for the location -- the
      ***** employer FICA match, FUTA and state unemployment.  They
      ***** are accrued on top of gross, so they are not part of the
      ***** gross = tax + deductions + net footing
           05  GL-ER-FICA          PIC S9(7)V99.
           05  GL-FUTA             PIC S9(7)V99.
           05  GL-SUTA             PIC S9(7)V99.
       01  GL-HEADER-RECORD.
           05  GH-RECORD-TYPE      PIC X.
           05  GH-RUN-DATE         PIC 9(8).
      ***** GH-BATCH-TYPE: P (or space) = pay-run batch, F = final-
      ***** pay batch, M = manual-check batch.  Only a pay-run batch
      ***** moves the pay cycle on the run-control record when it
      ***** balances
           05  GH-BATCH-TYPE       PIC X.
       01  GL-TRAILER-RECORD.
           05  GT-RECORD-TYPE      PIC X.
           05  GT-ROW-COUNT        PIC 9(5).
           05  GT-HASH-TAX         PIC S9(9)V99.
           05  GT-HASH-DEDUCT      PIC 9(9)V99.
           05  GT-HASH-NET         PIC S9(9)V99.
           05  GT-HASH-ER-FICA     PIC S9(9)V99.
           05  GT-HASH-FUTA        PIC S9(9)V99.
           05  GT-HASH-SUTA        PIC S9(9)V99.
