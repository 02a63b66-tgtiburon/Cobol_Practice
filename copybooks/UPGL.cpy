      ***** UNCLAIMED-GL-RECORD -- GL liability entry for the checks
      ***** escheated in one run, one detail row per state: the
      ***** amount comes out of outstanding payroll checks and is
      ***** booked as unclaimed property payable to that state until
      ***** the remittance goes out.  Framed by a header and a
      ***** trailer carrying the row count and amount hash, as the
      ***** payroll GL batch is
       01  UNCLAIMED-GL-RECORD.
           05  UG-RECORD-TYPE      PIC X.
           05  UG-STATE            PIC XX.
           05  UG-CHECK-COUNT      PIC 9(5).
           05  UG-AMOUNT           PIC 9(9)V99.
       01  UNCLAIMED-GL-HEADER-RECORD.
           05  UH-RECORD-TYPE      PIC X.
           05  UH-RUN-DATE         PIC 9(8).
       01  UNCLAIMED-GL-TRAILER-RECORD.
           05  UT-RECORD-TYPE      PIC X.
           05  UT-ROW-COUNT        PIC 9(5).
           05  UT-HASH-AMOUNT      PIC 9(9)V99.
