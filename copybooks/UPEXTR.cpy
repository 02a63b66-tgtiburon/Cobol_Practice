      ***** UNCLAIMED-PROPERTY-RECORD -- per-state unclaimed-property
      ***** extract, grouped by state for each agency's holder
      ***** report: a D row per check escheated this run, then an S
      ***** row carrying the state's check count and total.  The
      ***** state is the payee's EM-WORK-STATE
       01  UNCLAIMED-PROPERTY-RECORD.
           05  UP-RECORD-TYPE      PIC X.
           05  UP-STATE            PIC XX.
           05  UP-CHECK-NO         PIC 9(8).
           05  UP-EMPLOYEE-ID      PIC X(6).
           05  UP-WHO              PIC X(15).
           05  UP-AMOUNT           PIC 9(9)V99.
           05  UP-ISSUE-DATE       PIC 9(8).
           05  UP-LETTER-DATE      PIC 9(8).
           05  UP-ESCHEAT-DATE     PIC 9(8).
           05  UP-CHECK-COUNT      PIC 9(5).
