      ***** EMP-TIME-RECORD layout so the corrected record can be fed
      ***** straight back in as timecard input, followed by the
      ***** reason code (see the exception summary for the meanings)
      ***** and the date of the run that rejected it, which sit
      ***** where the timecard keeps its reserved columns; a RET
      ***** card's amount follows in its timecard position
       01  REJECT-RECORD.
           05  RJ-EMPLOYEE-ID      PIC X(6).
           05  RJ-WHO              PIC X(15).
           05  RJ-PERIOD-END       PIC 9(8).
           05  RJ-REASON-CODE      PIC 9(2).
           05  RJ-RUN-DATE         PIC 9(8).
           05  RJ-AMOUNT-X         PIC X(8).
           05  RJ-AMOUNT REDEFINES RJ-AMOUNT-X
                                   PIC S9(5)V99
                                   SIGN IS TRAILING SEPARATE.
