                   MOVE 0              TO CS-CLEAR-AMOUNT
                   MOVE 0              TO CS-REISSUE-CHECK-NO
                   MOVE 0              TO CS-ORIG-CHECK-NO
                   MOVE 0              TO CS-DD-LETTER-DATE
                   MOVE 0              TO CS-DD-DEADLINE
                   MOVE 0              TO CS-ESCHEAT-DATE
                   WRITE CHECK-STATUS-RECORD
                   IF WS-CHKSTAT-STATUS = "00"
                       ADD 1 TO WS-LOADED-CT
           MOVE 0                TO CS-CLEAR-DATE.
           MOVE 0                TO CS-CLEAR-AMOUNT.
           MOVE 0                TO CS-REISSUE-CHECK-NO.
           MOVE 0                TO CS-DD-LETTER-DATE.
           MOVE 0                TO CS-DD-DEADLINE.
           MOVE 0                TO CS-ESCHEAT-DATE.
           WRITE CHECK-STATUS-RECORD.
           IF WS-CHKSTAT-STATUS NOT = "00"
               ADD 1 TO WS-EXC-CT
           END-READ.

       330-CHECK-ONE-MATCH.
           IF CS-STATUS = "V" OR CS-STATUS = "S" OR CS-STATUS = "E"
               ADD 1 TO WS-EXC-CT
               DISPLAY "*** CHECK " BC-CHECK-NO " CLEARED BUT WAS"
                       " VOIDED/STOPPED/ESCHEATED (STATUS " CS-STATUS
                       ") ***"
           ELSE
           IF CS-STATUS = "C"
               ADD 1 TO WS-EXC-CT
      ***** One pass over the status master: age the outstanding
      ***** checks, report the ones past the cutoff, and build the
      ***** positive-pay extract of everything the bank may still
      ***** see presented (cleared checks excluded).  An escheated
      ***** check goes to the bank as a void -- the money now
      ***** belongs to the state, so the paper must not be paid.
       400-AGE-AND-EXTRACT.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           DISPLAY "-------------------------------------------------".
               MOVE CS-WHO        TO PP-WHO
               MOVE CS-NET-AMOUNT TO PP-NET-AMOUNT
               MOVE CS-ISSUE-DATE TO PP-ISSUE-DATE
               IF CS-STATUS = "E"
                   MOVE "V"       TO PP-STATUS
               ELSE
                   MOVE CS-STATUS TO PP-STATUS
               END-IF
               WRITE POSITIVE-PAY-RECORD
               ADD 1 TO WS-POSPAY-CT
           END-IF.
