      * A  B
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMNT00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEP-TRAN-FILE ASSIGN TO "DEPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT DEPOSIT-ALLOCATION-FILE ASSIGN TO "DEPALLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-ALLOC-KEY
               FILE STATUS IS WS-DEPALLOC-STATUS.
           SELECT DEP-AUDIT-FILE ASSIGN TO "DEPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEP-TRAN-FILE.
           COPY DEPTRAN.
       FD  DEPOSIT-ALLOCATION-FILE.
           COPY DEPALLOC.
       FD  DEP-AUDIT-FILE.
           COPY DEPAUDIT.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  OVERRIDE-LOG-FILE.
           COPY OVRLOG.
       WORKING-STORAGE SECTION.
      ***** Maintenance run control fields *****
       77  WS-TRAN-STATUS     PIC XX.
       77  WS-DEPALLOC-STATUS PIC XX.
       77  WS-AUDIT-STATUS    PIC XX.
       77  WS-EOF-SW          PIC X       VALUE "N".
           88  WS-EOF                     VALUE "Y".
       77  WS-TRAN-VALID-SW   PIC X       VALUE "Y".
           88  WS-TRAN-VALID              VALUE "Y".
           88  WS-TRAN-INVALID            VALUE "N".
       77  WS-MASTER-SW       PIC X.
           88  WS-MASTER-FOUND            VALUE "F".
           88  WS-MASTER-MISSING          VALUE "M".
       77  WS-REJECT-REASON   PIC X(40).
       01  WS-IO-FAIL-REASON.
           05  FILLER         PIC X(26)
                              VALUE "MASTER I-O FAILED, STATUS ".
           05  WS-IO-FAIL-STATUS PIC XX.
       77  WS-OPERATOR        PIC X(8)    VALUE SPACES.
       77  WS-BEFORE-IMAGE    PIC X(80).

      ***** The pay run carries at most this many allocations per
      ***** employee ahead of the remainder account -- an ADD past
      ***** the limit would be silently ignored at pay time *****
       77  WS-ALLOC-MAX       PIC 9(2)    VALUE 9.
       77  WS-ALLOC-CT        PIC 9(2).

      ***** Run-sequence control -- the pay run reads these records
      ***** to split each deposit, so maintenance must not rewrite
      ***** them while a cycle is in flight; the OVERRIDE keyword
      ***** after the operator name forces past the check and is
      ***** itself logged *****
       77  WS-RUNCTL-STATUS   PIC XX.
       77  WS-OVRLOG-STATUS   PIC XX.
       77  WS-RUN-PARAM       PIC X(40)   VALUE SPACES.
       77  WS-PARM-IX         PIC 9(2).
       77  WS-OVERRIDE-SW     PIC X       VALUE "N".
           88  WS-OVERRIDE-RUN             VALUE "Y".
       77  WS-TRAN-CT         PIC 9(5)    VALUE 0.
       77  WS-APPLIED-CT      PIC 9(5)    VALUE 0.
       77  WS-REJECT-CT       PIC 9(5)    VALUE 0.

      ***** Maintenance register page-heading fields *****
       77  WS-RUN-DATE        PIC 9(8).
       01  WS-RUN-DATE-X.
           05  WS-RUN-MM      PIC 9(2).
           05  FILLER         PIC X       VALUE "/".
           05  WS-RUN-DD      PIC 9(2).
           05  FILLER         PIC X       VALUE "/".
           05  WS-RUN-YYYY    PIC 9(4).
       01  WS-RUN-DATE-8.
           05  WS-RUN-YYYY-IN PIC 9(4).
           05  WS-RUN-MM-IN   PIC 9(2).
           05  WS-RUN-DD-IN   PIC 9(2).

       PROCEDURE DIVISION .
       000-MAIN.
           ACCEPT WS-RUN-PARAM FROM COMMAND-LINE.
           MOVE WS-RUN-PARAM (1:8) TO WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.
           PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                   UNTIL WS-PARM-IX > 33
               IF WS-RUN-PARAM (WS-PARM-IX : 8) = "OVERRIDE"
                   SET WS-OVERRIDE-RUN TO TRUE
               END-IF
           END-PERFORM.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY.
           MOVE WS-RUN-MM-IN   TO WS-RUN-MM.
           MOVE WS-RUN-DD-IN   TO WS-RUN-DD.
           PERFORM 030-CHECK-RUN-CONTROL.
           OPEN INPUT DEP-TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "*** DEPTRAN TRANSACTION FILE NOT AVAILABLE"
                       " (STATUS " WS-TRAN-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 010-OPEN-MASTER.
           PERFORM 020-OPEN-AUDIT.
           PERFORM 050-PRINT-REGISTER-HEADER.
           PERFORM 100-READ-TRANSACTION.
           PERFORM UNTIL WS-EOF
               PERFORM 200-APPLY-TRANSACTION
               PERFORM 100-READ-TRANSACTION
           END-PERFORM.
           PERFORM 900-PRINT-REGISTER-TOTALS.
           CLOSE DEP-TRAN-FILE.
           CLOSE DEPOSIT-ALLOCATION-FILE.
           CLOSE DEP-AUDIT-FILE.
           GOBACK.

      ***** A maintenance run that cannot update the allocation file
      ***** must not print APPLIED and write an audit trail of
      ***** changes that never happened.
       010-OPEN-MASTER.
           OPEN I-O DEPOSIT-ALLOCATION-FILE.
           IF WS-DEPALLOC-STATUS = "35"
               OPEN OUTPUT DEPOSIT-ALLOCATION-FILE
               CLOSE DEPOSIT-ALLOCATION-FILE
               OPEN I-O DEPOSIT-ALLOCATION-FILE
           END-IF.
           IF WS-DEPALLOC-STATUS NOT = "00"
               DISPLAY "*** DEPALLOC DEPOSIT ALLOCATIONS NOT"
                       " AVAILABLE (STATUS " WS-DEPALLOC-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ***** The audit trail accumulates across maintenance runs --
      ***** extend it, creating it fresh only the first time.
       020-OPEN-AUDIT.
           OPEN EXTEND DEP-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT DEP-AUDIT-FILE
           END-IF.

      ***** An allocation rewritten under a running payroll can split
      ***** one employee's deposit two different ways -- refuse to
      ***** start while a cycle is in flight.
       030-CHECK-RUN-CONTROL.
           PERFORM 032-READ-RUN-CONTROL.
           IF RC-RUN-STATUS = "INFLIGHT"
               IF WS-OVERRIDE-RUN
                   PERFORM 034-LOG-OVERRIDE
               ELSE
                   DISPLAY "*** PAY RUN IN FLIGHT -- MAINTENANCE"
                           " REFUSED (OVERRIDE TO FORCE) ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       032-READ-RUN-CONTROL.
           MOVE 0      TO RC-RUN-DATE.
           MOVE SPACES TO RC-RUN-STATUS.
           MOVE 0      TO RC-Q4-EXTRACT-YEAR.
           MOVE 0      TO RC-OVERRIDE-DATE.
           MOVE SPACES TO RC-OVERRIDE-OPER.
           MOVE 0      TO RC-RECON-YEAR.
           MOVE 0      TO RC-RECON-QTR.
           MOVE 0      TO RC-RECON-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END MOVE SPACES TO RC-RUN-STATUS
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       034-LOG-OVERRIDE.
           MOVE WS-RUN-DATE-8 TO OV-RUN-DATE.
           MOVE "DEPMNT00"    TO OV-PROGRAM.
           MOVE WS-OPERATOR   TO OV-OPERATOR.
           MOVE RC-RUN-STATUS TO OV-PRIOR-STATUS.
           OPEN EXTEND OVERRIDE-LOG-FILE.
           IF WS-OVRLOG-STATUS = "35"
               OPEN OUTPUT OVERRIDE-LOG-FILE
           END-IF.
           WRITE OVERRIDE-LOG-RECORD.
           CLOSE OVERRIDE-LOG-FILE.
           DISPLAY "*** OVERRIDE BY " WS-OPERATOR " PAST STATUS "
                   RC-RUN-STATUS " -- LOGGED ***".

       050-PRINT-REGISTER-HEADER.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "DEPOSIT ALLOCATION MAINTENANCE REGISTER".
           DISPLAY "RUN DATE: " WS-RUN-DATE-X
                   "   OPERATOR: " WS-OPERATOR.
           DISPLAY "=================================================".

       100-READ-TRANSACTION.
           READ DEP-TRAN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND WS-TRAN-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

       200-APPLY-TRANSACTION.
           ADD 1 TO WS-TRAN-CT.
           SET WS-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           IF DX-PRIORITY IS NOT NUMERIC OR DX-PRIORITY = "00"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "PRIORITY NOT 01-99" TO WS-REJECT-REASON
           ELSE
               PERFORM 300-READ-MASTER
               IF DX-ACTION = "ADD"
                   PERFORM 210-ADD-ALLOCATION
               ELSE
                   IF DX-ACTION = "CHG"
                       PERFORM 220-CHANGE-ALLOCATION
                   ELSE
                       IF DX-ACTION = "STP"
                           PERFORM 230-STOP-ALLOCATION
                       ELSE
                           SET WS-TRAN-INVALID TO TRUE
                           MOVE "UNKNOWN ACTION CODE"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 400-WRITE-AUDIT
               ADD 1 TO WS-APPLIED-CT
               DISPLAY DX-ACTION " " DX-EMPLOYEE-ID " " DX-PRIORITY
                       "  APPLIED"
           ELSE
               ADD 1 TO WS-REJECT-CT
               DISPLAY DX-ACTION " " DX-EMPLOYEE-ID " " DX-PRIORITY
                       "  *** REJECTED: " WS-REJECT-REASON
           END-IF.

      ***** A new allocation must name a whole bank account and an
      ***** amount for its method -- a deposit the pay run cannot
      ***** route is money the bank sends back.
       210-ADD-ALLOCATION.
           IF DX-EMPLOYEE-ID = SPACES
                   OR DX-EMPLOYEE-ID IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "EMPLOYEE ID NOT 6 DIGITS" TO WS-REJECT-REASON
           ELSE
           IF WS-MASTER-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE "ALLOCATION ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
           IF DX-BANK-ROUTING = SPACES OR DX-BANK-ACCOUNT = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "ROUTING AND ACCOUNT REQUIRED ON ADD"
                   TO WS-REJECT-REASON
           ELSE
           IF DX-METHOD NOT = "F" AND DX-METHOD NOT = "P"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "METHOD NOT F OR P" TO WS-REJECT-REASON
           ELSE
               PERFORM 240-EDIT-ALLOC-FIELDS
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 215-COUNT-ALLOCATIONS
               IF WS-ALLOC-CT >= WS-ALLOC-MAX
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "EMPLOYEE ALREADY HAS 9 ALLOCATIONS"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               MOVE DX-EMPLOYEE-ID TO DP-EMPLOYEE-ID
               MOVE DX-PRIORITY    TO DP-PRIORITY
               MOVE SPACES TO DP-ALLOC-DESC
               MOVE 0      TO DP-BANK-ROUTING
               MOVE SPACES TO DP-BANK-ACCOUNT
               MOVE "F"    TO DP-METHOD
               MOVE 0      TO DP-FLAT-AMT
               MOVE 0      TO DP-PERCENT
               PERFORM 250-MOVE-TRAN-FIELDS
               PERFORM 255-CHECK-METHOD-SETUP
               IF WS-TRAN-VALID
                   WRITE DEPOSIT-ALLOCATION-RECORD
                   PERFORM 260-CHECK-MASTER-IO
               END-IF
           END-IF.

      ***** Browse the employee's allocations already on file.  The
      ***** browse moves the record area, so the key is put back
      ***** for the WRITE that follows.
       215-COUNT-ALLOCATIONS.
           MOVE 0 TO WS-ALLOC-CT.
           MOVE DX-EMPLOYEE-ID TO DP-EMPLOYEE-ID.
           MOVE 0              TO DP-PRIORITY.
           START DEPOSIT-ALLOCATION-FILE
               KEY IS NOT LESS THAN DP-ALLOC-KEY
               INVALID KEY MOVE "23" TO WS-DEPALLOC-STATUS
           END-START.
           PERFORM UNTIL WS-DEPALLOC-STATUS NOT = "00"
               READ DEPOSIT-ALLOCATION-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-DEPALLOC-STATUS
               END-READ
               IF WS-DEPALLOC-STATUS = "00"
                   IF DP-EMPLOYEE-ID = DX-EMPLOYEE-ID
                       ADD 1 TO WS-ALLOC-CT
                   ELSE
                       MOVE "10" TO WS-DEPALLOC-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-DEPALLOC-STATUS.

       220-CHANGE-ALLOCATION.
           IF WS-MASTER-MISSING
               SET WS-TRAN-INVALID TO TRUE
               MOVE "ALLOCATION NOT ON FILE" TO WS-REJECT-REASON
           ELSE
           IF DX-METHOD NOT = SPACES
                   AND DX-METHOD NOT = "F"
                   AND DX-METHOD NOT = "P"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "METHOD NOT F OR P" TO WS-REJECT-REASON
           ELSE
               PERFORM 240-EDIT-ALLOC-FIELDS
           END-IF
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 250-MOVE-TRAN-FIELDS
               PERFORM 255-CHECK-METHOD-SETUP
               IF WS-TRAN-VALID
                   REWRITE DEPOSIT-ALLOCATION-RECORD
                   PERFORM 260-CHECK-MASTER-IO
               END-IF
           END-IF.

      ***** Stopping an allocation removes its record; from the next
      ***** pay run its share goes to the remainder account.
       230-STOP-ALLOCATION.
           IF WS-MASTER-MISSING
               SET WS-TRAN-INVALID TO TRUE
               MOVE "ALLOCATION NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               DELETE DEPOSIT-ALLOCATION-FILE
               PERFORM 260-CHECK-MASTER-IO
           END-IF.

       240-EDIT-ALLOC-FIELDS.
           IF DX-BANK-ROUTING NOT = SPACES
                   AND (DX-BANK-ROUTING IS NOT NUMERIC
                        OR DX-BANK-ROUTING-9 = 0)
               SET WS-TRAN-INVALID TO TRUE
               MOVE "ROUTING NOT 9 DIGITS" TO WS-REJECT-REASON
           ELSE
           IF DX-FLAT-AMT NOT = SPACES
                   AND DX-FLAT-AMT IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "FLAT AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF DX-PERCENT NOT = SPACES
                       AND DX-PERCENT IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "PERCENT NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF
           END-IF.

      ***** Optional fields -- a blank transaction field leaves the
      ***** allocation field as it is.
       250-MOVE-TRAN-FIELDS.
           IF DX-ALLOC-DESC NOT = SPACES
               MOVE DX-ALLOC-DESC TO DP-ALLOC-DESC
           END-IF.
           IF DX-BANK-ROUTING NOT = SPACES
               MOVE DX-BANK-ROUTING-9 TO DP-BANK-ROUTING
           END-IF.
           IF DX-BANK-ACCOUNT NOT = SPACES
               MOVE DX-BANK-ACCOUNT TO DP-BANK-ACCOUNT
           END-IF.
           IF DX-METHOD NOT = SPACES
               MOVE DX-METHOD TO DP-METHOD
           END-IF.
           IF DX-FLAT-AMT NOT = SPACES
               MOVE DX-FLAT-AMT-9 TO DP-FLAT-AMT
           END-IF.
           IF DX-PERCENT NOT = SPACES
               MOVE DX-PERCENT-9 TO DP-PERCENT
           END-IF.

      ***** An allocation the pay run cannot size sends nothing and
      ***** still shows on the advice -- the assembled record must
      ***** name an amount for its method, on an ADD and a CHG
      ***** alike.
       255-CHECK-METHOD-SETUP.
           IF DP-METHOD = "P" AND DP-PERCENT = 0
               SET WS-TRAN-INVALID TO TRUE
               MOVE "METHOD P BUT NO PERCENT" TO WS-REJECT-REASON
           ELSE
               IF DP-METHOD = "F" AND DP-FLAT-AMT = 0
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "METHOD F BUT NO FLAT AMOUNT"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      ***** A write the file did not take is a reject, never an
      ***** apply -- no audit row, no APPLIED line.
       260-CHECK-MASTER-IO.
           IF WS-DEPALLOC-STATUS NOT = "00"
               SET WS-TRAN-INVALID TO TRUE
               MOVE WS-DEPALLOC-STATUS TO WS-IO-FAIL-STATUS
               MOVE WS-IO-FAIL-REASON TO WS-REJECT-REASON
           END-IF.

      ***** Capture the record as it stands so the audit trail can
      ***** carry a before image next to the after image.
       300-READ-MASTER.
           SET WS-MASTER-MISSING TO TRUE.
           MOVE DX-EMPLOYEE-ID TO DP-EMPLOYEE-ID.
           MOVE DX-PRIORITY    TO DP-PRIORITY.
           READ DEPOSIT-ALLOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-DEPALLOC-STATUS = "00"
                       SET WS-MASTER-FOUND TO TRUE
                       MOVE DEPOSIT-ALLOCATION-RECORD
                         TO WS-BEFORE-IMAGE
                   END-IF
           END-READ.

       400-WRITE-AUDIT.
           MOVE WS-RUN-DATE-8   TO DU-RUN-DATE.
           MOVE WS-OPERATOR     TO DU-OPERATOR.
           MOVE DX-ACTION       TO DU-ACTION.
           MOVE DX-EMPLOYEE-ID  TO DU-ALLOC-KEY (1:6).
           MOVE DX-PRIORITY     TO DU-ALLOC-KEY (7:2).
           MOVE WS-BEFORE-IMAGE TO DU-BEFORE-IMAGE.
           IF DX-ACTION = "STP"
               MOVE SPACES TO DU-AFTER-IMAGE
           ELSE
               MOVE DEPOSIT-ALLOCATION-RECORD TO DU-AFTER-IMAGE
           END-IF.
           WRITE DEP-AUDIT-RECORD.

       900-PRINT-REGISTER-TOTALS.
           DISPLAY "-------------------------------------------------".
           DISPLAY "TRANSACTIONS READ:    " WS-TRAN-CT.
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-CT.
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECT-CT.
           DISPLAY "=================================================".
