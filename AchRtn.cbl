      * A  B
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRTN00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO "ACHRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHRTN-STATUS.
           SELECT ACH-EXTRACT-FILE ASSIGN TO "ACHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT ACH-RETURN-LOG-FILE ASSIGN TO "ACHRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHRLOG-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT DEPOSIT-ALLOCATION-FILE ASSIGN TO "DEPALLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-ALLOC-KEY
               FILE STATUS IS WS-DEPALLOC-STATUS.
           SELECT DEP-AUDIT-FILE ASSIGN TO "DEPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPAUDIT-STATUS.
           SELECT CHECK-STATUS-FILE ASSIGN TO "CHKSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHECK-NO
               FILE STATUS IS WS-CHKSTAT-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT CHECK-NUMBER-FILE ASSIGN TO "CHKNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKNUM-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO "ACHCHKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN-FILE.
           COPY ACHRTN.
       FD  ACH-EXTRACT-FILE.
           COPY ACHFILE.
       FD  ACH-RETURN-LOG-FILE.
           COPY ACHRLOG.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.
       FD  AUDIT-TRAIL-FILE.
           COPY EMPAUDIT.
       FD  DEPOSIT-ALLOCATION-FILE.
           COPY DEPALLOC.
       FD  DEP-AUDIT-FILE.
           COPY DEPAUDIT.
       FD  CHECK-STATUS-FILE.
           COPY CHKSTAT.
       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.
       FD  CHECK-NUMBER-FILE.
           COPY CHKNUM.
       FD  CHECK-PRINT-FILE.
           COPY CHKPRNT.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  OVERRIDE-LOG-FILE.
           COPY OVRLOG.
       WORKING-STORAGE SECTION.
      ***** Return-processing run control fields *****
       77  WS-ACHRTN-STATUS   PIC XX.
       77  WS-ACH-STATUS      PIC XX.
       77  WS-ACHRLOG-STATUS  PIC XX.
       77  WS-MASTER-STATUS   PIC XX.
       77  WS-AUDIT-STATUS    PIC XX.
       77  WS-CHKSTAT-STATUS  PIC XX.
       77  WS-CHKREG-STATUS   PIC XX.
       77  WS-CHKNUM-STATUS   PIC XX.
       77  WS-CHECKS-STATUS   PIC XX.
       77  WS-EOF-SW          PIC X       VALUE "N".
           88  WS-EOF                     VALUE "Y".
       77  WS-NEXT-CHECK-NO   PIC 9(8)    VALUE 1.
       77  WS-CHECK-CUT-NO    PIC 9(8)    VALUE 0.
       77  WS-BEFORE-IMAGE    PIC X(600).

      ***** Split-deposit allocations -- a deposit that went to one
      ***** of an employee's allocation accounts rather than the
      ***** master's remainder account is stopped or corrected on
      ***** the allocation file, with its own audit row.  No file
      ***** at all means no deposit was ever split *****
       77  WS-DEPALLOC-STATUS PIC XX.
       77  WS-DEPAUDIT-STATUS PIC XX.
       77  WS-DEPALLOC-SW     PIC X       VALUE "N".
           88  WS-DEPALLOC-OPEN           VALUE "Y".
       77  WS-ALLOC-SW        PIC X.
           88  WS-ALLOC-FOUND             VALUE "Y".
           88  WS-ALLOC-MISSING           VALUE "N".
       77  WS-FIND-ROUTING    PIC 9(9).
       77  WS-FIND-ACCOUNT    PIC X(17).
       77  WS-DEP-BEFORE-IMAGE PIC X(80).
       77  WS-NOC-TARGET-SW   PIC X.
           88  WS-NOC-MASTER              VALUE "M".
           88  WS-NOC-ALLOCATION          VALUE "A".

      ***** Run-sequence control -- the master may not be rewritten
      ***** under a running payroll; the OVERRIDE keyword after the
      ***** operator name forces past the check and is itself
      ***** logged *****
       77  WS-RUNCTL-STATUS   PIC XX.
       77  WS-OVRLOG-STATUS   PIC XX.
       77  WS-RUN-PARAM       PIC X(40)   VALUE SPACES.
       77  WS-PARM-IX         PIC 9(2).
       77  WS-OPERATOR        PIC X(8)    VALUE SPACES.
       77  WS-OVERRIDE-SW     PIC X       VALUE "N".
           88  WS-OVERRIDE-RUN             VALUE "Y".

      ***** The ACH batch on file, loaded detail by detail so each
      ***** return can be matched to the deposit it refuses.  A
      ***** detail already returned -- this run or any earlier one,
      ***** per the return log -- cannot be matched again *****
       77  WS-ACH-BATCH-DATE  PIC 9(8)    VALUE 0.
       77  WS-ACH-CT          PIC 9(4)    VALUE 0.
       77  ACH-IDX            PIC 9(4).
       77  WS-ACH-PICK        PIC 9(4).
       77  WS-ACH-USED-PICK   PIC 9(4).
       01  WS-ACH-TABLE.
           05  WS-ACH-ENTRY OCCURS 500 TIMES.
               10  WS-ACH-EMP-ID   PIC X(6).
               10  WS-ACH-AMOUNT   PIC 9(7)V99.
               10  WS-ACH-ROUTING  PIC 9(9).
               10  WS-ACH-ACCOUNT  PIC X(17).
               10  WS-ACH-USED-SW  PIC X.

      ***** The entry in hand *****
       77  WS-ITEM-SW         PIC X.
           88  WS-ITEM-VALID               VALUE "Y".
           88  WS-ITEM-INVALID             VALUE "N".
       77  WS-ITEM-REASON     PIC X(40).
       77  WS-METHOD-CHANGED-SW PIC X.
       77  WS-MASTER-SW       PIC X.
           88  WS-MASTER-FOUND             VALUE "Y".
           88  WS-MASTER-MISSING           VALUE "N".

      ***** Run totals *****
       77  WS-ITEM-CT         PIC 9(5)    VALUE 0.
       77  WS-RETURN-CT       PIC 9(5)    VALUE 0.
       77  WS-NOC-CT          PIC 9(5)    VALUE 0.
       77  WS-REJECT-CT       PIC 9(5)    VALUE 0.
       77  WS-CHECK-CT        PIC 9(5)    VALUE 0.
       77  WS-EXC-CT          PIC 9(5)    VALUE 0.
       77  WS-CHECK-TOTAL     PIC 9(9)V99 VALUE 0.
       77  WS-AMT-DISP        PIC ZZZZZZ9.99.
       77  WS-TOT-DISP        PIC ZZ,ZZZ,ZZ9.99.

      ***** Replacement check print fields -- same stock layout the
      ***** pay run prints *****
       01  WS-CHK-LINE-BORDER.
           05  FILLER         PIC X(70)    VALUE ALL "=".
       01  WS-CHK-LINE-1.
           05  FILLER         PIC X(10)    VALUE "CHECK NO: ".
           05  WS-CHK-NO-OUT  PIC 9(8).
           05  FILLER         PIC X(8)     VALUE "  DATE: ".
           05  WS-CHK-DATE-OUT PIC X(10).
       01  WS-CHK-LINE-2.
           05  FILLER         PIC X(21)
                              VALUE "PAY TO THE ORDER OF: ".
           05  WS-CHK-WHO-OUT PIC X(15).
           05  FILLER         PIC X(7)     VALUE "  (ID: ".
           05  WS-CHK-ID-OUT  PIC X(6).
           05  FILLER         PIC X        VALUE ")".
       01  WS-CHK-LINE-3.
           05  FILLER         PIC X(16)    VALUE "THE AMOUNT OF  $".
           05  WS-CHK-AMT-OUT PIC Z,ZZZ,ZZ9.99.

      ***** Report page-heading fields *****
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
               MOVE "ACHRTN00" TO WS-OPERATOR
           END-IF.
           PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                   UNTIL WS-PARM-IX > 33
               IF WS-RUN-PARAM (WS-PARM-IX : 8) = "OVERRIDE"
                   SET WS-OVERRIDE-RUN TO TRUE
               END-IF
           END-PERFORM.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-8  TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY.
           MOVE WS-RUN-MM-IN   TO WS-RUN-MM.
           MOVE WS-RUN-DD-IN   TO WS-RUN-DD.
           PERFORM 030-CHECK-RUN-CONTROL.
           OPEN INPUT BANK-RETURN-FILE.
           IF WS-ACHRTN-STATUS NOT = "00"
               DISPLAY "*** ACHRTN BANK RETURN FILE NOT AVAILABLE"
                       " (STATUS " WS-ACHRTN-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 010-OPEN-MASTER.
           PERFORM 013-OPEN-CHKSTAT.
           PERFORM 014-OPEN-DEPALLOC.
           PERFORM 015-LOAD-ACH-BATCH.
           PERFORM 017-LOAD-RETURN-LOG.
           PERFORM 025-READ-CHECK-NUMBER.
           PERFORM 026-PRIME-CHECK-NUMBER.
           PERFORM 040-OPEN-OUTPUTS.
           PERFORM 050-PRINT-REGISTER-HEADER.
           PERFORM 100-READ-RETURN.
           PERFORM UNTIL WS-EOF
               PERFORM 200-APPLY-ONE-ENTRY
               PERFORM 100-READ-RETURN
           END-PERFORM.
           PERFORM 530-WRITE-CHECK-NUMBER.
           PERFORM 900-PRINT-REGISTER-TOTALS.
           CLOSE BANK-RETURN-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE CHECK-STATUS-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           IF WS-DEPALLOC-OPEN
               CLOSE DEPOSIT-ALLOCATION-FILE
               CLOSE DEP-AUDIT-FILE
           END-IF.
           CLOSE ACH-RETURN-LOG-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE CHECK-PRINT-FILE.
           GOBACK.

       010-OPEN-MASTER.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** EMPMAST MASTER FILE NOT AVAILABLE"
                       " (STATUS " WS-MASTER-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ***** A replacement check goes straight onto the check-status
      ***** master as outstanding, the way a reissue does, so the
      ***** reconciliation and positive pay cover it whether or not
      ***** the register row survives to the next reconciliation.
       013-OPEN-CHKSTAT.
           OPEN I-O CHECK-STATUS-FILE.
           IF WS-CHKSTAT-STATUS = "35"
               OPEN OUTPUT CHECK-STATUS-FILE
               CLOSE CHECK-STATUS-FILE
               OPEN I-O CHECK-STATUS-FILE
           END-IF.
           IF WS-CHKSTAT-STATUS NOT = "00"
               DISPLAY "*** CHKSTAT CHECK-STATUS MASTER NOT AVAILABLE"
                       " (STATUS " WS-CHKSTAT-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       014-OPEN-DEPALLOC.
           OPEN I-O DEPOSIT-ALLOCATION-FILE.
           IF WS-DEPALLOC-STATUS = "00"
               SET WS-DEPALLOC-OPEN TO TRUE
               OPEN EXTEND DEP-AUDIT-FILE
               IF WS-DEPAUDIT-STATUS = "35"
                   OPEN OUTPUT DEP-AUDIT-FILE
               END-IF
           ELSE
               IF WS-DEPALLOC-STATUS NOT = "35"
                   DISPLAY "*** DEPALLOC DEPOSIT ALLOCATIONS NOT"
                           " AVAILABLE (STATUS " WS-DEPALLOC-STATUS
                           ") -- RUN ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      ***** Without the batch a return has nothing to match -- the
      ***** notifications of change can still be applied, and every
      ***** return is reported back unmatched.
       015-LOAD-ACH-BATCH.
           OPEN INPUT ACH-EXTRACT-FILE.
           IF WS-ACH-STATUS NOT = "00"
               DISPLAY "*** ACHFILE NOT AVAILABLE -- RETURNS CANNOT"
                       " BE MATCHED THIS RUN ***"
           ELSE
               PERFORM UNTIL WS-ACH-STATUS NOT = "00"
                   READ ACH-EXTRACT-FILE
                       AT END MOVE "10" TO WS-ACH-STATUS
                       NOT AT END
                           IF AH-RECORD-TYPE = "H"
                               MOVE AH-RUN-DATE TO WS-ACH-BATCH-DATE
                           END-IF
                           IF AD-RECORD-TYPE = "D"
                               PERFORM 016-LOAD-ONE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACH-EXTRACT-FILE
           END-IF.

       016-LOAD-ONE-DETAIL.
           IF WS-ACH-CT >= 500
               DISPLAY "*** ACHFILE EXCEEDS 500 DEPOSITS"
                       " -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-ACH-CT.
           MOVE AD-EMPLOYEE-ID  TO WS-ACH-EMP-ID (WS-ACH-CT).
           MOVE AD-NET-AMOUNT   TO WS-ACH-AMOUNT (WS-ACH-CT).
           MOVE AD-BANK-ROUTING TO WS-ACH-ROUTING (WS-ACH-CT).
           MOVE AD-BANK-ACCOUNT TO WS-ACH-ACCOUNT (WS-ACH-CT).
           MOVE "N"             TO WS-ACH-USED-SW (WS-ACH-CT).

      ***** Every return already logged against this batch marks
      ***** its deposit used, so a return file fed in twice cannot
      ***** cut a second replacement check.  The log then stays
      ***** open to take this run's rows.
       017-LOAD-RETURN-LOG.
           OPEN INPUT ACH-RETURN-LOG-FILE.
           IF WS-ACHRLOG-STATUS = "00"
               PERFORM UNTIL WS-ACHRLOG-STATUS NOT = "00"
                   READ ACH-RETURN-LOG-FILE
                       AT END MOVE "10" TO WS-ACHRLOG-STATUS
                       NOT AT END
                           IF RL-ACTION = "RTN"
                                   AND RL-BATCH-DATE
                                       = WS-ACH-BATCH-DATE
                               MOVE RL-EMPLOYEE-ID TO BR-EMPLOYEE-ID
                               MOVE RL-AMOUNT      TO BR-AMOUNT
                               MOVE RL-BANK-ACCOUNT
                                 TO BR-ORIG-ACCOUNT
                               PERFORM 225-FIND-DEPOSIT
                               IF WS-ACH-PICK > 0
                                   MOVE "Y"
                                     TO WS-ACH-USED-SW (WS-ACH-PICK)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACH-RETURN-LOG-FILE
           END-IF.
           OPEN EXTEND ACH-RETURN-LOG-FILE.
           IF WS-ACHRLOG-STATUS = "35"
               OPEN OUTPUT ACH-RETURN-LOG-FILE
           END-IF.

       025-READ-CHECK-NUMBER.
           OPEN INPUT CHECK-NUMBER-FILE.
           IF WS-CHKNUM-STATUS = "00"
               READ CHECK-NUMBER-FILE
                   AT END MOVE 1 TO WS-NEXT-CHECK-NO
                   NOT AT END MOVE CN-NEXT-CHECK-NO
                                TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE CHECK-NUMBER-FILE
           END-IF.

      ***** Numbering resumes past the highest number already on the
      ***** status master, so a stale CHKNUM can never hand a
      ***** replacement check the number of a live one.
       026-PRIME-CHECK-NUMBER.
           MOVE LOW-VALUES TO CS-CHECK-NO.
           START CHECK-STATUS-FILE
               KEY IS NOT LESS THAN CS-CHECK-NO
               INVALID KEY MOVE "23" TO WS-CHKSTAT-STATUS
           END-START.
           PERFORM UNTIL WS-CHKSTAT-STATUS NOT = "00"
               READ CHECK-STATUS-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CHKSTAT-STATUS
               END-READ
               IF WS-CHKSTAT-STATUS = "00"
                       AND CS-CHECK-NO >= WS-NEXT-CHECK-NO
                   COMPUTE WS-NEXT-CHECK-NO = CS-CHECK-NO + 1
               END-IF
           END-PERFORM.

      ***** A master rewritten under a running payroll is a race the
      ***** pay run can lose mid-employee -- refuse to start while a
      ***** cycle is in flight.
       030-CHECK-RUN-CONTROL.
           PERFORM 032-READ-RUN-CONTROL.
           IF RC-RUN-STATUS = "INFLIGHT"
               IF WS-OVERRIDE-RUN
                   PERFORM 034-LOG-OVERRIDE
               ELSE
                   DISPLAY "*** PAY RUN IN FLIGHT -- RETURN"
                           " PROCESSING REFUSED (OVERRIDE TO FORCE)"
                           " ***"
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
           MOVE "ACHRTN00"    TO OV-PROGRAM.
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

      ***** The employee audit trail and the check register
      ***** accumulate -- extend them; the check print is this
      ***** run's own.
       040-OPEN-OUTPUTS.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           OPEN EXTEND CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF.
           OPEN OUTPUT CHECK-PRINT-FILE.

       050-PRINT-REGISTER-HEADER.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "ACH RETURN / NOTIFICATION OF CHANGE REGISTER".
           DISPLAY "RUN DATE: " WS-RUN-DATE-X
                   "   OPERATOR: " WS-OPERATOR.
           DISPLAY "ACH BATCH ON FILE: " WS-ACH-BATCH-DATE
                   "   DEPOSITS: " WS-ACH-CT.
           DISPLAY "=================================================".

       100-READ-RETURN.
           READ BANK-RETURN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND WS-ACHRTN-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

       200-APPLY-ONE-ENTRY.
           ADD 1 TO WS-ITEM-CT.
           SET WS-ITEM-VALID TO TRUE.
           MOVE 0 TO WS-CHECK-CUT-NO.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           PERFORM 300-READ-MASTER.
           IF BR-RECORD-TYPE = "R"
               PERFORM 220-APPLY-RETURN
           ELSE
               IF BR-RECORD-TYPE = "C"
                   PERFORM 240-APPLY-NOC
               ELSE
                   SET WS-ITEM-INVALID TO TRUE
                   MOVE "RECORD TYPE NOT R OR C" TO WS-ITEM-REASON
               END-IF
           END-IF.
           MOVE BR-AMOUNT TO WS-AMT-DISP.
           IF WS-ITEM-VALID
               IF BR-RECORD-TYPE = "R"
                   ADD 1 TO WS-RETURN-CT
                   DISPLAY "RTN " BR-REASON-CODE " " BR-EMPLOYEE-ID
                           " " EM-WHO " " WS-AMT-DISP
                           "  REPLACEMENT CHECK " WS-CHECK-CUT-NO
               ELSE
                   ADD 1 TO WS-NOC-CT
                   DISPLAY "NOC " BR-REASON-CODE " " BR-EMPLOYEE-ID
                           " " EM-WHO "  BANK DETAILS CORRECTED"
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-CT
               DISPLAY BR-RECORD-TYPE " " BR-REASON-CODE " "
                       BR-EMPLOYEE-ID " " WS-AMT-DISP
                       "  *** NOT APPLIED: " WS-ITEM-REASON
           END-IF.

      ***** A returned deposit is money the employee never got: pay
      ***** it again by paper under the next check number, and stop
      ***** depositing to the dead account -- the whole net goes by
      ***** check when it was the master's own account, only the
      ***** one allocation is stopped when it was a split share.
      ***** The status record must take before any paper exists,
      ***** and the log row is only written once the check is cut.
       220-APPLY-RETURN.
           IF WS-MASTER-MISSING
               SET WS-ITEM-INVALID TO TRUE
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-ITEM-REASON
           ELSE
           IF WS-ACH-CT = 0
               SET WS-ITEM-INVALID TO TRUE
               MOVE "NO ACH BATCH ON FILE" TO WS-ITEM-REASON
           ELSE
           IF BR-ENTRY-DATE NOT = WS-ACH-BATCH-DATE
               SET WS-ITEM-INVALID TO TRUE
               MOVE "NOT FROM THE ACH BATCH ON FILE"
                   TO WS-ITEM-REASON
           ELSE
               PERFORM 225-FIND-DEPOSIT
               IF WS-ACH-PICK = 0
                   SET WS-ITEM-INVALID TO TRUE
                   IF WS-ACH-USED-PICK > 0
                       MOVE "RETURN ALREADY PROCESSED"
                           TO WS-ITEM-REASON
                   ELSE
                       MOVE "NO DEPOSIT FOR EMPLOYEE AND AMOUNT"
                           TO WS-ITEM-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-ITEM-VALID
               PERFORM 340-WRITE-CHECK
           END-IF.
           IF WS-ITEM-VALID
               MOVE "Y" TO WS-ACH-USED-SW (WS-ACH-PICK)
               IF WS-ACH-ROUTING (WS-ACH-PICK) = EM-BANK-ROUTING
                       AND WS-ACH-ACCOUNT (WS-ACH-PICK)
                           = EM-BANK-ACCOUNT
                   PERFORM 230-STOP-MASTER-DEPOSIT
               ELSE
                   PERFORM 235-STOP-ALLOCATION
               END-IF
               MOVE WS-ACH-ACCOUNT (WS-ACH-PICK) TO RL-BANK-ACCOUNT
               MOVE "RTN" TO RL-ACTION
               PERFORM 410-WRITE-RETURN-LOG
           END-IF.

       230-STOP-MASTER-DEPOSIT.
           MOVE "N" TO WS-METHOD-CHANGED-SW.
           IF EM-PAY-METHOD NOT = "C"
               MOVE "C" TO EM-PAY-METHOD
               MOVE "Y" TO WS-METHOD-CHANGED-SW
           END-IF.
           IF WS-METHOD-CHANGED-SW = "Y"
               PERFORM 310-REWRITE-MASTER
               IF WS-MASTER-STATUS = "00"
                   MOVE "RTN" TO AU-ACTION
                   PERFORM 400-WRITE-AUDIT
               END-IF
           END-IF.

      ***** An allocation already changed or stopped since the batch
      ***** went out is left alone -- the replacement check is all
      ***** this return still needs.
       235-STOP-ALLOCATION.
           MOVE WS-ACH-ROUTING (WS-ACH-PICK) TO WS-FIND-ROUTING.
           MOVE WS-ACH-ACCOUNT (WS-ACH-PICK) TO WS-FIND-ACCOUNT.
           PERFORM 250-FIND-ALLOCATION.
           IF WS-ALLOC-FOUND
               DELETE DEPOSIT-ALLOCATION-FILE
               IF WS-DEPALLOC-STATUS = "00"
                   MOVE "RTN"  TO DU-ACTION
                   MOVE SPACES TO DU-AFTER-IMAGE
                   PERFORM 420-WRITE-DEP-AUDIT
               ELSE
                   ADD 1 TO WS-EXC-CT
                   DISPLAY "*** " BR-EMPLOYEE-ID ": ALLOCATION STOP"
                           " FAILED (STATUS " WS-DEPALLOC-STATUS
                           ") ***"
               END-IF
           END-IF.

      ***** The employee's allocation, if any, still pointing at the
      ***** account in WS-FIND-ROUTING / WS-FIND-ACCOUNT; the record
      ***** is left in the record area for a REWRITE or DELETE.
       250-FIND-ALLOCATION.
           SET WS-ALLOC-MISSING TO TRUE.
           MOVE SPACES TO WS-DEP-BEFORE-IMAGE.
           IF WS-DEPALLOC-OPEN
               MOVE BR-EMPLOYEE-ID TO DP-EMPLOYEE-ID
               MOVE 0              TO DP-PRIORITY
               START DEPOSIT-ALLOCATION-FILE
                   KEY IS NOT LESS THAN DP-ALLOC-KEY
                   INVALID KEY MOVE "23" TO WS-DEPALLOC-STATUS
               END-START
               PERFORM UNTIL WS-DEPALLOC-STATUS NOT = "00"
                       OR WS-ALLOC-FOUND
                   READ DEPOSIT-ALLOCATION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-DEPALLOC-STATUS
                   END-READ
                   IF WS-DEPALLOC-STATUS = "00"
                       IF DP-EMPLOYEE-ID NOT = BR-EMPLOYEE-ID
                           MOVE "10" TO WS-DEPALLOC-STATUS
                       ELSE
                           IF DP-BANK-ROUTING = WS-FIND-ROUTING
                                   AND DP-BANK-ACCOUNT
                                       = WS-FIND-ACCOUNT
                               SET WS-ALLOC-FOUND TO TRUE
                               MOVE DEPOSIT-ALLOCATION-RECORD
                                 TO WS-DEP-BEFORE-IMAGE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ***** The first deposit on the batch for this employee and
      ***** amount (and account, when the bank sends it) not yet
      ***** returned.  WS-ACH-USED-PICK remembers a
      ***** match that was already used, to tell a repeat from a
      ***** deposit that was never sent.
       225-FIND-DEPOSIT.
           MOVE 0 TO WS-ACH-PICK.
           MOVE 0 TO WS-ACH-USED-PICK.
           PERFORM VARYING ACH-IDX FROM 1 BY 1
                   UNTIL ACH-IDX > WS-ACH-CT
               IF WS-ACH-EMP-ID (ACH-IDX) = BR-EMPLOYEE-ID
                       AND WS-ACH-AMOUNT (ACH-IDX) = BR-AMOUNT
                       AND (BR-ORIG-ACCOUNT = SPACES
                       OR WS-ACH-ACCOUNT (ACH-IDX) = BR-ORIG-ACCOUNT)
                   IF WS-ACH-USED-SW (ACH-IDX) = "N"
                       IF WS-ACH-PICK = 0
                           MOVE ACH-IDX TO WS-ACH-PICK
                       END-IF
                   ELSE
                       MOVE ACH-IDX TO WS-ACH-USED-PICK
                   END-IF
               END-IF
           END-PERFORM.

      ***** A notification of change corrects the account the bank
      ***** will see next -- on the master when it is the master's
      ***** own account, otherwise on the allocation that still
      ***** holds the details the bank is correcting.  Details
      ***** already changed since are left alone for the desk.
       240-APPLY-NOC.
           MOVE SPACE TO WS-NOC-TARGET-SW.
           IF WS-MASTER-MISSING
               SET WS-ITEM-INVALID TO TRUE
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-ITEM-REASON
           ELSE
           IF BR-NEW-ROUTING = SPACES AND BR-NEW-ACCOUNT = SPACES
               SET WS-ITEM-INVALID TO TRUE
               MOVE "NOC CARRIES NO CORRECTED DETAILS"
                   TO WS-ITEM-REASON
           ELSE
           IF BR-NEW-ROUTING NOT = SPACES
                   AND BR-NEW-ROUTING IS NOT NUMERIC
               SET WS-ITEM-INVALID TO TRUE
               MOVE "CORRECTED ROUTING NOT 9 DIGITS"
                   TO WS-ITEM-REASON
           ELSE
           IF EM-BANK-ROUTING = BR-ORIG-ROUTING
                   AND EM-BANK-ACCOUNT = BR-ORIG-ACCOUNT
               SET WS-NOC-MASTER TO TRUE
           ELSE
               MOVE BR-ORIG-ROUTING TO WS-FIND-ROUTING
               MOVE BR-ORIG-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM 250-FIND-ALLOCATION
               IF WS-ALLOC-FOUND
                   SET WS-NOC-ALLOCATION TO TRUE
               ELSE
                   SET WS-ITEM-INVALID TO TRUE
                   MOVE "BANK DETAILS ALREADY CHANGED"
                       TO WS-ITEM-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-ITEM-VALID AND WS-NOC-ALLOCATION
               PERFORM 245-APPLY-NOC-ALLOCATION
           END-IF.
           IF WS-ITEM-VALID AND WS-NOC-MASTER
               IF BR-NEW-ROUTING NOT = SPACES
                   MOVE BR-NEW-ROUTING-9 TO EM-BANK-ROUTING
               END-IF
               IF BR-NEW-ACCOUNT NOT = SPACES
                   MOVE BR-NEW-ACCOUNT TO EM-BANK-ACCOUNT
               END-IF
               PERFORM 310-REWRITE-MASTER
               IF WS-MASTER-STATUS = "00"
                   MOVE "NOC" TO AU-ACTION
                   PERFORM 400-WRITE-AUDIT
                   MOVE BR-ORIG-ACCOUNT TO RL-BANK-ACCOUNT
                   MOVE "NOC" TO RL-ACTION
                   PERFORM 410-WRITE-RETURN-LOG
               ELSE
                   SET WS-ITEM-INVALID TO TRUE
                   MOVE "MASTER REWRITE FAILED" TO WS-ITEM-REASON
               END-IF
           END-IF.

       245-APPLY-NOC-ALLOCATION.
           IF BR-NEW-ROUTING NOT = SPACES
               MOVE BR-NEW-ROUTING-9 TO DP-BANK-ROUTING
           END-IF.
           IF BR-NEW-ACCOUNT NOT = SPACES
               MOVE BR-NEW-ACCOUNT TO DP-BANK-ACCOUNT
           END-IF.
           REWRITE DEPOSIT-ALLOCATION-RECORD.
           IF WS-DEPALLOC-STATUS = "00"
               MOVE "NOC" TO DU-ACTION
               MOVE DEPOSIT-ALLOCATION-RECORD TO DU-AFTER-IMAGE
               PERFORM 420-WRITE-DEP-AUDIT
               MOVE BR-ORIG-ACCOUNT TO RL-BANK-ACCOUNT
               MOVE "NOC" TO RL-ACTION
               PERFORM 410-WRITE-RETURN-LOG
           ELSE
               ADD 1 TO WS-EXC-CT
               SET WS-ITEM-INVALID TO TRUE
               MOVE "ALLOCATION REWRITE FAILED" TO WS-ITEM-REASON
           END-IF.

      ***** Capture the record as it stands so the audit trail can
      ***** carry a before image next to the after image.
       300-READ-MASTER.
           SET WS-MASTER-MISSING TO TRUE.
           MOVE BR-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EM-WHO
               NOT INVALID KEY
                   IF WS-MASTER-STATUS = "00"
                       SET WS-MASTER-FOUND TO TRUE
                       MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
                   END-IF
           END-READ.

       310-REWRITE-MASTER.
           REWRITE EMPLOYEE-MASTER-RECORD.
           IF WS-MASTER-STATUS NOT = "00"
               ADD 1 TO WS-EXC-CT
               DISPLAY "*** " EM-EMPLOYEE-ID ": MASTER REWRITE FAILED"
                       " (STATUS " WS-MASTER-STATUS ") ***"
           END-IF.

       340-WRITE-CHECK.
           MOVE WS-NEXT-CHECK-NO TO CS-CHECK-NO.
           MOVE EM-EMPLOYEE-ID   TO CS-EMPLOYEE-ID.
           MOVE EM-WHO           TO CS-WHO.
           MOVE BR-AMOUNT        TO CS-NET-AMOUNT.
           MOVE WS-RUN-DATE-8    TO CS-ISSUE-DATE.
           MOVE "O"              TO CS-STATUS.
           MOVE 0                TO CS-CLEAR-DATE.
           MOVE 0                TO CS-CLEAR-AMOUNT.
           MOVE 0                TO CS-REISSUE-CHECK-NO.
           MOVE 0                TO CS-ORIG-CHECK-NO.
           MOVE 0                TO CS-DD-LETTER-DATE.
           MOVE 0                TO CS-DD-DEADLINE.
           MOVE 0                TO CS-ESCHEAT-DATE.
           WRITE CHECK-STATUS-RECORD.
           IF WS-CHKSTAT-STATUS NOT = "00"
               ADD 1 TO WS-EXC-CT
               SET WS-ITEM-INVALID TO TRUE
               MOVE "CHECK STATUS WRITE FAILED -- NO CHECK CUT"
                   TO WS-ITEM-REASON
           ELSE
               MOVE WS-NEXT-CHECK-NO TO WS-CHK-NO-OUT
               MOVE WS-RUN-DATE-X    TO WS-CHK-DATE-OUT
               MOVE EM-WHO           TO WS-CHK-WHO-OUT
               MOVE EM-EMPLOYEE-ID   TO WS-CHK-ID-OUT
               MOVE BR-AMOUNT        TO WS-CHK-AMT-OUT
               WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE-BORDER
               WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE-1
               WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE-2
               WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE-3
               WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE-BORDER
               MOVE WS-NEXT-CHECK-NO TO CR-CHECK-NO
               MOVE EM-EMPLOYEE-ID   TO CR-EMPLOYEE-ID
               MOVE EM-WHO           TO CR-WHO
               MOVE BR-AMOUNT        TO CR-NET-AMOUNT
               MOVE WS-RUN-DATE-8    TO CR-RUN-DATE
               WRITE CHECK-REGISTER-RECORD
               MOVE WS-NEXT-CHECK-NO TO WS-CHECK-CUT-NO
               ADD 1 TO WS-NEXT-CHECK-NO
               ADD 1 TO WS-CHECK-CT
               ADD BR-AMOUNT TO WS-CHECK-TOTAL
           END-IF.

       400-WRITE-AUDIT.
           MOVE WS-RUN-DATE-8  TO AU-RUN-DATE.
           MOVE WS-OPERATOR    TO AU-OPERATOR.
           MOVE BR-EMPLOYEE-ID TO AU-EMPLOYEE-ID.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE.
           WRITE AUDIT-TRAIL-RECORD.

       410-WRITE-RETURN-LOG.
           MOVE WS-RUN-DATE-8   TO RL-RUN-DATE.
           MOVE WS-OPERATOR     TO RL-OPERATOR.
           MOVE BR-REASON-CODE  TO RL-REASON-CODE.
           MOVE BR-ENTRY-DATE   TO RL-BATCH-DATE.
           MOVE BR-EMPLOYEE-ID  TO RL-EMPLOYEE-ID.
           MOVE BR-AMOUNT       TO RL-AMOUNT.
           MOVE WS-CHECK-CUT-NO TO RL-CHECK-NO.
           WRITE ACH-RETURN-LOG-RECORD.

       420-WRITE-DEP-AUDIT.
           MOVE WS-RUN-DATE-8       TO DU-RUN-DATE.
           MOVE WS-OPERATOR         TO DU-OPERATOR.
           MOVE DP-ALLOC-KEY        TO DU-ALLOC-KEY.
           MOVE WS-DEP-BEFORE-IMAGE TO DU-BEFORE-IMAGE.
           WRITE DEP-AUDIT-RECORD.

       530-WRITE-CHECK-NUMBER.
           IF WS-CHECK-CT > 0
               MOVE WS-NEXT-CHECK-NO TO CN-NEXT-CHECK-NO
               OPEN OUTPUT CHECK-NUMBER-FILE
               WRITE CHECK-NUMBER-RECORD
               CLOSE CHECK-NUMBER-FILE
           END-IF.

       900-PRINT-REGISTER-TOTALS.
           DISPLAY "-------------------------------------------------".
           DISPLAY "ENTRIES READ:             " WS-ITEM-CT.
           DISPLAY "RETURNS APPLIED:          " WS-RETURN-CT.
           DISPLAY "CHANGES APPLIED:          " WS-NOC-CT.
           DISPLAY "NOT APPLIED (SEE ABOVE):  " WS-REJECT-CT.
           DISPLAY "REPLACEMENT CHECKS CUT:   " WS-CHECK-CT.
           DISPLAY "EXCEPTIONS:               " WS-EXC-CT.
           MOVE WS-CHECK-TOTAL TO WS-TOT-DISP.
           DISPLAY "REPLACEMENT CHECK TOTAL:  " WS-TOT-DISP.
           DISPLAY "=================================================".
