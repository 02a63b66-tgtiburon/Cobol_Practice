      * A  B
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANCHK00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUAL-CHECK-TRAN-FILE ASSIGN TO "MANTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
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
           SELECT GL-POST-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT PAYROLL-TOTALS-FILE ASSIGN TO "PAYTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYTOTS-STATUS.
           SELECT SUTA-RATE-FILE ASSIGN TO "SUTARATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUTARATE-STATUS.
           SELECT PAYROLL-CONTROL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCTL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANUAL-CHECK-TRAN-FILE.
           COPY MANTRAN.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.
       FD  CHECK-STATUS-FILE.
           COPY CHKSTAT.
       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.
       FD  CHECK-NUMBER-FILE.
           COPY CHKNUM.
       FD  GL-POST-FILE.
           COPY GLPOST.
       FD  PAYROLL-TOTALS-FILE.
           COPY PAYTOTS.
       FD  SUTA-RATE-FILE.
           COPY SUTARATE.
       FD  PAYROLL-CONTROL-FILE.
           COPY PAYCTL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  OVERRIDE-LOG-FILE.
           COPY OVRLOG.
       WORKING-STORAGE SECTION.
      ***** Manual-check posting run control fields *****
       77  WS-TRAN-STATUS     PIC XX.
       77  WS-MASTER-STATUS   PIC XX.
       77  WS-PAYHIST-STATUS  PIC XX.
       77  WS-CHKSTAT-STATUS  PIC XX.
       77  WS-CHKREG-STATUS   PIC XX.
       77  WS-CHKNUM-STATUS   PIC XX.
       77  WS-GLPOST-STATUS   PIC XX.
       77  WS-PAYTOTS-STATUS  PIC XX.
       77  WS-PAYCTL-STATUS   PIC XX.
       77  WS-EOF-SW          PIC X       VALUE "N".
           88  WS-EOF                     VALUE "Y".
       77  WS-TRAN-VALID-SW   PIC X.
           88  WS-TRAN-VALID              VALUE "Y".
           88  WS-TRAN-INVALID            VALUE "N".
       77  WS-REJECT-REASON   PIC X(40).
       77  WS-PAYROLL-YEAR    PIC 9(4)    VALUE 0.
       77  WS-QTR-IDX         PIC 9(1).
       77  WS-NEXT-CHECK-NO   PIC 9(8)    VALUE 1.
       77  WS-HIGH-CHECK-NO   PIC 9(8)    VALUE 0.

      ***** Run-sequence control -- a manual-check batch goes out
      ***** under the same GLPOST and PAYTOTS names as a pay run's,
      ***** so it may not run while a pay cycle is open and those
      ***** files still belong to it; the OVERRIDE keyword after the
      ***** operator name forces past the check and is itself
      ***** logged *****
       77  WS-RUNCTL-STATUS   PIC XX.
       77  WS-OVRLOG-STATUS   PIC XX.
       77  WS-RUN-PARAM       PIC X(40)   VALUE SPACES.
       77  WS-PARM-IX         PIC 9(2).
       77  WS-OPERATOR        PIC X(8)    VALUE SPACES.
       77  WS-OVERRIDE-SW     PIC X       VALUE "N".
           88  WS-OVERRIDE-RUN             VALUE "Y".

      ***** The check in hand.  The taxes on a hand check are what
      ***** was written on it; only the capped wage bases behind the
      ***** buckets are figured here, the way the pay run figures
      ***** them *****
       77  SS-WAGE-BASE       PIC 9(7)V99 VALUE 168600.
       77  WS-SS-ROOM         PIC S9(7)V99.
       77  WS-SS-TAXABLE      PIC S9(7)V99.
       77  WS-FICA-WAGES      PIC S9(7)V99.
       77  WS-FIT-WAGES       PIC S9(7)V99.
       77  WS-MAN-TAX         PIC S9(7)V99.
       77  WS-MAN-LOCATION    PIC X(20).
       01  WS-PERIOD-END.
           05  WS-PER-YYYY    PIC 9(4).
           05  WS-PER-MM      PIC 9(2).
           05  WS-PER-DD      PIC 9(2).

      ***** Employer payroll taxes on the hand check, figured the
      ***** way the pay run figures them: the FICA match equals the
      ***** FICA withheld, and FUTA and SUTA wages are capped at
      ***** what is left of each annual wage base *****
       77  FUTA-RATE          PIC V9999   VALUE .0060.
       77  FUTA-WAGE-BASE     PIC 9(7)V99 VALUE 7000.
       77  SUTA-DEFAULT-RATE  PIC V9999   VALUE .0270.
       77  SUTA-DEFAULT-BASE  PIC 9(7)    VALUE 7000.
       77  WS-SUTARATE-STATUS PIC XX.
       77  WS-SUTA-CT         PIC 9(2)    VALUE 0.
       77  SU-IDX             PIC 9(2).
       77  WS-EMP-SUTA-RATE   PIC V9999.
       77  WS-EMP-SUTA-BASE   PIC 9(7).
       01  WS-SUTA-RATE-TABLE.
           05  WS-SUTA-ENTRY OCCURS 60 TIMES.
               10  WS-SU-CODE     PIC XX.
               10  WS-SU-RATE     PIC V9999.
               10  WS-SU-BASE     PIC 9(7).
       77  WS-UI-BASE         PIC 9(7)V99.
       77  WS-UI-YTD          PIC S9(7)V99.
       77  WS-UI-ROOM         PIC S9(7)V99.
       77  WS-UI-TAXABLE      PIC S9(7)V99.
       77  WS-FUTA-WAGES      PIC S9(7)V99.
       77  WS-FUTA-TAX        PIC S9(6)V99.
       77  WS-SUTA-WAGES      PIC S9(7)V99.
       77  WS-SUTA-TAX        PIC S9(6)V99.

      ***** GL batch control fields -- one detail row per location,
      ***** gathered across the run and flushed at the end, with a
      ***** header marking the batch as manual checks and a trailer
      ***** the balancing job proves *****
       77  WS-GL-ROW-COUNT    PIC 9(5)     VALUE 0.
       77  WS-GL-HASH-GROSS   PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-TAX     PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-DEDUCT  PIC 9(9)V99  VALUE 0.
       77  WS-GL-HASH-NET     PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-ER-FICA PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-FUTA    PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-SUTA    PIC S9(9)V99 VALUE 0.
       77  WS-LOC-CT          PIC 9(2)     VALUE 0.
       77  LOC-IDX            PIC 9(2).
       77  WS-LOC-PICK        PIC 9(2).
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 50 TIMES.
               10  WS-LOC-NAME     PIC X(20).
               10  WS-LOC-GROSS    PIC S9(7)V99.
               10  WS-LOC-TAX      PIC S9(7)V99.
               10  WS-LOC-DEDUCT   PIC 9(7)V99.
               10  WS-LOC-NET      PIC S9(7)V99.
               10  WS-LOC-ER-FICA  PIC S9(7)V99.
               10  WS-LOC-FUTA     PIC S9(7)V99.
               10  WS-LOC-SUTA     PIC S9(7)V99.

      ***** Run totals *****
       77  WS-TRAN-CT         PIC 9(5)    VALUE 0.
       77  WS-POSTED-CT       PIC 9(5)    VALUE 0.
       77  WS-REJECT-CT       PIC 9(5)    VALUE 0.
       77  WS-EXC-CT          PIC 9(5)    VALUE 0.
       77  WS-GRAND-HOURS     PIC S9(7)    VALUE 0.
       77  WS-GRAND-GROSS     PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-TAX       PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-DEDUCT    PIC 9(9)V99  VALUE 0.
       77  WS-GRAND-NET       PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-ER-FICA   PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-FUTA      PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-SUTA      PIC S9(9)V99 VALUE 0.
       77  WS-AMT-DISP        PIC ZZZZZZ9.99-.
       77  WS-TOT-DISP        PIC ZZ,ZZZ,ZZ9.99-.

      ***** Posting register page-heading fields *****
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
               MOVE "MANCHK00" TO WS-OPERATOR
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
           PERFORM 027-READ-PAYROLL-YEAR.
           OPEN INPUT MANUAL-CHECK-TRAN-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "*** MANTRAN TRANSACTION FILE NOT AVAILABLE"
                       " (STATUS " WS-TRAN-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 036-CLEAR-RECONCILIATION.
           PERFORM 010-OPEN-MASTER.
           PERFORM 011-OPEN-PAYHIST.
           PERFORM 013-OPEN-CHKSTAT.
           PERFORM 017-LOAD-SUTA-RATES.
           PERFORM 025-READ-CHECK-NUMBER.
           PERFORM 040-OPEN-OUTPUTS.
           PERFORM 050-PRINT-REGISTER-HEADER.
           PERFORM 100-READ-TRANSACTION.
           PERFORM UNTIL WS-EOF
               PERFORM 200-POST-MANUAL-CHECK
               PERFORM 100-READ-TRANSACTION
           END-PERFORM.
           PERFORM 420-FLUSH-GL-LOCATIONS.
           PERFORM 540-WRITE-GL-TRAILER.
           PERFORM 550-WRITE-RUN-TOTALS.
           PERFORM 530-WRITE-CHECK-NUMBER.
           PERFORM 900-PRINT-RUN-TOTALS.
           CLOSE MANUAL-CHECK-TRAN-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE CHECK-STATUS-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE GL-POST-FILE.
           GOBACK.

      ***** A posting run that cannot update the master would leave
      ***** every hand check off the W-2 and the 941 it came here to
      ***** get onto.
       010-OPEN-MASTER.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** EMPMAST MASTER FILE NOT AVAILABLE"
                       " (STATUS " WS-MASTER-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       011-OPEN-PAYHIST.
           OPEN I-O PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "*** PAYHIST PAY-HISTORY FILE NOT AVAILABLE"
                       " (STATUS " WS-PAYHIST-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ***** Each hand check goes onto the check-status master as
      ***** outstanding, so the bank reconciliation matches it when
      ***** it clears and positive pay carries it until then.
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

      ***** A run without the SUTA table would accrue every state's
      ***** unemployment tax at the default -- refuse to run instead.
       017-LOAD-SUTA-RATES.
           OPEN INPUT SUTA-RATE-FILE.
           IF WS-SUTARATE-STATUS NOT = "00"
               DISPLAY "*** SUTARATE SUTA RATE TABLE NOT AVAILABLE"
                       " (STATUS " WS-SUTARATE-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-SUTARATE-STATUS NOT = "00"
               READ SUTA-RATE-FILE
                   AT END MOVE "10" TO WS-SUTARATE-STATUS
                   NOT AT END
                       IF WS-SUTA-CT >= 60
                           DISPLAY "*** SUTARATE TABLE EXCEEDS 60"
                                   " STATES -- RUN ABORTED ***"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-SUTA-CT
                       MOVE SU-STATE     TO WS-SU-CODE (WS-SUTA-CT)
                       MOVE SU-RATE      TO WS-SU-RATE (WS-SUTA-CT)
                       MOVE SU-WAGE-BASE TO WS-SU-BASE (WS-SUTA-CT)
               END-READ
           END-PERFORM.
           CLOSE SUTA-RATE-FILE.

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

      ***** The master's buckets belong to the control file's
      ***** payroll year; a hand check for a period outside it
      ***** would land in the wrong year's W-2 and 941.
       027-READ-PAYROLL-YEAR.
           OPEN INPUT PAYROLL-CONTROL-FILE.
           IF WS-PAYCTL-STATUS = "00"
               READ PAYROLL-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PC-PAYROLL-YEAR
                                TO WS-PAYROLL-YEAR
               END-READ
               CLOSE PAYROLL-CONTROL-FILE
           END-IF.
           IF WS-PAYROLL-YEAR = 0
               MOVE WS-RUN-YYYY-IN TO WS-PAYROLL-YEAR
           END-IF.

       030-CHECK-RUN-CONTROL.
           PERFORM 032-READ-RUN-CONTROL.
           IF RC-RUN-STATUS = "INFLIGHT"
                   OR RC-RUN-STATUS = "PAID"
                   OR RC-RUN-STATUS = "HELD"
                   OR RC-RUN-STATUS = "BALANCED"
               IF WS-OVERRIDE-RUN
                   PERFORM 034-LOG-OVERRIDE
               ELSE
                   DISPLAY "*** RUN CONTROL STATUS IS "
                           RC-RUN-STATUS " -- PAY CYCLE OPEN, MANUAL"
                           " CHECKS REFUSED (OVERRIDE TO FORCE) ***"
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
           MOVE "MANCHK00"    TO OV-PROGRAM.
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

      ***** Hand checks post to the quarter buckets, so a quarter-end
      ***** reconciliation already on record no longer holds.
       036-CLEAR-RECONCILIATION.
           IF RC-RECON-QTR NOT = 0
               MOVE 0 TO RC-RECON-QTR
               OPEN OUTPUT RUN-CONTROL-FILE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ***** The check register accumulates -- extend it; the GL
      ***** batch is this run's own.
       040-OPEN-OUTPUTS.
           OPEN EXTEND CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF.
           OPEN OUTPUT GL-POST-FILE.
           MOVE "H"           TO GH-RECORD-TYPE.
           MOVE WS-RUN-DATE-8 TO GH-RUN-DATE.
           MOVE "M"           TO GH-BATCH-TYPE.
           WRITE GL-HEADER-RECORD.

       050-PRINT-REGISTER-HEADER.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "MANUAL CHECK POSTING REGISTER".
           DISPLAY "RUN DATE: " WS-RUN-DATE-X
                   "   OPERATOR: " WS-OPERATOR.
           DISPLAY "=================================================".

       100-READ-TRANSACTION.
           READ MANUAL-CHECK-TRAN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND WS-TRAN-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

      ***** One hand check: prove it, then post it.  The check-status
      ***** record is written first -- a check number already on file
      ***** stops the posting before anything else moves.
       200-POST-MANUAL-CHECK.
           ADD 1 TO WS-TRAN-CT.
           SET WS-TRAN-VALID TO TRUE.
           PERFORM 210-EDIT-TRANSACTION.
           IF WS-TRAN-VALID
               PERFORM 220-CHECK-DUPLICATES
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 340-WRITE-CHECK-STATUS
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 230-FIGURE-WAGE-BASES
               PERFORM 310-UPDATE-MASTER
               PERFORM 315-WRITE-PAY-HISTORY
               PERFORM 318-TALLY-LOCATION
               PERFORM 345-WRITE-CHECK-REGISTER
               ADD 1 TO WS-POSTED-CT
               MOVE MT-NET-9 TO WS-AMT-DISP
               DISPLAY MT-EMPLOYEE-ID " " EM-WHO "  CHECK "
                       MT-CHECK-NO "  NET " WS-AMT-DISP "  POSTED"
           ELSE
               ADD 1 TO WS-REJECT-CT
               DISPLAY MT-EMPLOYEE-ID " CHECK " MT-CHECK-NO
                       "  *** REJECTED: " WS-REJECT-REASON
           END-IF.

      ***** Blank amounts are zero; anything else must be digits,
      ***** and the check must foot to the net written on it.
       210-EDIT-TRANSACTION.
           IF MT-HOURS = SPACES
               MOVE ZEROS TO MT-HOURS
           END-IF.
           IF MT-GROSS = SPACES
               MOVE ZEROS TO MT-GROSS
           END-IF.
           IF MT-PRETAX-401K = SPACES
               MOVE ZEROS TO MT-PRETAX-401K
           END-IF.
           IF MT-PRETAX-125 = SPACES
               MOVE ZEROS TO MT-PRETAX-125
           END-IF.
           IF MT-FICA = SPACES
               MOVE ZEROS TO MT-FICA
           END-IF.
           IF MT-FEDERAL = SPACES
               MOVE ZEROS TO MT-FEDERAL
           END-IF.
           IF MT-STATE = SPACES
               MOVE ZEROS TO MT-STATE
           END-IF.
           IF MT-DEDUCTIONS = SPACES
               MOVE ZEROS TO MT-DEDUCTIONS
           END-IF.
           IF MT-NET = SPACES
               MOVE ZEROS TO MT-NET
           END-IF.
           IF MT-CHECK-NO IS NOT NUMERIC OR MT-CHECK-NO-9 = 0
               SET WS-TRAN-INVALID TO TRUE
               MOVE "CHECK NUMBER MISSING OR NOT NUMERIC"
                 TO WS-REJECT-REASON
           ELSE
           IF MT-CHECK-DATE IS NOT NUMERIC
                   OR MT-CHECK-DATE-9 = 0
               SET WS-TRAN-INVALID TO TRUE
               MOVE "CHECK DATE MISSING OR NOT NUMERIC"
                 TO WS-REJECT-REASON
           ELSE
           IF MT-PERIOD-END IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "PERIOD END NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
           IF MT-HOURS IS NOT NUMERIC
                   OR MT-GROSS IS NOT NUMERIC
                   OR MT-PRETAX-401K IS NOT NUMERIC
                   OR MT-PRETAX-125 IS NOT NUMERIC
                   OR MT-FICA IS NOT NUMERIC
                   OR MT-FEDERAL IS NOT NUMERIC
                   OR MT-STATE IS NOT NUMERIC
                   OR MT-DEDUCTIONS IS NOT NUMERIC
                   OR MT-NET IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
           IF MT-NET-9 = 0
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NET AMOUNT IS ZERO" TO WS-REJECT-REASON
           ELSE
           IF MT-GROSS-9 - MT-FICA-9 - MT-FEDERAL-9 - MT-STATE-9
                   - MT-DEDUCTIONS-9 NOT = MT-NET-9
               SET WS-TRAN-INVALID TO TRUE
               MOVE "CHECK DOES NOT FOOT TO NET" TO WS-REJECT-REASON
           ELSE
           IF MT-PRETAX-401K-9 + MT-PRETAX-125-9
                   > MT-DEDUCTIONS-9
               SET WS-TRAN-INVALID TO TRUE
               MOVE "PRE-TAX AMOUNTS EXCEED DEDUCTIONS"
                 TO WS-REJECT-REASON
           ELSE
               MOVE MT-PERIOD-END-9 TO WS-PERIOD-END
               IF WS-PER-YYYY NOT = WS-PAYROLL-YEAR
                       OR WS-PER-MM < 1 OR WS-PER-MM > 12
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "PERIOD END NOT IN PAYROLL YEAR"
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      ***** The employee must be on the master; the period must not
      ***** already be paid at the location (the pay run's own
      ***** duplicate-payment rule); the check number must not
      ***** already be on the check-status master.
       220-CHECK-DUPLICATES.
           MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
           END-READ.
           IF WS-TRAN-VALID
               IF MT-FINAL-PAY = "Y" AND EM-STATUS NOT = "T"
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "FINAL PAY FOR AN EMPLOYEE NOT TERMINATED"
                     TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               IF MT-LOCATION = SPACES
                   MOVE EM-LOCATION TO WS-MAN-LOCATION
               ELSE
                   MOVE MT-LOCATION TO WS-MAN-LOCATION
               END-IF
               MOVE MT-EMPLOYEE-ID  TO PH-EMPLOYEE-ID
               MOVE MT-PERIOD-END-9 TO PH-PERIOD-END
               MOVE WS-MAN-LOCATION TO PH-LOCATION
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "PERIOD ALREADY PAID AT THIS LOCATION"
                         TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-TRAN-VALID
               MOVE MT-CHECK-NO-9 TO CS-CHECK-NO
               READ CHECK-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE "CHECK NUMBER ALREADY ON CHKSTAT"
                         TO WS-REJECT-REASON
               END-READ
           END-IF.

      ***** The wages behind the buckets: federal taxable is gross
      ***** less both pre-tax deductions, FICA wages gross less
      ***** Section 125; Social Security, FUTA and SUTA wages each
      ***** stop at their annual base.
       230-FIGURE-WAGE-BASES.
           COMPUTE WS-FIT-WAGES = MT-GROSS-9 - MT-PRETAX-401K-9
                   - MT-PRETAX-125-9.
           COMPUTE WS-FICA-WAGES = MT-GROSS-9 - MT-PRETAX-125-9.
           COMPUTE WS-MAN-TAX = MT-FICA-9 + MT-FEDERAL-9 + MT-STATE-9.
           COMPUTE WS-SS-ROOM = SS-WAGE-BASE - EM-YTD-FICA-WAGES.
           IF WS-SS-ROOM < 0
               MOVE 0 TO WS-SS-ROOM
           END-IF.
           MOVE WS-FICA-WAGES TO WS-SS-TAXABLE.
           IF WS-SS-TAXABLE > WS-SS-ROOM
               MOVE WS-SS-ROOM TO WS-SS-TAXABLE
           END-IF.
           MOVE FUTA-WAGE-BASE    TO WS-UI-BASE.
           MOVE EM-YTD-FUTA-WAGES TO WS-UI-YTD.
           PERFORM 233-CAP-UI-WAGES.
           MOVE WS-UI-TAXABLE TO WS-FUTA-WAGES.
           COMPUTE WS-FUTA-TAX ROUNDED = WS-FUTA-WAGES * FUTA-RATE.
           PERFORM 236-SET-SUTA-RATE.
           MOVE WS-EMP-SUTA-BASE  TO WS-UI-BASE.
           MOVE EM-YTD-SUTA-WAGES TO WS-UI-YTD.
           PERFORM 233-CAP-UI-WAGES.
           MOVE WS-UI-TAXABLE TO WS-SUTA-WAGES.
           COMPUTE WS-SUTA-TAX ROUNDED =
               WS-SUTA-WAGES * WS-EMP-SUTA-RATE.

       233-CAP-UI-WAGES.
           COMPUTE WS-UI-ROOM = WS-UI-BASE - WS-UI-YTD.
           IF WS-UI-ROOM < 0
               MOVE 0 TO WS-UI-ROOM
           END-IF.
           MOVE WS-FICA-WAGES TO WS-UI-TAXABLE.
           IF WS-UI-TAXABLE > WS-UI-ROOM
               MOVE WS-UI-ROOM TO WS-UI-TAXABLE
           END-IF.

       236-SET-SUTA-RATE.
           MOVE SUTA-DEFAULT-RATE TO WS-EMP-SUTA-RATE.
           MOVE SUTA-DEFAULT-BASE TO WS-EMP-SUTA-BASE.
           PERFORM VARYING SU-IDX FROM 1 BY 1
                   UNTIL SU-IDX > WS-SUTA-CT
               IF WS-SU-CODE (SU-IDX) = EM-WORK-STATE
                   MOVE WS-SU-RATE (SU-IDX) TO WS-EMP-SUTA-RATE
                   MOVE WS-SU-BASE (SU-IDX) TO WS-EMP-SUTA-BASE
               END-IF
           END-PERFORM.

      ***** The check posts to the quarter of the period it pays,
      ***** as a pay-run check does.
       310-UPDATE-MASTER.
           ADD MT-GROSS-9       TO EM-YTD-GROSS.
           ADD MT-NET-9         TO EM-YTD-NET.
           ADD WS-MAN-TAX       TO EM-YTD-TAX-WITHHELD.
           ADD WS-SS-TAXABLE    TO EM-YTD-FICA-WAGES.
           ADD MT-PRETAX-401K-9 TO EM-YTD-401K.
           ADD MT-PRETAX-125-9  TO EM-YTD-SEC125.
           COMPUTE WS-QTR-IDX = (WS-PER-MM + 2) / 3.
           ADD WS-FIT-WAGES  TO EM-QTR-TAXABLE (WS-QTR-IDX).
           ADD MT-FICA-9     TO EM-QTR-FICA (WS-QTR-IDX).
           ADD MT-FEDERAL-9  TO EM-QTR-FED (WS-QTR-IDX).
           ADD MT-STATE-9    TO EM-QTR-STATE (WS-QTR-IDX).
           ADD WS-FUTA-WAGES TO EM-YTD-FUTA-WAGES.
           ADD WS-SUTA-WAGES TO EM-YTD-SUTA-WAGES.
           ADD WS-FUTA-WAGES TO EM-QTR-FUTA-WAGES (WS-QTR-IDX).
           ADD WS-FUTA-TAX   TO EM-QTR-FUTA (WS-QTR-IDX).
           ADD WS-SUTA-WAGES TO EM-QTR-SUTA-WAGES (WS-QTR-IDX).
           ADD WS-SUTA-TAX   TO EM-QTR-SUTA (WS-QTR-IDX).
           IF MT-FINAL-PAY = "Y"
               MOVE MT-CHECK-DATE-9 TO EM-FINAL-PAID-DATE
           END-IF.
           REWRITE EMPLOYEE-MASTER-RECORD.
           IF WS-MASTER-STATUS NOT = "00"
               ADD 1 TO WS-EXC-CT
               DISPLAY "*** " MT-EMPLOYEE-ID ": MASTER REWRITE FAILED"
                       " (STATUS " WS-MASTER-STATUS ") ***"
           END-IF.

      ***** A hand check is no source for a later rate lookup -- no
      ***** regular/overtime split is recorded.
       315-WRITE-PAY-HISTORY.
           MOVE MT-EMPLOYEE-ID   TO PH-EMPLOYEE-ID.
           MOVE MT-PERIOD-END-9  TO PH-PERIOD-END.
           MOVE WS-MAN-LOCATION  TO PH-LOCATION.
           MOVE EM-WHO           TO PH-WHO.
           MOVE MT-HOURS-9       TO PH-HOURS.
           MOVE MT-GROSS-9       TO PH-GROSS-PAY.
           MOVE MT-FICA-9        TO PH-FICA-TAX.
           MOVE MT-FEDERAL-9     TO PH-FEDERAL-TAX.
           MOVE MT-STATE-9       TO PH-STATE-TAX.
           MOVE MT-DEDUCTIONS-9  TO PH-DEDUCTIONS.
           MOVE MT-NET-9         TO PH-NET-PAY.
           MOVE WS-FIT-WAGES     TO PH-TAXABLE-WAGES.
           MOVE 0                TO PH-REG-HOURS.
           MOVE 0                TO PH-OT-HOURS.
           MOVE 0                TO PH-REGULAR-PAY.
           MOVE 0                TO PH-OT-PAY.
           MOVE MT-HOURS-9       TO PH-RUN-HOURS.
           MOVE MT-GROSS-9       TO PH-RUN-GROSS.
           MOVE WS-MAN-TAX       TO PH-RUN-TAX.
           MOVE MT-DEDUCTIONS-9  TO PH-RUN-DEDUCT.
           MOVE MT-NET-9         TO PH-RUN-NET.
           MOVE WS-RUN-DATE-8    TO PH-RUN-DATE.
           MOVE WS-FUTA-WAGES    TO PH-FUTA-WAGES.
           MOVE WS-FUTA-TAX      TO PH-FUTA-TAX.
           MOVE WS-SUTA-WAGES    TO PH-SUTA-WAGES.
           MOVE WS-SUTA-TAX      TO PH-SUTA-TAX.
           MOVE MT-FICA-9        TO PH-RUN-ER-FICA.
           MOVE WS-FUTA-TAX      TO PH-RUN-FUTA.
           MOVE WS-SUTA-TAX      TO PH-RUN-SUTA.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-EXC-CT
                   DISPLAY "*** " MT-EMPLOYEE-ID ": PAY HISTORY"
                           " WRITE FAILED (STATUS " WS-PAYHIST-STATUS
                           ") ***"
           END-WRITE.

      ***** Gather the check into its location's GL totals.
       318-TALLY-LOCATION.
           MOVE 0 TO WS-LOC-PICK.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOC-CT
               IF WS-LOC-NAME (LOC-IDX) = WS-MAN-LOCATION
                   MOVE LOC-IDX TO WS-LOC-PICK
               END-IF
           END-PERFORM.
           IF WS-LOC-PICK = 0
               IF WS-LOC-CT >= 50
                   DISPLAY "*** MORE THAN 50 MANUAL-CHECK LOCATIONS"
                           " -- RUN ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-LOC-CT
               MOVE WS-LOC-CT TO WS-LOC-PICK
               MOVE WS-MAN-LOCATION TO WS-LOC-NAME (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-GROSS (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-TAX (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-DEDUCT (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-NET (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-ER-FICA (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-FUTA (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-SUTA (WS-LOC-PICK)
           END-IF.
           ADD MT-GROSS-9      TO WS-LOC-GROSS (WS-LOC-PICK).
           ADD WS-MAN-TAX      TO WS-LOC-TAX (WS-LOC-PICK).
           ADD MT-DEDUCTIONS-9 TO WS-LOC-DEDUCT (WS-LOC-PICK).
           ADD MT-NET-9        TO WS-LOC-NET (WS-LOC-PICK).
           ADD MT-FICA-9       TO WS-LOC-ER-FICA (WS-LOC-PICK).
           ADD WS-FUTA-TAX     TO WS-LOC-FUTA (WS-LOC-PICK).
           ADD WS-SUTA-TAX     TO WS-LOC-SUTA (WS-LOC-PICK).
           ADD MT-HOURS-9      TO WS-GRAND-HOURS.
           ADD MT-GROSS-9      TO WS-GRAND-GROSS.
           ADD WS-MAN-TAX      TO WS-GRAND-TAX.
           ADD MT-DEDUCTIONS-9 TO WS-GRAND-DEDUCT.
           ADD MT-NET-9        TO WS-GRAND-NET.
           ADD MT-FICA-9       TO WS-GRAND-ER-FICA.
           ADD WS-FUTA-TAX     TO WS-GRAND-FUTA.
           ADD WS-SUTA-TAX     TO WS-GRAND-SUTA.

      ***** The check is already in the payee's hands, so it goes on
      ***** as outstanding under its own date and number.  A failed
      ***** write rejects the posting -- the check number is the key
      ***** the bank will clear it under.
       340-WRITE-CHECK-STATUS.
           MOVE MT-CHECK-NO-9    TO CS-CHECK-NO.
           MOVE MT-EMPLOYEE-ID   TO CS-EMPLOYEE-ID.
           MOVE EM-WHO           TO CS-WHO.
           MOVE MT-NET-9         TO CS-NET-AMOUNT.
           MOVE MT-CHECK-DATE-9  TO CS-ISSUE-DATE.
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
               SET WS-TRAN-INVALID TO TRUE
               MOVE "CHECK STATUS WRITE FAILED" TO WS-REJECT-REASON
           END-IF.

      ***** The register row, and check numbering moved past any
      ***** hand check cut from the same stock so the next run can
      ***** never print its number again.
       345-WRITE-CHECK-REGISTER.
           MOVE MT-CHECK-NO-9    TO CR-CHECK-NO.
           MOVE MT-EMPLOYEE-ID   TO CR-EMPLOYEE-ID.
           MOVE EM-WHO           TO CR-WHO.
           MOVE MT-NET-9         TO CR-NET-AMOUNT.
           MOVE WS-RUN-DATE-8    TO CR-RUN-DATE.
           WRITE CHECK-REGISTER-RECORD.
           IF MT-CHECK-NO-9 > WS-HIGH-CHECK-NO
               MOVE MT-CHECK-NO-9 TO WS-HIGH-CHECK-NO
           END-IF.

      ***** One GL detail row per location, written after every
      ***** hand check is posted.
       420-FLUSH-GL-LOCATIONS.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOC-CT
               MOVE "D"                     TO GL-RECORD-TYPE
               MOVE WS-LOC-NAME (LOC-IDX)   TO GL-LOCATION
               MOVE "M"                     TO GL-SOURCE
               MOVE WS-LOC-GROSS (LOC-IDX)  TO GL-GROSS-PAY
               MOVE WS-LOC-TAX (LOC-IDX)    TO GL-TAX-WITHHELD
               MOVE WS-LOC-DEDUCT (LOC-IDX) TO GL-DEDUCTIONS
               MOVE WS-LOC-NET (LOC-IDX)    TO GL-NET-PAY
               MOVE WS-LOC-ER-FICA (LOC-IDX) TO GL-ER-FICA
               MOVE WS-LOC-FUTA (LOC-IDX)   TO GL-FUTA
               MOVE WS-LOC-SUTA (LOC-IDX)   TO GL-SUTA
               WRITE GL-POST-RECORD
               ADD 1 TO WS-GL-ROW-COUNT
               ADD WS-LOC-GROSS (LOC-IDX)  TO WS-GL-HASH-GROSS
               ADD WS-LOC-TAX (LOC-IDX)    TO WS-GL-HASH-TAX
               ADD WS-LOC-DEDUCT (LOC-IDX) TO WS-GL-HASH-DEDUCT
               ADD WS-LOC-NET (LOC-IDX)    TO WS-GL-HASH-NET
               ADD WS-LOC-ER-FICA (LOC-IDX) TO WS-GL-HASH-ER-FICA
               ADD WS-LOC-FUTA (LOC-IDX)   TO WS-GL-HASH-FUTA
               ADD WS-LOC-SUTA (LOC-IDX)   TO WS-GL-HASH-SUTA
           END-PERFORM.

       530-WRITE-CHECK-NUMBER.
           IF WS-HIGH-CHECK-NO >= WS-NEXT-CHECK-NO
               COMPUTE CN-NEXT-CHECK-NO = WS-HIGH-CHECK-NO + 1
               OPEN OUTPUT CHECK-NUMBER-FILE
               WRITE CHECK-NUMBER-RECORD
               CLOSE CHECK-NUMBER-FILE
               DISPLAY "CHECK NUMBERING ADVANCED TO " CN-NEXT-CHECK-NO
           END-IF.

       540-WRITE-GL-TRAILER.
           MOVE "T" TO GT-RECORD-TYPE.
           MOVE WS-GL-ROW-COUNT   TO GT-ROW-COUNT.
           MOVE WS-GL-HASH-GROSS  TO GT-HASH-GROSS.
           MOVE WS-GL-HASH-TAX    TO GT-HASH-TAX.
           MOVE WS-GL-HASH-DEDUCT TO GT-HASH-DEDUCT.
           MOVE WS-GL-HASH-NET    TO GT-HASH-NET.
           MOVE WS-GL-HASH-ER-FICA TO GT-HASH-ER-FICA.
           MOVE WS-GL-HASH-FUTA   TO GT-HASH-FUTA.
           MOVE WS-GL-HASH-SUTA   TO GT-HASH-SUTA.
           WRITE GL-TRAILER-RECORD.

      ***** The batch's register totals for the balancing job, in
      ***** the same form the pay run leaves them.
       550-WRITE-RUN-TOTALS.
           MOVE WS-RUN-DATE-8   TO PT-RUN-DATE.
           MOVE WS-GRAND-HOURS  TO PT-GRAND-HOURS.
           MOVE WS-GRAND-GROSS  TO PT-GRAND-GROSS.
           MOVE WS-GRAND-TAX    TO PT-GRAND-TAX.
           MOVE WS-GRAND-DEDUCT TO PT-GRAND-DEDUCT.
           MOVE WS-GRAND-NET    TO PT-GRAND-NET.
           MOVE WS-GRAND-ER-FICA TO PT-GRAND-ER-FICA.
           MOVE WS-GRAND-FUTA   TO PT-GRAND-FUTA.
           MOVE WS-GRAND-SUTA   TO PT-GRAND-SUTA.
           OPEN OUTPUT PAYROLL-TOTALS-FILE.
           WRITE PAYROLL-TOTALS-RECORD.
           CLOSE PAYROLL-TOTALS-FILE.

       900-PRINT-RUN-TOTALS.
           DISPLAY "-------------------------------------------------".
           DISPLAY "TRANSACTIONS READ:    " WS-TRAN-CT.
           DISPLAY "CHECKS POSTED:        " WS-POSTED-CT.
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECT-CT.
           DISPLAY "EXCEPTIONS:           " WS-EXC-CT.
           MOVE WS-GRAND-GROSS TO WS-TOT-DISP.
           DISPLAY "TOTAL GROSS:  " WS-TOT-DISP.
           MOVE WS-GRAND-TAX TO WS-TOT-DISP.
           DISPLAY "TOTAL TAX:    " WS-TOT-DISP.
           MOVE WS-GRAND-DEDUCT TO WS-TOT-DISP.
           DISPLAY "TOTAL DEDUCT: " WS-TOT-DISP.
           MOVE WS-GRAND-NET TO WS-TOT-DISP.
           DISPLAY "TOTAL NET:    " WS-TOT-DISP.
           MOVE WS-GRAND-ER-FICA TO WS-TOT-DISP.
           DISPLAY "EMPLOYER FICA:" WS-TOT-DISP.
           MOVE WS-GRAND-FUTA TO WS-TOT-DISP.
           DISPLAY "EMPLOYER FUTA:" WS-TOT-DISP.
           MOVE WS-GRAND-SUTA TO WS-TOT-DISP.
           DISPLAY "EMPLOYER SUTA:" WS-TOT-DISP.
           DISPLAY "=================================================".
