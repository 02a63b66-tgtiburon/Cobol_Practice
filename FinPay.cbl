      * A  B
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPAY00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DED-KEY
               FILE STATUS IS WS-DEDMAST-STATUS.
           SELECT DED-AUDIT-FILE ASSIGN TO "DEDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDAUDIT-STATUS.
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
           SELECT CHECK-PRINT-FILE ASSIGN TO "FINCHKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKS-STATUS.
           SELECT SEPARATION-PRINT-FILE ASSIGN TO "SEPSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPSTMT-STATUS.
           SELECT GL-POST-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT PAYROLL-TOTALS-FILE ASSIGN TO "PAYTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYTOTS-STATUS.
           SELECT STATE-RATE-FILE ASSIGN TO "STRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRATE-STATUS.
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
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.
       FD  DEDUCTION-MASTER-FILE.
           COPY DEDMAST.
       FD  DED-AUDIT-FILE.
           COPY DEDAUDIT.
       FD  CHECK-STATUS-FILE.
           COPY CHKSTAT.
       FD  CHECK-REGISTER-FILE.
           COPY CHKREG.
       FD  CHECK-NUMBER-FILE.
           COPY CHKNUM.
       FD  CHECK-PRINT-FILE.
           COPY CHKPRNT.
       FD  SEPARATION-PRINT-FILE.
           COPY SEPPRNT.
       FD  GL-POST-FILE.
           COPY GLPOST.
       FD  PAYROLL-TOTALS-FILE.
           COPY PAYTOTS.
       FD  STATE-RATE-FILE.
           COPY STRATE.
       FD  SUTA-RATE-FILE.
           COPY SUTARATE.
       FD  PAYROLL-CONTROL-FILE.
           COPY PAYCTL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  OVERRIDE-LOG-FILE.
           COPY OVRLOG.
       WORKING-STORAGE SECTION.
      ***** Final-pay run control fields *****
       77  WS-MASTER-STATUS   PIC XX.
       77  WS-PAYHIST-STATUS  PIC XX.
       77  WS-DEDMAST-STATUS  PIC XX.
       77  WS-DEDAUDIT-STATUS PIC XX.
       77  WS-CHKSTAT-STATUS  PIC XX.
       77  WS-CHKREG-STATUS   PIC XX.
       77  WS-CHKNUM-STATUS   PIC XX.
       77  WS-CHECKS-STATUS   PIC XX.
       77  WS-SEPSTMT-STATUS  PIC XX.
       77  WS-GLPOST-STATUS   PIC XX.
       77  WS-PAYTOTS-STATUS  PIC XX.
       77  WS-PAYCTL-STATUS   PIC XX.
       77  WS-EOF-SW          PIC X       VALUE "N".
           88  WS-EOF                     VALUE "Y".
       77  WS-PAYROLL-YEAR    PIC 9(4)    VALUE 0.
       77  WS-QTR-IDX         PIC 9(1).
       77  WS-NEXT-CHECK-NO   PIC 9(8)    VALUE 1.
       77  WS-CHECK-CUT-NO    PIC 9(8)    VALUE 0.

      ***** Run-sequence control -- the final-pay batch goes out
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

      ***** Withholding rates -- the FICA rates and wage base are the
      ***** pay run's; a leave payout is supplemental wages, so
      ***** federal tax is withheld at the flat supplemental rate
      ***** (nothing for an employee whose W-4 claims exemption) *****
       77  SS-RATE            PIC V9999   VALUE .0620.
       77  MEDICARE-RATE      PIC V9999   VALUE .0145.
       77  SS-WAGE-BASE       PIC 9(7)V99 VALUE 168600.
       77  SUPP-FED-RATE      PIC V9999   VALUE .2200.
       77  STATE-RATE         PIC V9999   VALUE .0500.
       77  WS-SS-ROOM         PIC S9(7)V99.
       77  WS-SS-TAXABLE      PIC S9(7)V99.

      ***** State withholding rate table, loaded from the STRATE
      ***** file at start of run exactly as the pay run loads it *****
       77  WS-STRATE-STATUS   PIC XX.
       77  WS-STATE-CT        PIC 9(2)    VALUE 0.
       77  ST-IDX             PIC 9(2).
       77  WS-EMP-STATE-RATE  PIC V9999.
       01  WS-STATE-RATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 60 TIMES.
               10  WS-ST-CODE     PIC XX.
               10  WS-ST-RATE     PIC V9999.

      ***** Employer payroll taxes on the final check, figured the
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
       77  WS-GRAND-ER-FICA   PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-FUTA      PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-SUTA      PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-ER-FICA PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-FUTA    PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-SUTA    PIC S9(9)V99 VALUE 0.

      ***** Final-pay figures for the employee in hand.  The payout
      ***** rate is the straight-time rate on the employee's latest
      ***** pay-history record that carries regular hours; a
      ***** salaried employee's is the annual salary over 2,080
      ***** hours.  The final check posts under the location last
      ***** worked (the home location for a salaried employee) *****
       77  WS-PAYOUT-HOURS    PIC S9(4)V99.
       77  WS-PAYOUT-RATE     PIC 9(4)V9999.
       77  WS-PAY-PERIODS     PIC 9(2).
       77  WS-RATE-SOURCE     PIC X(12).
       77  WS-LAST-PERIOD     PIC 9(8).
       77  WS-LAST-LOCATION   PIC X(20).
       77  WS-FIN-LOCATION    PIC X(20).
       77  WS-FIN-GROSS       PIC S9(7)V99.
       77  WS-FIN-FICA        PIC S9(6)V99.
       77  WS-FIN-FED         PIC S9(6)V99.
       77  WS-FIN-STATE       PIC S9(6)V99.
       77  WS-FIN-TAX         PIC S9(6)V99.
       77  WS-FIN-GARN        PIC 9(6)V99.
       77  WS-FIN-NET         PIC S9(6)V99.
       77  WS-FIN-BLOCK-SW    PIC X.
           88  WS-FIN-BLOCKED              VALUE "Y".
           88  WS-FIN-CLEAR                VALUE "N".
       77  WS-FIN-BLOCK-REASON PIC X(40).

      ***** Deduction wind-down -- outstanding garnishment arrears
      ***** are taken in priority order, each held so net pay never
      ***** drops below the protected minimum (what cannot be taken
      ***** stays as arrears on the garnishment, which remains until
      ***** released); every voluntary and pre-tax deduction is
      ***** closed with an audit row *****
       77  PROTECTED-MIN-NET  PIC 9(4)V99 VALUE 100.00.
       77  WS-DED-WANTED      PIC S9(7)V99.
       77  WS-DED-TAKEN       PIC S9(7)V99.
       77  WS-DED-AVAIL       PIC S9(7)V99.
       77  WS-DED-CT          PIC 9(2).
       77  WS-DED-CT2         PIC 9(2).
       77  DED-IDX            PIC 9(2).
       77  WS-DED-PICK        PIC 9(2).
       77  WS-DED-BEFORE-IMAGE PIC X(100).
       01  DED-WORK-TABLE.
           05  DED-ENTRY OCCURS 10 TIMES.
               10  DW-DED-CODE     PIC X(3).
               10  DW-DED-DESC     PIC X(12).
               10  DW-DED-CLASS    PIC X.
               10  DW-PRIORITY     PIC 9(2).
               10  DW-USED-SW      PIC X.
               10  DW-CLOSED-SW    PIC X.
               10  DW-TAKEN        PIC S9(7)V99.
               10  DW-ARREARS      PIC 9(7)V99.

      ***** GL batch control fields -- one detail row per location,
      ***** gathered across the run and flushed at the end, with a
      ***** header marking the batch as final pay and a trailer the
      ***** balancing job proves *****
       77  WS-GL-ROW-COUNT    PIC 9(5)     VALUE 0.
       77  WS-GL-HASH-GROSS   PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-TAX     PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-DEDUCT  PIC 9(9)V99  VALUE 0.
       77  WS-GL-HASH-NET     PIC S9(9)V99 VALUE 0.
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
       77  WS-TERM-CT         PIC 9(5)    VALUE 0.
       77  WS-PAID-CT         PIC 9(5)    VALUE 0.
       77  WS-SKIP-CT         PIC 9(5)    VALUE 0.
       77  WS-CHECK-CT        PIC 9(5)    VALUE 0.
       77  WS-CLOSED-CT       PIC 9(5)    VALUE 0.
       77  WS-EXC-CT          PIC 9(5)    VALUE 0.
       77  WS-GRAND-GROSS     PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-TAX       PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-DEDUCT    PIC 9(9)V99  VALUE 0.
       77  WS-GRAND-NET       PIC S9(9)V99 VALUE 0.
       77  WS-AMT-DISP        PIC ZZZZZZ9.99-.
       77  WS-TOT-DISP        PIC ZZ,ZZZ,ZZ9.99-.

      ***** Final check print fields -- same stock layout the pay
      ***** run prints *****
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

      ***** Separation statement print fields *****
       01  WS-SEP-LINE-BORDER.
           05  FILLER            PIC X(68) VALUE ALL "=".
       01  WS-SEP-HDR-LINE.
           05  FILLER            PIC X(26)
                              VALUE "SEPARATION STATEMENT  ID: ".
           05  WS-SEP-ID-OUT     PIC X(6).
           05  FILLER            PIC X(2)  VALUE "  ".
           05  WS-SEP-WHO-OUT    PIC X(15).
       01  WS-SEP-DATE-LINE.
           05  FILLER            PIC X(18)
                              VALUE "TERMINATION DATE: ".
           05  WS-SEP-TERM-OUT   PIC 9(8).
           05  FILLER            PIC X(18)
                              VALUE "  FINAL PAY DATE: ".
           05  WS-SEP-PAID-OUT   PIC 9(8).
       01  WS-SEP-PAYOUT-LINE.
           05  FILLER            PIC X(17)
                              VALUE "VACATION PAYOUT  ".
           05  WS-SEP-HRS-OUT    PIC ZZZ9.99-.
           05  FILLER            PIC X(8)  VALUE " HRS AT ".
           05  WS-SEP-RATE-OUT   PIC ZZZ9.9999.
           05  FILLER            PIC X(2)  VALUE " (".
           05  WS-SEP-SOURCE-OUT PIC X(12).
           05  FILLER            PIC X     VALUE ")".
       01  WS-SEP-AMT-LINE.
           05  WS-SEP-AMT-LABEL  PIC X(28).
           05  WS-SEP-AMT-OUT    PIC ZZZZZZ9.99-.
       01  WS-SEP-DED-LINE.
           05  FILLER            PIC X(2)  VALUE "  ".
           05  WS-SEP-DED-CODE   PIC X(3).
           05  FILLER            PIC X     VALUE " ".
           05  WS-SEP-DED-DESC   PIC X(12).
           05  FILLER            PIC X(2)  VALUE "  ".
           05  WS-SEP-DED-ACTION PIC X(22).
           05  WS-SEP-DED-AMT    PIC ZZZZZZ9.99-.
       01  WS-SEP-CHECK-LINE.
           05  WS-SEP-CHECK-LABEL PIC X(28).
           05  WS-SEP-CHECK-OUT  PIC 9(8).

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
               MOVE "FINPAY00" TO WS-OPERATOR
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
           PERFORM 036-CLEAR-RECONCILIATION.
           PERFORM 027-READ-PAYROLL-YEAR.
           PERFORM 010-OPEN-MASTER.
           PERFORM 011-OPEN-PAYHIST.
           PERFORM 012-OPEN-DEDMAST.
           PERFORM 013-OPEN-CHKSTAT.
           PERFORM 016-LOAD-STATE-RATES.
           PERFORM 017-LOAD-SUTA-RATES.
           PERFORM 025-READ-CHECK-NUMBER.
           PERFORM 026-PRIME-CHECK-NUMBER.
           PERFORM 040-OPEN-OUTPUTS.
           PERFORM 050-PRINT-REGISTER-HEADER.
           MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN EM-EMPLOYEE-ID
               INVALID KEY SET WS-EOF TO TRUE
           END-START.
           PERFORM 100-READ-MASTER.
           PERFORM UNTIL WS-EOF
               IF EM-STATUS = "T" AND EM-FINAL-PAID-DATE = 0
                   PERFORM 200-FINAL-PAY-EMPLOYEE
               END-IF
               PERFORM 100-READ-MASTER
           END-PERFORM.
           PERFORM 420-FLUSH-GL-LOCATIONS.
           PERFORM 540-WRITE-GL-TRAILER.
           PERFORM 550-WRITE-RUN-TOTALS.
           PERFORM 530-WRITE-CHECK-NUMBER.
           PERFORM 900-PRINT-RUN-TOTALS.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE DEDUCTION-MASTER-FILE.
           CLOSE CHECK-STATUS-FILE.
           CLOSE DED-AUDIT-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE CHECK-PRINT-FILE.
           CLOSE SEPARATION-PRINT-FILE.
           CLOSE GL-POST-FILE.
           GOBACK.

      ***** A final-pay run that cannot update the master would cut
      ***** checks it could never mark paid -- the next run would
      ***** cut them again.
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

       012-OPEN-DEDMAST.
           OPEN I-O DEDUCTION-MASTER-FILE.
           IF WS-DEDMAST-STATUS = "35"
               OPEN OUTPUT DEDUCTION-MASTER-FILE
               CLOSE DEDUCTION-MASTER-FILE
               OPEN I-O DEDUCTION-MASTER-FILE
           END-IF.
           IF WS-DEDMAST-STATUS NOT = "00"
               DISPLAY "*** DEDMAST DEDUCTION MASTER NOT AVAILABLE"
                       " (STATUS " WS-DEDMAST-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ***** Each final check goes straight onto the check-status
      ***** master as outstanding, the way a reissue does, so the
      ***** reconciliation and positive pay see it even if the pay
      ***** run replaces the register before the next reconciliation.
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

      ***** A run without the state rate table would withhold every
      ***** state at the fallback rate -- refuse to run instead.
       016-LOAD-STATE-RATES.
           OPEN INPUT STATE-RATE-FILE.
           IF WS-STRATE-STATUS NOT = "00"
               DISPLAY "*** STRATE STATE RATE TABLE NOT AVAILABLE"
                       " (STATUS " WS-STRATE-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-STRATE-STATUS NOT = "00"
               READ STATE-RATE-FILE
                   AT END MOVE "10" TO WS-STRATE-STATUS
                   NOT AT END
                       IF WS-STATE-CT >= 60
                           DISPLAY "*** STRATE TABLE EXCEEDS 60"
                                   " STATES -- RUN ABORTED ***"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-STATE-CT
                       MOVE SR-STATE TO WS-ST-CODE (WS-STATE-CT)
                       MOVE SR-RATE  TO WS-ST-RATE (WS-STATE-CT)
               END-READ
           END-PERFORM.
           CLOSE STATE-RATE-FILE.

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

      ***** Numbering resumes past the highest number already on the
      ***** status master, so a stale CHKNUM can never hand a final
      ***** check the number of a live one.
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

      ***** The final check is dated today and posts to today's
      ***** quarter -- a run date outside the payroll year the
      ***** master's buckets belong to would leak into the wrong
      ***** year, so the run waits for the year-end close.
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
           IF WS-RUN-YYYY-IN NOT = WS-PAYROLL-YEAR
               DISPLAY "*** RUN DATE NOT IN PAYROLL YEAR "
                       WS-PAYROLL-YEAR " -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
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
                           RC-RUN-STATUS " -- PAY CYCLE OPEN, FINAL"
                           " PAY REFUSED (OVERRIDE TO FORCE) ***"
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
           MOVE "FINPAY00"    TO OV-PROGRAM.
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

      ***** Final pay posts to the quarter buckets, so a quarter-end
      ***** reconciliation already on record no longer holds.
       036-CLEAR-RECONCILIATION.
           IF RC-RECON-QTR NOT = 0
               MOVE 0 TO RC-RECON-QTR
               OPEN OUTPUT RUN-CONTROL-FILE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ***** The deduction audit trail and the check register
      ***** accumulate -- extend them; the check print, statements
      ***** and GL batch are this run's own.
       040-OPEN-OUTPUTS.
           OPEN EXTEND DED-AUDIT-FILE.
           IF WS-DEDAUDIT-STATUS = "35"
               OPEN OUTPUT DED-AUDIT-FILE
           END-IF.
           OPEN EXTEND CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF.
           OPEN OUTPUT CHECK-PRINT-FILE.
           OPEN OUTPUT SEPARATION-PRINT-FILE.
           OPEN OUTPUT GL-POST-FILE.
           MOVE "H"           TO GH-RECORD-TYPE.
           MOVE WS-RUN-DATE-8 TO GH-RUN-DATE.
           MOVE "F"           TO GH-BATCH-TYPE.
           WRITE GL-HEADER-RECORD.

       050-PRINT-REGISTER-HEADER.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "FINAL PAY REGISTER".
           DISPLAY "RUN DATE: " WS-RUN-DATE-X
                   "   OPERATOR: " WS-OPERATOR.
           DISPLAY "=================================================".

       100-READ-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND WS-MASTER-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

      ***** One terminated employee not yet final-paid: figure the
      ***** payout, withhold, figure the garnishment arrears, reserve
      ***** the check, then take the arrears, close the voluntary
      ***** deductions, post and print.  Anything that would stop
      ***** the check -- a failed check-status write included -- is
      ***** found before a single record changes, and the employee
      ***** stays queued for the next run.
       200-FINAL-PAY-EMPLOYEE.
           ADD 1 TO WS-TERM-CT.
           SET WS-FIN-CLEAR TO TRUE.
           MOVE 0 TO WS-CHECK-CUT-NO.
           PERFORM 210-FIND-LAST-RATE.
           COMPUTE WS-PAYOUT-HOURS = EM-VAC-ACCRUED - EM-VAC-TAKEN.
           IF WS-PAYOUT-HOURS < 0
               MOVE 0 TO WS-PAYOUT-HOURS
           END-IF.
           COMPUTE WS-FIN-GROSS ROUNDED
                   = WS-PAYOUT-HOURS * WS-PAYOUT-RATE.
           IF EM-PAY-BASIS = "S" OR WS-LAST-LOCATION = SPACES
               MOVE EM-LOCATION TO WS-FIN-LOCATION
           ELSE
               MOVE WS-LAST-LOCATION TO WS-FIN-LOCATION
           END-IF.
           PERFORM 220-CHECK-FINAL-PAY.
           IF NOT WS-FIN-BLOCKED
               PERFORM 230-CALC-WITHHOLDING
               PERFORM 240-FIGURE-GARNISHMENT-ARREARS
               COMPUTE WS-FIN-NET = WS-FIN-GROSS - WS-FIN-TAX
                       - WS-FIN-GARN
               IF WS-FIN-NET > 0
                   PERFORM 340-RESERVE-CHECK
               END-IF
           END-IF.
           IF WS-FIN-BLOCKED
               ADD 1 TO WS-SKIP-CT
               DISPLAY EM-EMPLOYEE-ID " " EM-WHO
                       "  *** NOT PAID: " WS-FIN-BLOCK-REASON
           ELSE
               PERFORM 248-POST-GARNISHMENT-ARREARS
               PERFORM 250-CLOSE-VOLUNTARY-DEDUCTIONS
               PERFORM 310-UPDATE-MASTER
               IF WS-FIN-GROSS NOT = 0
                   PERFORM 315-WRITE-PAY-HISTORY
                   PERFORM 318-TALLY-LOCATION
               END-IF
               IF WS-CHECK-CUT-NO > 0
                   PERFORM 345-PRINT-CHECK
               END-IF
               PERFORM 270-PRINT-SEPARATION-STATEMENT
               ADD 1 TO WS-PAID-CT
               MOVE WS-FIN-NET TO WS-AMT-DISP
               DISPLAY EM-EMPLOYEE-ID " " EM-WHO "  NET "
                       WS-AMT-DISP "  CHECK " WS-CHECK-CUT-NO
           END-IF.

      ***** Walk the employee's pay history in period order: the
      ***** last record names the location last worked, and the
      ***** last one with regular hours gives the straight-time rate
      ***** (adjustment-only and leave-only records carry none).
       210-FIND-LAST-RATE.
           MOVE 0      TO WS-PAYOUT-RATE.
           MOVE 0      TO WS-LAST-PERIOD.
           MOVE SPACES TO WS-LAST-LOCATION.
           MOVE SPACES TO WS-RATE-SOURCE.
           IF EM-PAY-BASIS = "S"
               PERFORM 213-SET-PAY-PERIODS
               COMPUTE WS-PAYOUT-RATE ROUNDED
                       = EM-SALARY-PER-PERIOD * WS-PAY-PERIODS / 2080
               MOVE "SALARY" TO WS-RATE-SOURCE
           END-IF.
           MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
           MOVE 0              TO PH-PERIOD-END.
           MOVE LOW-VALUES     TO PH-LOCATION.
           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HIST-KEY
               INVALID KEY MOVE "23" TO WS-PAYHIST-STATUS
           END-START.
           PERFORM UNTIL WS-PAYHIST-STATUS NOT = "00"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-PAYHIST-STATUS
               END-READ
               IF WS-PAYHIST-STATUS = "00"
                   IF PH-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                       MOVE "10" TO WS-PAYHIST-STATUS
                   ELSE
                       MOVE PH-PERIOD-END TO WS-LAST-PERIOD
                       MOVE PH-LOCATION   TO WS-LAST-LOCATION
                       IF EM-PAY-BASIS NOT = "S"
                               AND PH-REG-HOURS > 0
                               AND PH-REGULAR-PAY > 0
                           COMPUTE WS-PAYOUT-RATE ROUNDED
                                   = PH-REGULAR-PAY / PH-REG-HOURS
                           MOVE "PAY HISTORY" TO WS-RATE-SOURCE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       213-SET-PAY-PERIODS.
           MOVE 52 TO WS-PAY-PERIODS.
           IF EM-PAY-FREQ = "B"
               MOVE 26 TO WS-PAY-PERIODS
           END-IF.
           IF EM-PAY-FREQ = "S"
               MOVE 24 TO WS-PAY-PERIODS
           END-IF.
           IF EM-PAY-FREQ = "M"
               MOVE 12 TO WS-PAY-PERIODS
           END-IF.

      ***** A balance with no rate to pay it at is the desk's call,
      ***** not a zero check; and the final check's history key
      ***** (today's date as the period end) must be free, or it
      ***** would net into a check already cut.
       220-CHECK-FINAL-PAY.
           IF WS-PAYOUT-HOURS > 0 AND WS-PAYOUT-RATE = 0
               SET WS-FIN-BLOCKED TO TRUE
               MOVE "NO PAY RATE ON HISTORY FOR LEAVE PAYOUT"
                   TO WS-FIN-BLOCK-REASON
           ELSE
               IF WS-FIN-GROSS > 0
                   MOVE EM-EMPLOYEE-ID  TO PH-EMPLOYEE-ID
                   MOVE WS-RUN-DATE-8   TO PH-PERIOD-END
                   MOVE WS-FIN-LOCATION TO PH-LOCATION
                   READ PAY-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-PAYHIST-STATUS = "00"
                       SET WS-FIN-BLOCKED TO TRUE
                       MOVE "PAY HISTORY ALREADY HAS TODAY'S PERIOD"
                           TO WS-FIN-BLOCK-REASON
                   END-IF
               END-IF
           END-IF.

      ***** Social Security stops at the annual wage base as in the
      ***** pay run; Medicare has no cap.
       230-CALC-WITHHOLDING.
           COMPUTE WS-SS-ROOM = SS-WAGE-BASE - EM-YTD-FICA-WAGES.
           IF WS-SS-ROOM < 0
               MOVE 0 TO WS-SS-ROOM
           END-IF.
           MOVE WS-FIN-GROSS TO WS-SS-TAXABLE.
           IF WS-SS-TAXABLE > WS-SS-ROOM
               MOVE WS-SS-ROOM TO WS-SS-TAXABLE
           END-IF.
           COMPUTE WS-FIN-FICA ROUNDED = (WS-SS-TAXABLE * SS-RATE)
                   + (WS-FIN-GROSS * MEDICARE-RATE).
           MOVE 0 TO WS-FIN-FED.
           IF EM-W4-EXEMPT NOT = "Y"
               COMPUTE WS-FIN-FED ROUNDED
                       = WS-FIN-GROSS * SUPP-FED-RATE
           END-IF.
           PERFORM 235-SET-STATE-RATE.
           COMPUTE WS-FIN-STATE ROUNDED
                   = WS-FIN-GROSS * WS-EMP-STATE-RATE.
           COMPUTE WS-FIN-TAX = WS-FIN-FICA + WS-FIN-FED
                   + WS-FIN-STATE.
           PERFORM 232-CALC-EMPLOYER-TAX.

      ***** The employer's share of the final check's payroll taxes.
       232-CALC-EMPLOYER-TAX.
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
           MOVE WS-FIN-GROSS TO WS-UI-TAXABLE.
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

       235-SET-STATE-RATE.
           MOVE STATE-RATE TO WS-EMP-STATE-RATE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STATE-CT
               IF WS-ST-CODE (ST-IDX) = EM-WORK-STATE
                   MOVE WS-ST-RATE (ST-IDX) TO WS-EMP-STATE-RATE
               END-IF
           END-PERFORM.

      ***** The arrears are only figured here -- the deduction master
      ***** is not touched until the check is reserved.
       240-FIGURE-GARNISHMENT-ARREARS.
           MOVE 0 TO WS-FIN-GARN.
           PERFORM 242-LOAD-DEDUCTIONS.
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > WS-DED-CT
               PERFORM 244-PICK-NEXT-GARNISHMENT
               PERFORM 246-APPLY-GARNISHMENT
           END-PERFORM.

       242-LOAD-DEDUCTIONS.
           MOVE 0 TO WS-DED-CT.
           MOVE EM-EMPLOYEE-ID TO DM-EMPLOYEE-ID.
           MOVE LOW-VALUES     TO DM-DED-CODE.
           START DEDUCTION-MASTER-FILE
               KEY IS NOT LESS THAN DM-DED-KEY
               INVALID KEY MOVE "23" TO WS-DEDMAST-STATUS
           END-START.
           PERFORM UNTIL WS-DEDMAST-STATUS NOT = "00"
                   OR WS-DED-CT >= 10
               READ DEDUCTION-MASTER-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-DEDMAST-STATUS
               END-READ
               IF WS-DEDMAST-STATUS = "00"
                   IF DM-EMPLOYEE-ID = EM-EMPLOYEE-ID
                       ADD 1 TO WS-DED-CT
                       MOVE DM-DED-CODE  TO DW-DED-CODE (WS-DED-CT)
                       MOVE DM-DED-DESC  TO DW-DED-DESC (WS-DED-CT)
                       MOVE DM-DED-CLASS TO DW-DED-CLASS (WS-DED-CT)
                       MOVE DM-PRIORITY  TO DW-PRIORITY (WS-DED-CT)
                       MOVE "N"          TO DW-USED-SW (WS-DED-CT)
                       MOVE "N"          TO DW-CLOSED-SW (WS-DED-CT)
                       MOVE 0            TO DW-TAKEN (WS-DED-CT)
                       MOVE DM-ARREARS   TO DW-ARREARS (WS-DED-CT)
                   ELSE
                       MOVE "10" TO WS-DEDMAST-STATUS
                   END-IF
               END-IF
           END-PERFORM.

      ***** The unapplied garnishment with the lowest priority number
      ***** goes next.
       244-PICK-NEXT-GARNISHMENT.
           MOVE 0 TO WS-DED-PICK.
           PERFORM VARYING WS-DED-CT2 FROM 1 BY 1
                   UNTIL WS-DED-CT2 > WS-DED-CT
               IF DW-USED-SW (WS-DED-CT2) = "N"
                       AND DW-DED-CLASS (WS-DED-CT2) = "G"
                   IF WS-DED-PICK = 0
                       MOVE WS-DED-CT2 TO WS-DED-PICK
                   ELSE
                       IF DW-PRIORITY (WS-DED-CT2)
                               < DW-PRIORITY (WS-DED-PICK)
                           MOVE WS-DED-CT2 TO WS-DED-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DED-PICK > 0
               MOVE "Y" TO DW-USED-SW (WS-DED-PICK)
           END-IF.

      ***** Only the arrears are owed out of a leave payout -- the
      ***** current-period order amount belongs to wages, and the
      ***** last wages were paid by the pay run.
       246-APPLY-GARNISHMENT.
           IF WS-DED-PICK > 0
               MOVE DW-ARREARS (WS-DED-PICK) TO WS-DED-WANTED
               COMPUTE WS-DED-AVAIL = WS-FIN-GROSS - WS-FIN-TAX
                       - WS-FIN-GARN - PROTECTED-MIN-NET
               IF WS-DED-AVAIL < 0
                   MOVE 0 TO WS-DED-AVAIL
               END-IF
               MOVE WS-DED-WANTED TO WS-DED-TAKEN
               IF WS-DED-TAKEN > WS-DED-AVAIL
                   MOVE WS-DED-AVAIL TO WS-DED-TAKEN
               END-IF
               IF WS-DED-TAKEN > 0
                   ADD WS-DED-TAKEN TO WS-FIN-GARN
                   MOVE WS-DED-TAKEN TO DW-TAKEN (WS-DED-PICK)
               END-IF
           END-IF.

      ***** The check is reserved; the arrears it carries come off
      ***** the garnishment orders.  A rewrite that fails here is an
      ***** exception for the desk to post by hand -- the amount is
      ***** already on the check.
       248-POST-GARNISHMENT-ARREARS.
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > WS-DED-CT
               IF DW-DED-CLASS (DED-IDX) = "G"
                       AND DW-TAKEN (DED-IDX) > 0
                   MOVE EM-EMPLOYEE-ID TO DM-EMPLOYEE-ID
                   MOVE DW-DED-CODE (DED-IDX) TO DM-DED-CODE
                   READ DEDUCTION-MASTER-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-DEDMAST-STATUS = "00"
                       SUBTRACT DW-TAKEN (DED-IDX) FROM DM-ARREARS
                       ADD DW-TAKEN (DED-IDX) TO DM-TAKEN-TO-DATE
                       REWRITE DEDUCTION-MASTER-RECORD
                   END-IF
                   IF WS-DEDMAST-STATUS = "00"
                       MOVE DM-ARREARS TO DW-ARREARS (DED-IDX)
                   ELSE
                       ADD 1 TO WS-EXC-CT
                       DISPLAY "*** " EM-EMPLOYEE-ID " "
                               DW-DED-CODE (DED-IDX) ": ARREARS TAKEN"
                               " BUT NOT RECORDED (STATUS "
                               WS-DEDMAST-STATUS ") ***"
                   END-IF
               END-IF
           END-PERFORM.

      ***** Every deduction but a garnishment ends with employment.
      ***** Each is deleted the way a maintenance STP deletes it and
      ***** audited the same way, with "FINAL PAY" as the reference.
       250-CLOSE-VOLUNTARY-DEDUCTIONS.
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   UNTIL DED-IDX > WS-DED-CT
               IF DW-DED-CLASS (DED-IDX) NOT = "G"
                   MOVE EM-EMPLOYEE-ID TO DM-EMPLOYEE-ID
                   MOVE DW-DED-CODE (DED-IDX) TO DM-DED-CODE
                   READ DEDUCTION-MASTER-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-DEDMAST-STATUS = "00"
                       MOVE DEDUCTION-MASTER-RECORD
                         TO WS-DED-BEFORE-IMAGE
                       DELETE DEDUCTION-MASTER-FILE
                       IF WS-DEDMAST-STATUS = "00"
                           MOVE "Y" TO DW-CLOSED-SW (DED-IDX)
                           PERFORM 255-WRITE-DED-AUDIT
                           ADD 1 TO WS-CLOSED-CT
                       ELSE
                           ADD 1 TO WS-EXC-CT
                           DISPLAY "*** " EM-EMPLOYEE-ID " "
                                   DW-DED-CODE (DED-IDX)
                                   ": DEDUCTION NOT CLOSED (STATUS "
                                   WS-DEDMAST-STATUS ") ***"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       255-WRITE-DED-AUDIT.
           MOVE WS-RUN-DATE-8         TO DA-RUN-DATE.
           MOVE WS-OPERATOR           TO DA-OPERATOR.
           MOVE "STP"                 TO DA-ACTION.
           MOVE EM-EMPLOYEE-ID        TO DA-DED-KEY (1:6).
           MOVE DW-DED-CODE (DED-IDX) TO DA-DED-KEY (7:3).
           MOVE "FINAL PAY"           TO DA-RELEASE-REF.
           MOVE WS-DED-BEFORE-IMAGE   TO DA-BEFORE-IMAGE.
           MOVE SPACES                TO DA-AFTER-IMAGE.
           WRITE DED-AUDIT-RECORD.

      ***** The payout draws the vacation balance to zero and the
      ***** final-paid date takes the employee off the queue.
       310-UPDATE-MASTER.
           ADD WS-FIN-GROSS  TO EM-YTD-GROSS.
           ADD WS-FIN-NET    TO EM-YTD-NET.
           ADD WS-FIN-TAX    TO EM-YTD-TAX-WITHHELD.
           ADD WS-SS-TAXABLE TO EM-YTD-FICA-WAGES.
           COMPUTE WS-QTR-IDX = (WS-RUN-MM-IN + 2) / 3.
           ADD WS-FIN-GROSS  TO EM-QTR-TAXABLE (WS-QTR-IDX).
           ADD WS-FIN-FICA   TO EM-QTR-FICA (WS-QTR-IDX).
           ADD WS-FIN-FED    TO EM-QTR-FED (WS-QTR-IDX).
           ADD WS-FIN-STATE  TO EM-QTR-STATE (WS-QTR-IDX).
           ADD WS-FUTA-WAGES TO EM-YTD-FUTA-WAGES.
           ADD WS-SUTA-WAGES TO EM-YTD-SUTA-WAGES.
           ADD WS-FUTA-WAGES TO EM-QTR-FUTA-WAGES (WS-QTR-IDX).
           ADD WS-FUTA-TAX   TO EM-QTR-FUTA (WS-QTR-IDX).
           ADD WS-SUTA-WAGES TO EM-QTR-SUTA-WAGES (WS-QTR-IDX).
           ADD WS-SUTA-TAX   TO EM-QTR-SUTA (WS-QTR-IDX).
           ADD WS-PAYOUT-HOURS TO EM-VAC-TAKEN.
           MOVE WS-RUN-DATE-8 TO EM-FINAL-PAID-DATE.
           REWRITE EMPLOYEE-MASTER-RECORD.
           IF WS-MASTER-STATUS NOT = "00"
               ADD 1 TO WS-EXC-CT
               DISPLAY "*** " EM-EMPLOYEE-ID ": MASTER REWRITE FAILED"
                       " (STATUS " WS-MASTER-STATUS ") ***"
           END-IF.

      ***** The payout is not time worked -- no hours, and no
      ***** regular-hours split for a later rate lookup to read.
       315-WRITE-PAY-HISTORY.
           MOVE EM-EMPLOYEE-ID  TO PH-EMPLOYEE-ID.
           MOVE WS-RUN-DATE-8   TO PH-PERIOD-END.
           MOVE WS-FIN-LOCATION TO PH-LOCATION.
           MOVE EM-WHO          TO PH-WHO.
           MOVE 0               TO PH-HOURS.
           MOVE WS-FIN-GROSS    TO PH-GROSS-PAY.
           MOVE WS-FIN-FICA     TO PH-FICA-TAX.
           MOVE WS-FIN-FED      TO PH-FEDERAL-TAX.
           MOVE WS-FIN-STATE    TO PH-STATE-TAX.
           MOVE WS-FIN-GARN     TO PH-DEDUCTIONS.
           MOVE WS-FIN-NET      TO PH-NET-PAY.
           MOVE WS-FIN-GROSS    TO PH-TAXABLE-WAGES.
           MOVE 0               TO PH-REG-HOURS.
           MOVE 0               TO PH-OT-HOURS.
           MOVE 0               TO PH-REGULAR-PAY.
           MOVE 0               TO PH-OT-PAY.
           MOVE 0               TO PH-RUN-HOURS.
           MOVE WS-FIN-GROSS    TO PH-RUN-GROSS.
           MOVE WS-FIN-TAX      TO PH-RUN-TAX.
           MOVE WS-FIN-GARN     TO PH-RUN-DEDUCT.
           MOVE WS-FIN-NET      TO PH-RUN-NET.
           MOVE WS-RUN-DATE-8   TO PH-RUN-DATE.
           MOVE WS-FUTA-WAGES   TO PH-FUTA-WAGES.
           MOVE WS-FUTA-TAX     TO PH-FUTA-TAX.
           MOVE WS-SUTA-WAGES   TO PH-SUTA-WAGES.
           MOVE WS-SUTA-TAX     TO PH-SUTA-TAX.
           MOVE WS-FIN-FICA     TO PH-RUN-ER-FICA.
           MOVE WS-FUTA-TAX     TO PH-RUN-FUTA.
           MOVE WS-SUTA-TAX     TO PH-RUN-SUTA.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-EXC-CT
                   DISPLAY "*** " EM-EMPLOYEE-ID ": PAY HISTORY"
                           " WRITE FAILED (STATUS " WS-PAYHIST-STATUS
                           ") ***"
           END-WRITE.

      ***** Gather the check into its location's GL totals.
       318-TALLY-LOCATION.
           MOVE 0 TO WS-LOC-PICK.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOC-CT
               IF WS-LOC-NAME (LOC-IDX) = WS-FIN-LOCATION
                   MOVE LOC-IDX TO WS-LOC-PICK
               END-IF
           END-PERFORM.
           IF WS-LOC-PICK = 0
               IF WS-LOC-CT >= 50
                   DISPLAY "*** MORE THAN 50 FINAL-PAY LOCATIONS --"
                           " RUN ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-LOC-CT
               MOVE WS-LOC-CT TO WS-LOC-PICK
               MOVE WS-FIN-LOCATION TO WS-LOC-NAME (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-GROSS (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-TAX (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-DEDUCT (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-NET (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-ER-FICA (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-FUTA (WS-LOC-PICK)
               MOVE 0 TO WS-LOC-SUTA (WS-LOC-PICK)
           END-IF.
           ADD WS-FIN-GROSS TO WS-LOC-GROSS (WS-LOC-PICK).
           ADD WS-FIN-TAX   TO WS-LOC-TAX (WS-LOC-PICK).
           ADD WS-FIN-GARN  TO WS-LOC-DEDUCT (WS-LOC-PICK).
           ADD WS-FIN-NET   TO WS-LOC-NET (WS-LOC-PICK).
           ADD WS-FIN-FICA  TO WS-LOC-ER-FICA (WS-LOC-PICK).
           ADD WS-FUTA-TAX  TO WS-LOC-FUTA (WS-LOC-PICK).
           ADD WS-SUTA-TAX  TO WS-LOC-SUTA (WS-LOC-PICK).
           ADD WS-FIN-GROSS TO WS-GRAND-GROSS.
           ADD WS-FIN-TAX   TO WS-GRAND-TAX.
           ADD WS-FIN-GARN  TO WS-GRAND-DEDUCT.
           ADD WS-FIN-NET   TO WS-GRAND-NET.
           ADD WS-FIN-FICA  TO WS-GRAND-ER-FICA.
           ADD WS-FUTA-TAX  TO WS-GRAND-FUTA.
           ADD WS-SUTA-TAX  TO WS-GRAND-SUTA.

      ***** A final check is always paper.  The status record must
      ***** take before any master changes or paper exists -- a
      ***** failed write blocks the employee, who stays queued for
      ***** the next run, rather than leaving them final-paid with
      ***** no check.
       340-RESERVE-CHECK.
           MOVE WS-NEXT-CHECK-NO TO CS-CHECK-NO.
           MOVE EM-EMPLOYEE-ID   TO CS-EMPLOYEE-ID.
           MOVE EM-WHO           TO CS-WHO.
           MOVE WS-FIN-NET       TO CS-NET-AMOUNT.
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
               DISPLAY "*** " EM-EMPLOYEE-ID ": CHECK " WS-NEXT-CHECK-NO
                       " STATUS WRITE FAILED (STATUS "
                       WS-CHKSTAT-STATUS ") ***"
               SET WS-FIN-BLOCKED TO TRUE
               MOVE "CHECK STATUS WRITE FAILED - NO CHECK CUT"
                   TO WS-FIN-BLOCK-REASON
           ELSE
               MOVE WS-NEXT-CHECK-NO TO WS-CHECK-CUT-NO
               ADD 1 TO WS-NEXT-CHECK-NO
           END-IF.

      ***** The reserved check is printed and registered once the
      ***** employee's records are posted.
       345-PRINT-CHECK.
           MOVE WS-CHECK-CUT-NO  TO WS-CHK-NO-OUT.
           MOVE WS-RUN-DATE-X    TO WS-CHK-DATE-OUT.
           MOVE EM-WHO           TO WS-CHK-WHO-OUT.
           MOVE EM-EMPLOYEE-ID   TO WS-CHK-ID-OUT.
           MOVE WS-FIN-NET       TO WS-CHK-AMT-OUT.
           WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE-BORDER.
           WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE-1.
           WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE-2.
           WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE-3.
           WRITE CHECK-PRINT-LINE FROM WS-CHK-LINE-BORDER.
           MOVE WS-CHECK-CUT-NO  TO CR-CHECK-NO.
           MOVE EM-EMPLOYEE-ID   TO CR-EMPLOYEE-ID.
           MOVE EM-WHO           TO CR-WHO.
           MOVE WS-FIN-NET       TO CR-NET-AMOUNT.
           MOVE WS-RUN-DATE-8    TO CR-RUN-DATE.
           WRITE CHECK-REGISTER-RECORD.
           ADD 1 TO WS-CHECK-CT.

       270-PRINT-SEPARATION-STATEMENT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-LINE-BORDER.
           MOVE EM-EMPLOYEE-ID  TO WS-SEP-ID-OUT.
           MOVE EM-WHO          TO WS-SEP-WHO-OUT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-HDR-LINE.
           MOVE EM-TERM-DATE    TO WS-SEP-TERM-OUT.
           MOVE WS-RUN-DATE-8   TO WS-SEP-PAID-OUT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-DATE-LINE.
           MOVE WS-PAYOUT-HOURS TO WS-SEP-HRS-OUT.
           MOVE WS-PAYOUT-RATE  TO WS-SEP-RATE-OUT.
           MOVE WS-RATE-SOURCE  TO WS-SEP-SOURCE-OUT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-PAYOUT-LINE.
           MOVE "GROSS PAY"        TO WS-SEP-AMT-LABEL.
           MOVE WS-FIN-GROSS       TO WS-SEP-AMT-OUT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-AMT-LINE.
           MOVE "FICA WITHHELD"    TO WS-SEP-AMT-LABEL.
           MOVE WS-FIN-FICA        TO WS-SEP-AMT-OUT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-AMT-LINE.
           MOVE "FEDERAL WITHHELD" TO WS-SEP-AMT-LABEL.
           MOVE WS-FIN-FED         TO WS-SEP-AMT-OUT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-AMT-LINE.
           MOVE "STATE WITHHELD"   TO WS-SEP-AMT-LABEL.
           MOVE WS-FIN-STATE       TO WS-SEP-AMT-OUT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-AMT-LINE.
           IF WS-DED-CT > 0
               MOVE "DEDUCTIONS:" TO SEPARATION-PRINT-LINE
               WRITE SEPARATION-PRINT-LINE
               PERFORM VARYING DED-IDX FROM 1 BY 1
                       UNTIL DED-IDX > WS-DED-CT
                   MOVE DW-DED-CODE (DED-IDX) TO WS-SEP-DED-CODE
                   MOVE DW-DED-DESC (DED-IDX) TO WS-SEP-DED-DESC
                   IF DW-DED-CLASS (DED-IDX) = "G"
                       MOVE "ARREARS TAKEN"   TO WS-SEP-DED-ACTION
                       MOVE DW-TAKEN (DED-IDX) TO WS-SEP-DED-AMT
                       WRITE SEPARATION-PRINT-LINE
                           FROM WS-SEP-DED-LINE
                       MOVE "ARREARS STILL OWED" TO WS-SEP-DED-ACTION
                       MOVE DW-ARREARS (DED-IDX) TO WS-SEP-DED-AMT
                   ELSE
                       IF DW-CLOSED-SW (DED-IDX) = "Y"
                           MOVE "CLOSED" TO WS-SEP-DED-ACTION
                       ELSE
                           MOVE "NOT CLOSED -- SEE DESK"
                             TO WS-SEP-DED-ACTION
                       END-IF
                       MOVE 0 TO WS-SEP-DED-AMT
                   END-IF
                   WRITE SEPARATION-PRINT-LINE FROM WS-SEP-DED-LINE
               END-PERFORM
           END-IF.
           MOVE "NET PAY"          TO WS-SEP-AMT-LABEL.
           MOVE WS-FIN-NET         TO WS-SEP-AMT-OUT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-AMT-LINE.
           IF WS-CHECK-CUT-NO > 0
               MOVE "PAID BY CHECK NUMBER" TO WS-SEP-CHECK-LABEL
               MOVE WS-CHECK-CUT-NO        TO WS-SEP-CHECK-OUT
               WRITE SEPARATION-PRINT-LINE FROM WS-SEP-CHECK-LINE
           ELSE
               MOVE "NO FINAL CHECK -- NOTHING DUE"
                 TO SEPARATION-PRINT-LINE
               WRITE SEPARATION-PRINT-LINE
           END-IF.
           MOVE "YTD GROSS"        TO WS-SEP-AMT-LABEL.
           MOVE EM-YTD-GROSS       TO WS-SEP-AMT-OUT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-AMT-LINE.
           MOVE "YTD TAX WITHHELD" TO WS-SEP-AMT-LABEL.
           MOVE EM-YTD-TAX-WITHHELD TO WS-SEP-AMT-OUT.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-AMT-LINE.
           WRITE SEPARATION-PRINT-LINE FROM WS-SEP-LINE-BORDER.

      ***** One GL detail row per location, written after every
      ***** final check is cut.
       420-FLUSH-GL-LOCATIONS.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOC-CT
               MOVE "D"                     TO GL-RECORD-TYPE
               MOVE WS-LOC-NAME (LOC-IDX)   TO GL-LOCATION
               MOVE "F"                     TO GL-SOURCE
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
           IF WS-CHECK-CT > 0
               MOVE WS-NEXT-CHECK-NO TO CN-NEXT-CHECK-NO
               OPEN OUTPUT CHECK-NUMBER-FILE
               WRITE CHECK-NUMBER-RECORD
               CLOSE CHECK-NUMBER-FILE
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
           MOVE 0               TO PT-GRAND-HOURS.
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
           DISPLAY "TERMINATED AWAITING FINAL PAY: " WS-TERM-CT.
           DISPLAY "FINAL PAY COMPLETED:           " WS-PAID-CT.
           DISPLAY "NOT PAID (SEE ABOVE):          " WS-SKIP-CT.
           DISPLAY "FINAL CHECKS CUT:              " WS-CHECK-CT.
           DISPLAY "DEDUCTIONS CLOSED:             " WS-CLOSED-CT.
           DISPLAY "EXCEPTIONS:                    " WS-EXC-CT.
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
