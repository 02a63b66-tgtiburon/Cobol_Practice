      * A  B
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPAY00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-TRAN-FILE ASSIGN TO "RETTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETTRAN-STATUS.
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
           SELECT RETRO-HISTORY-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-HIST-KEY
               FILE STATUS IS WS-RETHIST-STATUS.
           SELECT RETRO-TIME-FILE ASSIGN TO "RETTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETTIME-STATUS.
           SELECT RETRO-PROOF-FILE ASSIGN TO "RETPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETPROOF-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.
           SELECT PAYROLL-CONTROL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RET-TRAN-FILE.
           COPY RETTRAN.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.
       FD  RETRO-HISTORY-FILE.
           COPY RETHIST.
       FD  RETRO-TIME-FILE.
           COPY EMPTIME.
       FD  RETRO-PROOF-FILE.
           COPY RETPRNT.
       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.
       FD  PAYROLL-CONTROL-FILE.
           COPY PAYCTL.
       WORKING-STORAGE SECTION.
      ***** Retro run control fields *****
       77  WS-RETTRAN-STATUS  PIC XX.
       77  WS-MASTER-STATUS   PIC XX.
       77  WS-PAYHIST-STATUS  PIC XX.
       77  WS-RETHIST-STATUS  PIC XX.
       77  WS-RETTIME-STATUS  PIC XX.
       77  WS-RETPROOF-STATUS PIC XX.
       77  WS-PAYCTL-STATUS   PIC XX.
       77  WS-EOF-SW          PIC X       VALUE "N".
           88  WS-EOF                     VALUE "Y".
       77  WS-PAYROLL-YEAR    PIC 9(4)    VALUE 0.

      ***** Run parameters -- TRIAL prints the proof listing for
      ***** sign-off and touches nothing else: no retro cards, no
      ***** retro history.  PERIOD=YYYYMMDD names the pay period the
      ***** retro cards are paid in; without it they go in the first
      ***** period on the pay calendar ending on or after today *****
       77  WS-RUN-PARAM       PIC X(40)   VALUE SPACES.
       77  WS-PARM-IX         PIC 9(2).
       77  WS-TRIAL-SW        PIC X       VALUE "N".
           88  WS-TRIAL-RUN                VALUE "Y".
           88  WS-LIVE-RUN                 VALUE "N".
       77  WS-CARD-PERIOD-IN  PIC X(8)    VALUE SPACES.
       77  WS-CARD-PERIOD     PIC 9(8)    VALUE 0.

      ***** Valid pay-period-end dates for the payroll year, loaded
      ***** from PAYCAL -- the retro cards must carry a period the
      ***** pay run will accept *****
       77  WS-PAYCAL-STATUS   PIC XX.
       77  WS-CAL-CT          PIC 9(2)    VALUE 0.
       77  CAL-IDX            PIC 9(2).
       77  WS-CAL-FOUND-SW    PIC X.
       01  WS-PAY-CALENDAR-TABLE.
           05  WS-CAL-DATE    OCCURS 60 TIMES PIC 9(8).

      ***** The transaction in hand.  A trial run only reads the
      ***** retro history, and one that does not exist yet means no
      ***** retro has ever been generated *****
       77  WS-TRAN-SW         PIC X.
           88  WS-TRAN-VALID               VALUE "Y".
           88  WS-TRAN-INVALID             VALUE "N".
       77  WS-TRAN-REASON     PIC X(40).
       77  WS-HIST-EOF-SW     PIC X.
           88  WS-HIST-EOF                 VALUE "Y".
           88  WS-HIST-MORE                VALUE "N".
       77  WS-RETHIST-SW      PIC X       VALUE "Y".
           88  WS-RETHIST-PRESENT          VALUE "Y".
           88  WS-RETHIST-ABSENT           VALUE "N".
       77  MIN-RATE           PIC 9(3)    VALUE 1.
       77  MAX-RATE           PIC 9(3)    VALUE 200.
       77  OT-MULTIPLIER      PIC 9V9     VALUE 1.5.

      ***** The employee in hand -- whether the master lets the
      ***** pay run take a retro card for them *****
       77  WS-PREV-EMP-ID     PIC X(6)    VALUE SPACES.
       77  WS-EMP-SW          PIC X.
           88  WS-EMP-ELIGIBLE             VALUE "Y".
           88  WS-EMP-INELIGIBLE           VALUE "N".
       77  WS-EMP-REASON      PIC X(40).
       77  WS-EMP-RETRO       PIC S9(7)V99.
       77  WS-EMP-PERIODS     PIC 9(3).

      ***** One period re-rated.  What was paid is the period's
      ***** straight-time and overtime pay as history recorded it;
      ***** the new rate pays the same regular hours straight and
      ***** the same overtime hours at time and a half.  Leave hours
      ***** and flat earnings are not time worked and are not
      ***** re-rated *****
       77  WS-OLD-PAY         PIC S9(7)V99.
       77  WS-NEW-PAY         PIC S9(7)V99.
       77  WS-PRIOR-RETRO     PIC S9(7)V99.
       77  WS-RETRO-DUE       PIC S9(7)V99.

      ***** Run totals *****
       77  WS-TRAN-CT         PIC 9(5)    VALUE 0.
       77  WS-TRAN-REJ-CT     PIC 9(5)    VALUE 0.
       77  WS-PERIOD-CT       PIC 9(5)    VALUE 0.
       77  WS-NO-DIFF-CT      PIC 9(5)    VALUE 0.
       77  WS-EMP-SKIP-CT     PIC 9(5)    VALUE 0.
       77  WS-CARD-CT         PIC 9(5)    VALUE 0.
       77  WS-EXC-CT          PIC 9(5)    VALUE 0.
       77  WS-GRAND-RETRO     PIC S9(9)V99 VALUE 0.
       77  WS-TOT-DISP        PIC ZZ,ZZZ,ZZ9.99-.

      ***** Proof listing print fields *****
       01  WS-PRF-LINE-BORDER.
           05  FILLER            PIC X(110) VALUE ALL "=".
       01  WS-PRF-TITLE-LINE.
           05  FILLER            PIC X(34)
                          VALUE "RETRO PAY PROOF LISTING  RUN DATE ".
           05  WS-PRF-DATE-OUT   PIC X(10).
           05  FILLER            PIC X(21)
                          VALUE "  PAID IN PERIOD END ".
           05  WS-PRF-CARD-OUT   PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-PRF-MODE-OUT   PIC X(30).
       01  WS-PRF-TRAN-LINE.
           05  FILLER            PIC X(22)
                          VALUE "RATE CHANGE  EMPLOYEE ".
           05  WS-PRF-T-EMP-OUT  PIC X(6).
           05  FILLER            PIC X(11) VALUE "  LOCATION ".
           05  WS-PRF-T-LOC-OUT  PIC X(20).
           05  FILLER            PIC X(11) VALUE "  NEW RATE ".
           05  WS-PRF-T-RATE-OUT PIC ZZ9.99.
           05  FILLER            PIC X(12) VALUE "  EFFECTIVE ".
           05  WS-PRF-T-EFF-OUT  PIC X(8).
       01  WS-PRF-REJECT-LINE.
           05  FILLER            PIC X(30)
                          VALUE "  *** TRANSACTION REJECTED: ".
           05  WS-PRF-REJ-OUT    PIC X(40).
       01  WS-PRF-HEAD-LINE.
           05  FILLER            PIC X(44) VALUE
                  "  EMP ID WHO             LOCATION           ".
           05  FILLER            PIC X(44) VALUE
                  "  PERIOD  REG  OT   WAS PAID  NEW RATE PAYS".
           05  FILLER            PIC X(26) VALUE
                  " PRIOR RETRO   RETRO DUE".
       01  WS-PRF-DETAIL-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-PRF-EMP-OUT    PIC X(6).
           05  FILLER            PIC X     VALUE SPACE.
           05  WS-PRF-WHO-OUT    PIC X(15).
           05  FILLER            PIC X     VALUE SPACE.
           05  WS-PRF-LOC-OUT    PIC X(18).
           05  FILLER            PIC X     VALUE SPACE.
           05  WS-PRF-PER-OUT    PIC 9(8).
           05  WS-PRF-REG-OUT    PIC ZZZ9-.
           05  WS-PRF-OT-OUT     PIC ZZZ9-.
           05  WS-PRF-OLD-OUT    PIC ZZZZZZ9.99-.
           05  FILLER            PIC X     VALUE SPACE.
           05  WS-PRF-NEW-OUT    PIC ZZZZZZ9.99-.
           05  FILLER            PIC X     VALUE SPACE.
           05  WS-PRF-PRIOR-OUT  PIC ZZZZZZ9.99-.
           05  FILLER            PIC X     VALUE SPACE.
           05  WS-PRF-DUE-OUT    PIC ZZZZZZ9.99-.
       01  WS-PRF-SKIP-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-PRF-S-EMP-OUT  PIC X(6).
           05  FILLER            PIC X(22)
                          VALUE "  *** NOT RE-RATED: ".
           05  WS-PRF-S-WHY-OUT  PIC X(40).
       01  WS-PRF-EMP-TOT-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(20)
                          VALUE "RETRO DUE EMPLOYEE ".
           05  WS-PRF-E-EMP-OUT  PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-PRF-E-PER-OUT  PIC ZZ9.
           05  FILLER            PIC X(11) VALUE " PERIOD(S) ".
           05  WS-PRF-E-AMT-OUT  PIC ZZZZZZ9.99-.
       01  WS-PRF-TOTAL-LINE.
           05  WS-PRF-TOT-LABEL  PIC X(30).
           05  WS-PRF-TOT-OUT    PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PRF-COUNT-LINE.
           05  WS-PRF-CNT-LABEL  PIC X(30).
           05  WS-PRF-CNT-OUT    PIC ZZ,ZZ9.
       01  WS-PRF-SIGN-LINE.
           05  FILLER            PIC X(50) VALUE
              "APPROVED FOR PAYMENT ______________________  DATE ".
           05  FILLER            PIC X(10) VALUE "__________".

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
           PERFORM 005-SCAN-PARAMETERS.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-8  TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY.
           MOVE WS-RUN-MM-IN   TO WS-RUN-MM.
           MOVE WS-RUN-DD-IN   TO WS-RUN-DD.
           PERFORM 027-READ-PAYROLL-YEAR.
           PERFORM 018-LOAD-PAY-CALENDAR.
           PERFORM 019-SET-CARD-PERIOD.
           PERFORM 010-OPEN-MASTER.
           PERFORM 011-OPEN-PAYHIST.
           PERFORM 012-OPEN-RETHIST.
           OPEN INPUT RET-TRAN-FILE.
           IF WS-RETTRAN-STATUS NOT = "00"
               DISPLAY "*** RETTRAN RETRO TRANSACTIONS NOT AVAILABLE"
                       " (STATUS " WS-RETTRAN-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-LIVE-RUN
               OPEN EXTEND RETRO-TIME-FILE
               IF WS-RETTIME-STATUS = "35"
                   OPEN OUTPUT RETRO-TIME-FILE
               END-IF
           END-IF.
           OPEN OUTPUT RETRO-PROOF-FILE.
           PERFORM 050-PRINT-PROOF-HEADER.
           PERFORM 100-READ-TRANSACTION.
           PERFORM UNTIL WS-EOF
               PERFORM 200-PROCESS-TRANSACTION
               PERFORM 100-READ-TRANSACTION
           END-PERFORM.
           PERFORM 900-PRINT-RUN-TOTALS.
           CLOSE RET-TRAN-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAY-HISTORY-FILE.
           IF WS-RETHIST-PRESENT
               CLOSE RETRO-HISTORY-FILE
           END-IF.
           IF WS-LIVE-RUN
               CLOSE RETRO-TIME-FILE
           END-IF.
           CLOSE RETRO-PROOF-FILE.
           GOBACK.

       005-SCAN-PARAMETERS.
           PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                   UNTIL WS-PARM-IX > 36
               IF WS-RUN-PARAM (WS-PARM-IX : 5) = "TRIAL"
                   SET WS-TRIAL-RUN TO TRUE
               END-IF
               IF WS-PARM-IX < 27
                       AND WS-RUN-PARAM (WS-PARM-IX : 7) = "PERIOD="
                   MOVE WS-RUN-PARAM (WS-PARM-IX + 7 : 8)
                     TO WS-CARD-PERIOD-IN
               END-IF
           END-PERFORM.

       010-OPEN-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** EMPMAST MASTER FILE NOT AVAILABLE"
                       " (STATUS " WS-MASTER-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ***** Pay history is the whole basis of the retro -- without it
      ***** there is nothing to re-rate.
       011-OPEN-PAYHIST.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "*** PAYHIST PAY-HISTORY FILE NOT AVAILABLE"
                       " (STATUS " WS-PAYHIST-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ***** A live run records every retro it cards, so the history
      ***** is opened for update and created on first use.  A trial
      ***** run only reads it, and may find none.
       012-OPEN-RETHIST.
           IF WS-LIVE-RUN
               OPEN I-O RETRO-HISTORY-FILE
               IF WS-RETHIST-STATUS = "35"
                   OPEN OUTPUT RETRO-HISTORY-FILE
                   CLOSE RETRO-HISTORY-FILE
                   OPEN I-O RETRO-HISTORY-FILE
               END-IF
           ELSE
               OPEN INPUT RETRO-HISTORY-FILE
               IF WS-RETHIST-STATUS = "35"
                   SET WS-RETHIST-ABSENT TO TRUE
                   MOVE "00" TO WS-RETHIST-STATUS
               END-IF
           END-IF.
           IF WS-RETHIST-STATUS NOT = "00"
               DISPLAY "*** RETHIST RETRO HISTORY NOT AVAILABLE"
                       " (STATUS " WS-RETHIST-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       018-LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-PAYCAL-STATUS NOT = "00"
               DISPLAY "*** PAYCAL PAY CALENDAR NOT AVAILABLE"
                       " (STATUS " WS-PAYCAL-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-PAYCAL-STATUS NOT = "00"
               READ PAY-CALENDAR-FILE
                   AT END MOVE "10" TO WS-PAYCAL-STATUS
                   NOT AT END
                       IF WS-CAL-CT >= 60
                           DISPLAY "*** PAYCAL EXCEEDS 60 PAY"
                                   " PERIODS -- RUN ABORTED ***"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CAL-CT
                       MOVE CAL-PERIOD-END TO WS-CAL-DATE (WS-CAL-CT)
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-FILE.

      ***** The cards must carry a period the pay run will take: on
      ***** the calendar and inside the payroll year.  A period
      ***** named on the parameter must pass the same test.
       019-SET-CARD-PERIOD.
           IF WS-CARD-PERIOD-IN NOT = SPACES
               IF WS-CARD-PERIOD-IN IS NOT NUMERIC
                   DISPLAY "*** PERIOD= " WS-CARD-PERIOD-IN
                           " IS NOT A DATE -- RUN ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-CARD-PERIOD-IN TO WS-CARD-PERIOD
               MOVE "N" TO WS-CAL-FOUND-SW
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX > WS-CAL-CT
                   IF WS-CAL-DATE (CAL-IDX) = WS-CARD-PERIOD
                       MOVE "Y" TO WS-CAL-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-CAL-FOUND-SW = "N"
                   DISPLAY "*** PERIOD " WS-CARD-PERIOD
                           " NOT ON PAY CALENDAR -- RUN ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX > WS-CAL-CT
                   IF WS-CAL-DATE (CAL-IDX) >= WS-RUN-DATE-8
                       IF WS-CARD-PERIOD = 0
                               OR WS-CAL-DATE (CAL-IDX)
                                   < WS-CARD-PERIOD
                           MOVE WS-CAL-DATE (CAL-IDX)
                             TO WS-CARD-PERIOD
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CARD-PERIOD = 0
                   DISPLAY "*** NO PAY PERIOD LEFT ON THE CALENDAR --"
                           " GIVE PERIOD= -- RUN ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF WS-CARD-PERIOD (1:4) NOT = WS-PAYROLL-YEAR
               DISPLAY "*** PERIOD " WS-CARD-PERIOD
                       " NOT IN PAYROLL YEAR " WS-PAYROLL-YEAR
                       " -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

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

       050-PRINT-PROOF-HEADER.
           MOVE WS-RUN-DATE-X  TO WS-PRF-DATE-OUT.
           MOVE WS-CARD-PERIOD TO WS-PRF-CARD-OUT.
           IF WS-TRIAL-RUN
               MOVE "*** TRIAL -- NOTHING CARDED ***"
                 TO WS-PRF-MODE-OUT
           ELSE
               MOVE "CARDS WRITTEN TO RETTIME"
                 TO WS-PRF-MODE-OUT
           END-IF.
           WRITE RETRO-PROOF-LINE FROM WS-PRF-LINE-BORDER.
           WRITE RETRO-PROOF-LINE FROM WS-PRF-TITLE-LINE.
           WRITE RETRO-PROOF-LINE FROM WS-PRF-LINE-BORDER.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "RETRO PAY GENERATOR   RUN DATE: " WS-RUN-DATE-X.
           DISPLAY "CARDS PAID IN PERIOD ENDING " WS-CARD-PERIOD.
           IF WS-TRIAL-RUN
               DISPLAY "*** TRIAL RUN -- PROOF LISTING ONLY, NO FILES"
                       " UPDATED ***"
           END-IF.
           DISPLAY "=================================================".

       100-READ-TRANSACTION.
           READ RET-TRAN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ***** One approved rate change: re-rate every history period
      ***** it reaches.  An employee change starts at that employee's
      ***** history; a location-wide change has to pass the whole
      ***** file, since history is keyed by employee first.
       200-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRAN-CT.
           PERFORM 205-EDIT-TRANSACTION.
           MOVE SPACES            TO RETRO-PROOF-LINE.
           WRITE RETRO-PROOF-LINE.
           MOVE RT-EMPLOYEE-ID    TO WS-PRF-T-EMP-OUT.
           MOVE RT-LOCATION       TO WS-PRF-T-LOC-OUT.
           MOVE RT-EFFECTIVE-DATE TO WS-PRF-T-EFF-OUT.
           IF RT-NEW-RATE IS NUMERIC
               MOVE RT-NEW-RATE-9 TO WS-PRF-T-RATE-OUT
           ELSE
               MOVE 0 TO WS-PRF-T-RATE-OUT
           END-IF.
           WRITE RETRO-PROOF-LINE FROM WS-PRF-TRAN-LINE.
           IF WS-TRAN-INVALID
               ADD 1 TO WS-TRAN-REJ-CT
               MOVE WS-TRAN-REASON TO WS-PRF-REJ-OUT
               WRITE RETRO-PROOF-LINE FROM WS-PRF-REJECT-LINE
               DISPLAY "TRANSACTION " WS-TRAN-CT
                       "  *** REJECTED: " WS-TRAN-REASON
           ELSE
               WRITE RETRO-PROOF-LINE FROM WS-PRF-HEAD-LINE
               MOVE SPACES TO WS-PREV-EMP-ID
               SET WS-HIST-MORE TO TRUE
               IF RT-EMPLOYEE-ID NOT = SPACES
                   MOVE RT-EMPLOYEE-ID      TO PH-EMPLOYEE-ID
                   MOVE RT-EFFECTIVE-DATE-9 TO PH-PERIOD-END
               ELSE
                   MOVE LOW-VALUES          TO PH-EMPLOYEE-ID
                   MOVE 0                   TO PH-PERIOD-END
               END-IF
               MOVE LOW-VALUES TO PH-LOCATION
               START PAY-HISTORY-FILE
                   KEY IS NOT LESS THAN PH-HIST-KEY
                   INVALID KEY SET WS-HIST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-HIST-EOF
                   READ PAY-HISTORY-FILE NEXT RECORD
                       AT END SET WS-HIST-EOF TO TRUE
                   END-READ
                   IF NOT WS-HIST-EOF
                       IF RT-EMPLOYEE-ID NOT = SPACES
                               AND PH-EMPLOYEE-ID NOT = RT-EMPLOYEE-ID
                           SET WS-HIST-EOF TO TRUE
                       ELSE
                           IF PH-PERIOD-END >= RT-EFFECTIVE-DATE-9
                                   AND (RT-LOCATION = SPACES
                                   OR PH-LOCATION = RT-LOCATION)
                               PERFORM 210-CHECK-EMPLOYEE-BREAK
                               IF WS-EMP-ELIGIBLE
                                   PERFORM 300-RERATE-PERIOD
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PREV-EMP-ID NOT = SPACES
                   PERFORM 290-END-EMPLOYEE
               END-IF
           END-IF.

       205-EDIT-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE.
           IF RT-EMPLOYEE-ID = SPACES AND RT-LOCATION = SPACES
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NO EMPLOYEE OR LOCATION GIVEN" TO WS-TRAN-REASON
           ELSE
           IF RT-NEW-RATE IS NOT NUMERIC
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NEW RATE NOT NUMERIC" TO WS-TRAN-REASON
           ELSE
           IF RT-NEW-RATE-9 < MIN-RATE OR RT-NEW-RATE-9 > MAX-RATE
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NEW RATE OUT OF RANGE (1-200)" TO WS-TRAN-REASON
           ELSE
           IF RT-EFFECTIVE-DATE IS NOT NUMERIC
                   OR RT-EFFECTIVE-DATE-9 = 0
               SET WS-TRAN-INVALID TO TRUE
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-TRAN-REASON
           ELSE
           IF RT-EFFECTIVE-DATE-9 > WS-RUN-DATE-8
               SET WS-TRAN-INVALID TO TRUE
               MOVE "EFFECTIVE DATE IN THE FUTURE" TO WS-TRAN-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      ***** History arrives in employee order, so each employee's
      ***** master is read once, when the first of their periods
      ***** comes up.  The pay run only takes a card for an active
      ***** hourly employee -- anyone else is listed, not carded.
       210-CHECK-EMPLOYEE-BREAK.
           IF PH-EMPLOYEE-ID NOT = WS-PREV-EMP-ID
               IF WS-PREV-EMP-ID NOT = SPACES
                   PERFORM 290-END-EMPLOYEE
               END-IF
               MOVE PH-EMPLOYEE-ID TO WS-PREV-EMP-ID
               MOVE 0 TO WS-EMP-RETRO
               MOVE 0 TO WS-EMP-PERIODS
               SET WS-EMP-ELIGIBLE TO TRUE
               MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET WS-EMP-INELIGIBLE TO TRUE
                       MOVE "EMPLOYEE NOT ON MASTER" TO WS-EMP-REASON
               END-READ
               IF WS-EMP-ELIGIBLE
                   IF EM-STATUS = "T"
                       SET WS-EMP-INELIGIBLE TO TRUE
                       MOVE "EMPLOYEE TERMINATED" TO WS-EMP-REASON
                   ELSE
                       IF EM-PAY-BASIS = "S"
                           SET WS-EMP-INELIGIBLE TO TRUE
                           MOVE "SALARIED -- NOT PAID FROM TIMECARDS"
                             TO WS-EMP-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-EMP-INELIGIBLE
                   ADD 1 TO WS-EMP-SKIP-CT
                   MOVE PH-EMPLOYEE-ID TO WS-PRF-S-EMP-OUT
                   MOVE WS-EMP-REASON  TO WS-PRF-S-WHY-OUT
                   WRITE RETRO-PROOF-LINE FROM WS-PRF-SKIP-LINE
               END-IF
           END-IF.

       290-END-EMPLOYEE.
           IF WS-EMP-PERIODS > 0
               MOVE WS-PREV-EMP-ID TO WS-PRF-E-EMP-OUT
               MOVE WS-EMP-PERIODS TO WS-PRF-E-PER-OUT
               MOVE WS-EMP-RETRO   TO WS-PRF-E-AMT-OUT
               WRITE RETRO-PROOF-LINE FROM WS-PRF-EMP-TOT-LINE
               MOVE WS-EMP-RETRO   TO WS-TOT-DISP
               DISPLAY WS-PREV-EMP-ID " " EM-WHO "  RETRO "
                       WS-TOT-DISP "  PERIODS " WS-EMP-PERIODS
           END-IF.

      ***** Re-rate one period: what the new rate would have paid
      ***** for the same hours, less what was paid, less any retro
      ***** already carded for the period.  Only a period the new
      ***** rate pays more for is carded -- a cut in rate is not
      ***** clawed back.
       300-RERATE-PERIOD.
           IF PH-REG-HOURS NOT = 0 OR PH-OT-HOURS NOT = 0
               COMPUTE WS-NEW-PAY ROUNDED
                       = (PH-REG-HOURS * RT-NEW-RATE-9)
                       + (PH-OT-HOURS * RT-NEW-RATE-9 * OT-MULTIPLIER)
               COMPUTE WS-OLD-PAY = PH-REGULAR-PAY + PH-OT-PAY
               PERFORM 305-READ-RETRO-HISTORY
               COMPUTE WS-RETRO-DUE = WS-NEW-PAY - WS-OLD-PAY
                       - WS-PRIOR-RETRO
               IF WS-RETRO-DUE NOT > 0
                   ADD 1 TO WS-NO-DIFF-CT
               ELSE
                   PERFORM 310-PRINT-PROOF-DETAIL
                   IF WS-LIVE-RUN
                       PERFORM 320-RECORD-RETRO
                   ELSE
                       PERFORM 330-TALLY-RETRO
                   END-IF
               END-IF
           END-IF.

       305-READ-RETRO-HISTORY.
           MOVE 0 TO WS-PRIOR-RETRO.
           IF WS-RETHIST-PRESENT
               MOVE PH-HIST-KEY TO RH-HIST-KEY
               READ RETRO-HISTORY-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-RETHIST-STATUS = "00"
                   MOVE RH-RETRO-PAID TO WS-PRIOR-RETRO
               END-IF
           END-IF.

       310-PRINT-PROOF-DETAIL.
           MOVE PH-EMPLOYEE-ID TO WS-PRF-EMP-OUT.
           MOVE PH-WHO         TO WS-PRF-WHO-OUT.
           MOVE PH-LOCATION    TO WS-PRF-LOC-OUT.
           MOVE PH-PERIOD-END  TO WS-PRF-PER-OUT.
           MOVE PH-REG-HOURS   TO WS-PRF-REG-OUT.
           MOVE PH-OT-HOURS    TO WS-PRF-OT-OUT.
           MOVE WS-OLD-PAY     TO WS-PRF-OLD-OUT.
           MOVE WS-NEW-PAY     TO WS-PRF-NEW-OUT.
           MOVE WS-PRIOR-RETRO TO WS-PRF-PRIOR-OUT.
           MOVE WS-RETRO-DUE   TO WS-PRF-DUE-OUT.
           WRITE RETRO-PROOF-LINE FROM WS-PRF-DETAIL-LINE.

      ***** The retro history takes the amount before the card is
      ***** written -- a failed history write leaves an exception,
      ***** never a card a rerun would write again.
       320-RECORD-RETRO.
           IF WS-PRIOR-RETRO = 0
               MOVE PH-HIST-KEY  TO RH-HIST-KEY
               MOVE WS-RETRO-DUE TO RH-RETRO-PAID
           ELSE
               ADD WS-RETRO-DUE  TO RH-RETRO-PAID
           END-IF.
           MOVE RT-NEW-RATE-9  TO RH-RETRO-RATE.
           MOVE WS-CARD-PERIOD TO RH-CARD-PERIOD.
           MOVE WS-RUN-DATE-8  TO RH-RUN-DATE.
           IF WS-PRIOR-RETRO = 0
               WRITE RETRO-HISTORY-RECORD
           ELSE
               REWRITE RETRO-HISTORY-RECORD
           END-IF.
           IF WS-RETHIST-STATUS NOT = "00"
               ADD 1 TO WS-EXC-CT
               DISPLAY "*** " PH-EMPLOYEE-ID " PERIOD " PH-PERIOD-END
                       ": RETRO HISTORY NOT UPDATED (STATUS "
                       WS-RETHIST-STATUS ") -- NOT CARDED ***"
           ELSE
               MOVE PH-EMPLOYEE-ID TO ET-EMPLOYEE-ID
               MOVE EM-WHO         TO ET-WHO
               MOVE PH-LOCATION    TO ET-WHERE
               MOVE "RET"          TO ET-WHY
               MOVE 0              TO ET-HOURS
               MOVE RT-NEW-RATE-9  TO ET-RATE
               MOVE WS-CARD-PERIOD TO ET-PERIOD-END
               MOVE WS-RETRO-DUE   TO ET-AMOUNT
               WRITE EMP-TIME-RECORD
               ADD 1 TO WS-CARD-CT
               PERFORM 330-TALLY-RETRO
           END-IF.

       330-TALLY-RETRO.
           ADD 1            TO WS-PERIOD-CT.
           ADD 1            TO WS-EMP-PERIODS.
           ADD WS-RETRO-DUE TO WS-EMP-RETRO.
           ADD WS-RETRO-DUE TO WS-GRAND-RETRO.

       900-PRINT-RUN-TOTALS.
           MOVE SPACES TO RETRO-PROOF-LINE.
           WRITE RETRO-PROOF-LINE.
           WRITE RETRO-PROOF-LINE FROM WS-PRF-LINE-BORDER.
           MOVE "TOTAL RETRO DUE"  TO WS-PRF-TOT-LABEL.
           MOVE WS-GRAND-RETRO     TO WS-PRF-TOT-OUT.
           WRITE RETRO-PROOF-LINE FROM WS-PRF-TOTAL-LINE.
           MOVE "PERIODS RE-RATED" TO WS-PRF-CNT-LABEL.
           MOVE WS-PERIOD-CT       TO WS-PRF-CNT-OUT.
           WRITE RETRO-PROOF-LINE FROM WS-PRF-COUNT-LINE.
           MOVE "EMPLOYEES NOT RE-RATED" TO WS-PRF-CNT-LABEL.
           MOVE WS-EMP-SKIP-CT     TO WS-PRF-CNT-OUT.
           WRITE RETRO-PROOF-LINE FROM WS-PRF-COUNT-LINE.
           MOVE SPACES TO RETRO-PROOF-LINE.
           WRITE RETRO-PROOF-LINE.
           WRITE RETRO-PROOF-LINE FROM WS-PRF-SIGN-LINE.
           DISPLAY "-------------------------------------------------".
           DISPLAY "RATE CHANGES READ:             " WS-TRAN-CT.
           DISPLAY "RATE CHANGES REJECTED:         " WS-TRAN-REJ-CT.
           DISPLAY "PERIODS RE-RATED:              " WS-PERIOD-CT.
           DISPLAY "PERIODS WITH NO INCREASE:      " WS-NO-DIFF-CT.
           DISPLAY "EMPLOYEES NOT RE-RATED:        " WS-EMP-SKIP-CT.
           DISPLAY "RETRO CARDS WRITTEN:           " WS-CARD-CT.
           DISPLAY "EXCEPTIONS:                    " WS-EXC-CT.
           MOVE WS-GRAND-RETRO TO WS-TOT-DISP.
           DISPLAY "TOTAL RETRO DUE: " WS-TOT-DISP.
           DISPLAY "=================================================".
