      * A  B
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHET00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-STATUS-FILE ASSIGN TO "CHKSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHECK-NO
               FILE STATUS IS WS-CHKSTAT-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DORMANCY-TABLE-FILE ASSIGN TO "UPDORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPDORM-STATUS.
           SELECT LETTER-PRINT-FILE ASSIGN TO "DDLETTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDLETTER-STATUS.
           SELECT UNCLAIMED-EXTRACT-FILE ASSIGN TO "UPEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPEXTR-STATUS.
           SELECT UNCLAIMED-GL-FILE ASSIGN TO "UPGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPGL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-STATUS-FILE.
           COPY CHKSTAT.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.
       FD  DORMANCY-TABLE-FILE.
           COPY UPDORM.
       FD  LETTER-PRINT-FILE.
           COPY DDLTR.
       FD  UNCLAIMED-EXTRACT-FILE.
           COPY UPEXTR.
       FD  UNCLAIMED-GL-FILE.
           COPY UPGL.
       WORKING-STORAGE SECTION.
      ***** Escheatment run control fields *****
       77  WS-CHKSTAT-STATUS  PIC XX.
       77  WS-MASTER-STATUS   PIC XX.
       77  WS-UPDORM-STATUS   PIC XX.
       77  WS-DDLETTER-STATUS PIC XX.
       77  WS-UPEXTR-STATUS   PIC XX.
       77  WS-UPGL-STATUS     PIC XX.
       77  WS-EMP-FOUND-SW    PIC X.
           88  WS-EMP-FOUND               VALUE "Y".

      ***** Due-diligence and dormancy rules: a stale check gets one
      ***** letter giving the payee RESPONSE-DAYS to claim it; once
      ***** that deadline has passed AND the check has been out for
      ***** the dormancy period of the payee's work state, counted
      ***** from the issue date, it is escheated.  A state missing
      ***** from UPDORM takes DEFAULT-DORMANCY-DAYS *****
       77  RESPONSE-DAYS      PIC 9(3)    VALUE 60.
       77  DEFAULT-DORMANCY-DAYS PIC 9(4) VALUE 365.
       77  WS-RUN-DAY-INT     PIC 9(8).
       77  WS-ISSUE-DAY-INT   PIC 9(8).
       77  WS-CHECK-AGE       PIC S9(5).
       77  WS-DEADLINE        PIC 9(8).
       77  WS-EMP-STATE       PIC XX.
       77  WS-EMP-DORMANCY    PIC 9(4).
       77  WS-DORM-CT         PIC 9(2)    VALUE 0.
       77  DM-IDX             PIC 9(2).
       01  WS-DORMANCY-TABLE.
           05  WS-DORM-ENTRY OCCURS 60 TIMES.
               10  WS-DM-STATE    PIC XX.
               10  WS-DM-DAYS     PIC 9(4).

      ***** Checks escheated this run, held so the report and the
      ***** extract can be written state by state after the pass.
      ***** A check that finds the table full stays stale and is
      ***** picked up by the next run *****
       77  WS-ESC-CT          PIC 9(4)    VALUE 0.
       77  ESC-IDX            PIC 9(4).
       01  WS-ESCHEAT-TABLE.
           05  WS-ESC-ENTRY OCCURS 1000 TIMES.
               10  WS-ESC-STATE       PIC XX.
               10  WS-ESC-CHECK-NO    PIC 9(8).
               10  WS-ESC-EMPLOYEE-ID PIC X(6).
               10  WS-ESC-WHO         PIC X(15).
               10  WS-ESC-AMOUNT      PIC 9(7)V99.
               10  WS-ESC-ISSUE-DATE  PIC 9(8).
               10  WS-ESC-LETTER-DATE PIC 9(8).
       77  WS-STE-CT          PIC 9(2)    VALUE 0.
       77  STE-IDX            PIC 9(2).
       77  WS-STE-PICK        PIC 9(2).
       01  WS-STATE-TABLE.
           05  WS-STE-ENTRY OCCURS 60 TIMES.
               10  WS-STE-CODE     PIC XX.
               10  WS-STE-COUNT    PIC 9(5).
               10  WS-STE-AMOUNT   PIC 9(9)V99.

      ***** Pass counters for the escheatment summary *****
       77  WS-STALE-CT        PIC 9(5)    VALUE 0.
       77  WS-LETTER-CT       PIC 9(5)    VALUE 0.
       77  WS-AWAIT-CT        PIC 9(5)    VALUE 0.
       77  WS-DORMANT-CT      PIC 9(5)    VALUE 0.
       77  WS-EXC-CT          PIC 9(5)    VALUE 0.
       77  WS-ESC-AMT         PIC 9(9)V99 VALUE 0.
       77  WS-GL-ROW-COUNT    PIC 9(5)    VALUE 0.
       77  WS-AMT-DISP        PIC ZZ,ZZZ,ZZ9.99-.

      ***** Due-diligence letter print fields *****
       01  WS-LTR-BORDER.
           05  FILLER         PIC X(70)    VALUE ALL "=".
       01  WS-LTR-BLANK       PIC X(80)    VALUE SPACES.
       01  WS-LTR-LINE-1.
           05  FILLER         PIC X(36)
                   VALUE "NOTICE OF UNCLAIMED PAYROLL CHECK   ".
           05  FILLER         PIC X(6)     VALUE "DATE: ".
           05  WS-LTR-DATE-OUT PIC X(10).
       01  WS-LTR-LINE-2.
           05  FILLER         PIC X(4)     VALUE "TO: ".
           05  WS-LTR-WHO-OUT PIC X(15).
           05  FILLER         PIC X(7)     VALUE "  (ID: ".
           05  WS-LTR-ID-OUT  PIC X(6).
           05  FILLER         PIC X        VALUE ")".
       01  WS-LTR-LINE-3.
           05  FILLER         PIC X(23)
                   VALUE "OUR RECORDS SHOW CHECK ".
           05  WS-LTR-CHK-OUT PIC 9(8).
           05  FILLER         PIC X(11)    VALUE " ISSUED ON ".
           05  WS-LTR-ISSUE-OUT PIC X(10).
       01  WS-LTR-LINE-4.
           05  FILLER         PIC X(20)
                   VALUE "IN THE AMOUNT OF  $ ".
           05  WS-LTR-AMT-OUT PIC Z,ZZZ,ZZ9.99.
           05  FILLER         PIC X(22)
                   VALUE " HAS NEVER BEEN CASHED".
       01  WS-LTR-LINE-5.
           05  FILLER         PIC X(34)
                   VALUE "TO CLAIM THESE WAGES, CONTACT THE ".
           05  FILLER         PIC X(32)
                   VALUE "PAYROLL DEPARTMENT NO LATER THAN".
       01  WS-LTR-LINE-6.
           05  WS-LTR-DEADLINE-OUT PIC X(10).
           05  FILLER         PIC X(36)
                   VALUE ". AFTER THAT DATE THE FUNDS WILL BE ".
           05  FILLER         PIC X(11)    VALUE "REMITTED TO".
       01  WS-LTR-LINE-7.
           05  FILLER         PIC X(13)    VALUE "THE STATE OF ".
           05  WS-LTR-STATE-OUT PIC XX.
           05  FILLER         PIC X(30)
                   VALUE " AS UNCLAIMED PROPERTY.".

      ***** Date formatting work area -- CCYYMMDD in, MM/DD/CCYY
      ***** out *****
       01  WS-DATE-IN         PIC 9(8).
       01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
           05  WS-DATE-IN-YYYY PIC 9(4).
           05  WS-DATE-IN-MM  PIC 9(2).
           05  WS-DATE-IN-DD  PIC 9(2).
       01  WS-DATE-OUT.
           05  WS-DATE-OUT-MM PIC 9(2).
           05  FILLER         PIC X       VALUE "/".
           05  WS-DATE-OUT-DD PIC 9(2).
           05  FILLER         PIC X       VALUE "/".
           05  WS-DATE-OUT-YYYY PIC 9(4).

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
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-8  TO WS-RUN-DATE.
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY.
           MOVE WS-RUN-MM-IN   TO WS-RUN-MM.
           MOVE WS-RUN-DD-IN   TO WS-RUN-DD.
           COMPUTE WS-RUN-DAY-INT
                   = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-INT + RESPONSE-DAYS).
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "UNCLAIMED PAYROLL CHECKS   RUN DATE: "
                   WS-RUN-DATE-X.
           DISPLAY "=================================================".
           PERFORM 010-OPEN-STATUS-MASTER.
           PERFORM 012-OPEN-MASTER.
           PERFORM 015-LOAD-DORMANCY-TABLE.
           PERFORM 040-OPEN-OUTPUTS.
           PERFORM 400-REVIEW-STALE-CHECKS.
           PERFORM 500-REPORT-BY-STATE.
           PERFORM 600-WRITE-GL-ENTRY.
           PERFORM 900-PRINT-SUMMARY.
           CLOSE CHECK-STATUS-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE LETTER-PRINT-FILE.
           CLOSE UNCLAIMED-EXTRACT-FILE.
           CLOSE UNCLAIMED-GL-FILE.
           GOBACK.

      ***** The letter and escheat dates live on the status master;
      ***** a run that cannot keep them would mail the same letter
      ***** every time and never escheat -- refuse to run.
       010-OPEN-STATUS-MASTER.
           OPEN I-O CHECK-STATUS-FILE.
           IF WS-CHKSTAT-STATUS NOT = "00"
               DISPLAY "*** CHKSTAT CHECK-STATUS MASTER NOT AVAILABLE"
                       " (STATUS " WS-CHKSTAT-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ***** The payee's work state decides whose law and whose
      ***** dormancy period applies.
       012-OPEN-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** EMPMAST MASTER FILE NOT AVAILABLE"
                       " (STATUS " WS-MASTER-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ***** A run without the dormancy table would hold every state
      ***** to the default period -- refuse to run instead.
       015-LOAD-DORMANCY-TABLE.
           OPEN INPUT DORMANCY-TABLE-FILE.
           IF WS-UPDORM-STATUS NOT = "00"
               DISPLAY "*** UPDORM DORMANCY TABLE NOT AVAILABLE"
                       " (STATUS " WS-UPDORM-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-UPDORM-STATUS NOT = "00"
               READ DORMANCY-TABLE-FILE
                   AT END MOVE "10" TO WS-UPDORM-STATUS
                   NOT AT END
                       IF WS-DORM-CT >= 60
                           DISPLAY "*** UPDORM TABLE EXCEEDS 60"
                                   " STATES -- RUN ABORTED ***"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-DORM-CT
                       MOVE UD-STATE         TO WS-DM-STATE (WS-DORM-CT)
                       MOVE UD-DORMANCY-DAYS TO WS-DM-DAYS (WS-DORM-CT)
               END-READ
           END-PERFORM.
           CLOSE DORMANCY-TABLE-FILE.

      ***** The letters, extract and GL entry are this run's own;
      ***** the GL entry opens with its header.
       040-OPEN-OUTPUTS.
           OPEN OUTPUT LETTER-PRINT-FILE.
           OPEN OUTPUT UNCLAIMED-EXTRACT-FILE.
           OPEN OUTPUT UNCLAIMED-GL-FILE.
           MOVE "H"           TO UH-RECORD-TYPE.
           MOVE WS-RUN-DATE-8 TO UH-RUN-DATE.
           WRITE UNCLAIMED-GL-HEADER-RECORD.

      ***** One pass over the status master.  Only checks the
      ***** reconciliation has already marked stale are touched --
      ***** outstanding, cleared, voided and stopped checks are not
      ***** this job's business.
       400-REVIEW-STALE-CHECKS.
           DISPLAY "-------------------------------------------------".
           DISPLAY "DUE-DILIGENCE LETTERS AND ESCHEATMENTS".
           MOVE LOW-VALUES TO CS-CHECK-NO.
           START CHECK-STATUS-FILE
               KEY IS NOT LESS THAN CS-CHECK-NO
               INVALID KEY MOVE "23" TO WS-CHKSTAT-STATUS
           END-START.
           PERFORM UNTIL WS-CHKSTAT-STATUS NOT = "00"
               READ CHECK-STATUS-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-CHKSTAT-STATUS
               END-READ
               IF WS-CHKSTAT-STATUS = "00" AND CS-STATUS = "L"
                   PERFORM 410-REVIEW-ONE-CHECK
      ***** a failure on one check is reported -- do not let it
      ***** end the pass early
                   MOVE "00" TO WS-CHKSTAT-STATUS
               END-IF
           END-PERFORM.

      ***** No letter yet: send one.  Letter sent and its deadline
      ***** passed: escheat once the state's dormancy period is up.
      ***** Otherwise the check waits -- on the payee or on the
      ***** calendar.
       410-REVIEW-ONE-CHECK.
           ADD 1 TO WS-STALE-CT.
           PERFORM 415-FIND-PAYEE-STATE.
           IF NOT WS-EMP-FOUND
               ADD 1 TO WS-EXC-CT
               DISPLAY "*** CHECK " CS-CHECK-NO ": EMPLOYEE "
                       CS-EMPLOYEE-ID " NOT ON MASTER -- STATE"
                       " UNKNOWN, CHECK HELD ***"
           ELSE
               IF CS-DD-LETTER-DATE = 0
                   PERFORM 420-SEND-LETTER
               ELSE
                   IF WS-RUN-DATE NOT > CS-DD-DEADLINE
                       ADD 1 TO WS-AWAIT-CT
                   ELSE
                       IF CS-ISSUE-DATE > 0
                           COMPUTE WS-ISSUE-DAY-INT = FUNCTION
                                   INTEGER-OF-DATE (CS-ISSUE-DATE)
                           COMPUTE WS-CHECK-AGE
                                   = WS-RUN-DAY-INT - WS-ISSUE-DAY-INT
                       ELSE
                           MOVE 0 TO WS-CHECK-AGE
                       END-IF
                       IF WS-CHECK-AGE < WS-EMP-DORMANCY
                           ADD 1 TO WS-DORMANT-CT
                       ELSE
                           PERFORM 430-ESCHEAT-CHECK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       415-FIND-PAYEE-STATE.
           MOVE "Y" TO WS-EMP-FOUND-SW.
           MOVE CS-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-EMP-FOUND-SW
           END-READ.
           IF WS-EMP-FOUND
               MOVE EM-WORK-STATE TO WS-EMP-STATE
               MOVE DEFAULT-DORMANCY-DAYS TO WS-EMP-DORMANCY
               PERFORM VARYING DM-IDX FROM 1 BY 1
                       UNTIL DM-IDX > WS-DORM-CT
                   IF WS-DM-STATE (DM-IDX) = WS-EMP-STATE
                       MOVE WS-DM-DAYS (DM-IDX) TO WS-EMP-DORMANCY
                   END-IF
               END-PERFORM
           END-IF.

      ***** The letter dates are stamped before the letter is
      ***** printed -- a letter the master did not keep is never
      ***** mailed, so the deadline on paper is always the one on
      ***** file.
       420-SEND-LETTER.
           MOVE WS-RUN-DATE-8 TO CS-DD-LETTER-DATE.
           MOVE WS-DEADLINE   TO CS-DD-DEADLINE.
           REWRITE CHECK-STATUS-RECORD.
           IF WS-CHKSTAT-STATUS NOT = "00"
               ADD 1 TO WS-EXC-CT
               DISPLAY "*** CHECK " CS-CHECK-NO ": LETTER DATE NOT"
                       " RECORDED (STATUS " WS-CHKSTAT-STATUS
                       ") -- NO LETTER ***"
           ELSE
               MOVE WS-RUN-DATE-X  TO WS-LTR-DATE-OUT
               MOVE CS-WHO         TO WS-LTR-WHO-OUT
               MOVE CS-EMPLOYEE-ID TO WS-LTR-ID-OUT
               MOVE CS-CHECK-NO    TO WS-LTR-CHK-OUT
               MOVE CS-ISSUE-DATE  TO WS-DATE-IN
               PERFORM 700-FORMAT-DATE
               MOVE WS-DATE-OUT    TO WS-LTR-ISSUE-OUT
               MOVE CS-NET-AMOUNT  TO WS-LTR-AMT-OUT
               MOVE WS-DEADLINE    TO WS-DATE-IN
               PERFORM 700-FORMAT-DATE
               MOVE WS-DATE-OUT    TO WS-LTR-DEADLINE-OUT
               MOVE WS-EMP-STATE   TO WS-LTR-STATE-OUT
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-BORDER
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-LINE-1
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-BLANK
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-LINE-2
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-BLANK
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-LINE-3
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-LINE-4
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-LINE-5
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-LINE-6
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-LINE-7
               WRITE DUE-DILIGENCE-PRINT-LINE FROM WS-LTR-BORDER
               ADD 1 TO WS-LETTER-CT
               MOVE CS-NET-AMOUNT TO WS-AMT-DISP
               DISPLAY "LETTER   CHECK " CS-CHECK-NO " " CS-WHO
                       WS-AMT-DISP "  " WS-EMP-STATE
                       "  RESPOND BY " WS-LTR-DEADLINE-OUT
           END-IF.

      ***** The check becomes E on the master first; only a status
      ***** the file kept is reported, extracted and booked.  Room
      ***** in the state and run tables is proved before anything
      ***** moves.
       430-ESCHEAT-CHECK.
           MOVE 0 TO WS-STE-PICK.
           PERFORM VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-CT
               IF WS-STE-CODE (STE-IDX) = WS-EMP-STATE
                   MOVE STE-IDX TO WS-STE-PICK
               END-IF
           END-PERFORM.
           IF WS-ESC-CT >= 1000
                   OR (WS-STE-PICK = 0 AND WS-STE-CT >= 60)
               ADD 1 TO WS-EXC-CT
               DISPLAY "*** CHECK " CS-CHECK-NO ": RUN TABLE FULL --"
                       " HELD FOR THE NEXT RUN ***"
           ELSE
               MOVE "E"           TO CS-STATUS
               MOVE WS-RUN-DATE-8 TO CS-ESCHEAT-DATE
               REWRITE CHECK-STATUS-RECORD
               IF WS-CHKSTAT-STATUS NOT = "00"
                   ADD 1 TO WS-EXC-CT
                   DISPLAY "*** CHECK " CS-CHECK-NO ": ESCHEAT MARK"
                           " FAILED (STATUS " WS-CHKSTAT-STATUS
                           ") ***"
               ELSE
                   IF WS-STE-PICK = 0
                       ADD 1 TO WS-STE-CT
                       MOVE WS-STE-CT    TO WS-STE-PICK
                       MOVE WS-EMP-STATE TO WS-STE-CODE (WS-STE-PICK)
                       MOVE 0 TO WS-STE-COUNT (WS-STE-PICK)
                       MOVE 0 TO WS-STE-AMOUNT (WS-STE-PICK)
                   END-IF
                   ADD 1 TO WS-STE-COUNT (WS-STE-PICK)
                   ADD CS-NET-AMOUNT TO WS-STE-AMOUNT (WS-STE-PICK)
                   ADD 1 TO WS-ESC-CT
                   MOVE WS-EMP-STATE   TO WS-ESC-STATE (WS-ESC-CT)
                   MOVE CS-CHECK-NO    TO WS-ESC-CHECK-NO (WS-ESC-CT)
                   MOVE CS-EMPLOYEE-ID
                                     TO WS-ESC-EMPLOYEE-ID (WS-ESC-CT)
                   MOVE CS-WHO         TO WS-ESC-WHO (WS-ESC-CT)
                   MOVE CS-NET-AMOUNT  TO WS-ESC-AMOUNT (WS-ESC-CT)
                   MOVE CS-ISSUE-DATE  TO WS-ESC-ISSUE-DATE (WS-ESC-CT)
                   MOVE CS-DD-LETTER-DATE
                                     TO WS-ESC-LETTER-DATE (WS-ESC-CT)
                   ADD CS-NET-AMOUNT TO WS-ESC-AMT
                   MOVE CS-NET-AMOUNT TO WS-AMT-DISP
                   DISPLAY "ESCHEAT  CHECK " CS-CHECK-NO " " CS-WHO
                           WS-AMT-DISP "  " WS-EMP-STATE
               END-IF
           END-IF.

      ***** The unclaimed-property report and extract, state by
      ***** state: each check escheated to the state, then the
      ***** state's total.
       500-REPORT-BY-STATE.
           DISPLAY "-------------------------------------------------".
           DISPLAY "UNCLAIMED PROPERTY ESCHEATED THIS RUN BY STATE".
           IF WS-STE-CT = 0
               DISPLAY "NONE"
           END-IF.
           PERFORM VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-CT
               PERFORM 510-REPORT-ONE-STATE
           END-PERFORM.

       510-REPORT-ONE-STATE.
           DISPLAY " ".
           DISPLAY "STATE " WS-STE-CODE (STE-IDX).
           PERFORM VARYING ESC-IDX FROM 1 BY 1
                   UNTIL ESC-IDX > WS-ESC-CT
               IF WS-ESC-STATE (ESC-IDX) = WS-STE-CODE (STE-IDX)
                   PERFORM 520-EXTRACT-ONE-CHECK
               END-IF
           END-PERFORM.
           MOVE "S"                      TO UP-RECORD-TYPE.
           MOVE WS-STE-CODE (STE-IDX)    TO UP-STATE.
           MOVE 0                        TO UP-CHECK-NO.
           MOVE SPACES                   TO UP-EMPLOYEE-ID.
           MOVE SPACES                   TO UP-WHO.
           MOVE WS-STE-AMOUNT (STE-IDX)  TO UP-AMOUNT.
           MOVE 0                        TO UP-ISSUE-DATE.
           MOVE 0                        TO UP-LETTER-DATE.
           MOVE WS-RUN-DATE-8            TO UP-ESCHEAT-DATE.
           MOVE WS-STE-COUNT (STE-IDX)   TO UP-CHECK-COUNT.
           WRITE UNCLAIMED-PROPERTY-RECORD.
           MOVE WS-STE-AMOUNT (STE-IDX) TO WS-AMT-DISP.
           DISPLAY "  STATE " WS-STE-CODE (STE-IDX) " TOTAL  "
                   WS-STE-COUNT (STE-IDX) " CHECKS  " WS-AMT-DISP.

       520-EXTRACT-ONE-CHECK.
           MOVE "D"                         TO UP-RECORD-TYPE.
           MOVE WS-ESC-STATE (ESC-IDX)      TO UP-STATE.
           MOVE WS-ESC-CHECK-NO (ESC-IDX)   TO UP-CHECK-NO.
           MOVE WS-ESC-EMPLOYEE-ID (ESC-IDX) TO UP-EMPLOYEE-ID.
           MOVE WS-ESC-WHO (ESC-IDX)        TO UP-WHO.
           MOVE WS-ESC-AMOUNT (ESC-IDX)     TO UP-AMOUNT.
           MOVE WS-ESC-ISSUE-DATE (ESC-IDX) TO UP-ISSUE-DATE.
           MOVE WS-ESC-LETTER-DATE (ESC-IDX) TO UP-LETTER-DATE.
           MOVE WS-RUN-DATE-8               TO UP-ESCHEAT-DATE.
           MOVE 1                           TO UP-CHECK-COUNT.
           WRITE UNCLAIMED-PROPERTY-RECORD.
           MOVE WS-ESC-AMOUNT (ESC-IDX) TO WS-AMT-DISP.
           DISPLAY "  CHECK " WS-ESC-CHECK-NO (ESC-IDX) " "
                   WS-ESC-EMPLOYEE-ID (ESC-IDX) " "
                   WS-ESC-WHO (ESC-IDX) WS-AMT-DISP
                   "  ISSUED " WS-ESC-ISSUE-DATE (ESC-IDX)
                   "  LETTER " WS-ESC-LETTER-DATE (ESC-IDX).

      ***** One liability row per state, and the trailer the GL
      ***** upload proves the batch against.
       600-WRITE-GL-ENTRY.
           PERFORM VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-CT
               MOVE "D"                     TO UG-RECORD-TYPE
               MOVE WS-STE-CODE (STE-IDX)   TO UG-STATE
               MOVE WS-STE-COUNT (STE-IDX)  TO UG-CHECK-COUNT
               MOVE WS-STE-AMOUNT (STE-IDX) TO UG-AMOUNT
               WRITE UNCLAIMED-GL-RECORD
               ADD 1 TO WS-GL-ROW-COUNT
           END-PERFORM.
           MOVE "T"             TO UT-RECORD-TYPE.
           MOVE WS-GL-ROW-COUNT TO UT-ROW-COUNT.
           MOVE WS-ESC-AMT      TO UT-HASH-AMOUNT.
           WRITE UNCLAIMED-GL-TRAILER-RECORD.

       700-FORMAT-DATE.
           MOVE WS-DATE-IN-MM   TO WS-DATE-OUT-MM.
           MOVE WS-DATE-IN-DD   TO WS-DATE-OUT-DD.
           MOVE WS-DATE-IN-YYYY TO WS-DATE-OUT-YYYY.

       900-PRINT-SUMMARY.
           DISPLAY "-------------------------------------------------".
           DISPLAY "STALE CHECKS REVIEWED: " WS-STALE-CT.
           DISPLAY "LETTERS SENT:          " WS-LETTER-CT.
           DISPLAY "AWAITING RESPONSE:     " WS-AWAIT-CT.
           DISPLAY "AWAITING DORMANCY:     " WS-DORMANT-CT.
           DISPLAY "CHECKS ESCHEATED:      " WS-ESC-CT.
           MOVE WS-ESC-AMT TO WS-AMT-DISP.
           DISPLAY "AMOUNT ESCHEATED:      " WS-AMT-DISP.
           DISPLAY "STATES:                " WS-STE-CT.
           DISPLAY "EXCEPTIONS:            " WS-EXC-CT.
           DISPLAY "=================================================".
