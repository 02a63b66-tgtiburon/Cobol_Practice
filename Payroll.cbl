               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DED-KEY
               FILE STATUS IS WS-DEDMAST-STATUS.
           SELECT DEPOSIT-ALLOCATION-FILE ASSIGN TO "DEPALLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-ALLOC-KEY
               FILE STATUS IS WS-DEPALLOC-STATUS.
           SELECT GL-POST-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT STATE-RATE-FILE ASSIGN TO "STRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRATE-STATUS.
           SELECT SUTA-RATE-FILE ASSIGN TO "SUTARATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUTARATE-STATUS.
           SELECT FED-TAX-FILE ASSIGN TO "FEDTAX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEDTAX-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.
           COPY PAYHIST.
       FD  DEDUCTION-MASTER-FILE.
           COPY DEDMAST.
       FD  DEPOSIT-ALLOCATION-FILE.
           COPY DEPALLOC.
       FD  GL-POST-FILE.
           COPY GLPOST.
       FD  CHECKPOINT-FILE.
           COPY PAYTOTS.
       FD  STATE-RATE-FILE.
           COPY STRATE.
       FD  SUTA-RATE-FILE.
           COPY SUTARATE.
       FD  FED-TAX-FILE.
           COPY FEDTAX.
       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.
       FD  VARIANCE-REPORT-FILE.
       77  WS-SS-ROOM     PIC S9(7)V99.
       77  WS-SS-TAXABLE  PIC S9(7)V99.
       77  WS-SS-EXCESS   PIC S9(7)V99.
      ***** STATE-RATE is the fallback when an employee's work state
      ***** is blank or not on the STRATE table -- the check still
      ***** withholds, and the odd state code surfaces on the
               10  WS-ST-CODE     PIC XX.
               10  WS-ST-RATE     PIC V9999.

      ***** Employer payroll taxes, figured on every check and
      ***** accrued to the GL by location -- the employer FICA match
      ***** equals the FICA withheld; FUTA and state unemployment
      ***** (SUTA) are taxed on gross less Section 125, each capped
      ***** at its own annual wage base.  SUTA rates and bases come
      ***** from the SUTARATE file; a blank or unlisted work state
      ***** falls back to the new-employer default so the expense is
      ***** never silently dropped *****
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
       77  WS-UI-EXCESS       PIC S9(7)V99.
       77  WS-ER-FICA         PIC S9(6)V99 VALUE 0.
       77  WS-FUTA-WAGES      PIC S9(7)V99 VALUE 0.
       77  WS-FUTA-TAX        PIC S9(6)V99 VALUE 0.
       77  WS-SUTA-WAGES      PIC S9(7)V99 VALUE 0.
       77  WS-SUTA-TAX        PIC S9(6)V99 VALUE 0.
       77  WS-LOC-ER-FICA     PIC S9(7)V99 VALUE 0.
       77  WS-LOC-FUTA        PIC S9(7)V99 VALUE 0.
       77  WS-LOC-SUTA        PIC S9(7)V99 VALUE 0.
       77  WS-GRAND-ER-FICA   PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-FUTA      PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-SUTA      PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-ER-FICA PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-FUTA    PIC S9(9)V99 VALUE 0.
       77  WS-GL-HASH-SUTA    PIC S9(9)V99 VALUE 0.

      ***** Federal percentage-method withholding table, loaded
      ***** from the FEDTAX file at start of run -- bracket rows for
      ***** each filing status and W-4 schedule plus the standard
      ***** allowance for each filing status, maintained outside the
      ***** program.  Every filing status and schedule must carry a
      ***** bracket starting at zero or the run is refused.  An
      ***** adjustment group is supplemental pay and is withheld at
      ***** the flat SUPP-FED-RATE instead *****
       77  WS-FEDTAX-STATUS   PIC XX.
       77  WS-FT-CT           PIC 9(3)    VALUE 0.
       77  FT-IDX             PIC 9(3).
       77  WS-FT-PICK         PIC 9(3).
       01  WS-FED-TAX-TABLE.
           05  WS-FT-ENTRY OCCURS 100 TIMES.
               10  WS-FT-TYPE      PIC X.
               10  WS-FT-STATUS    PIC X.
               10  WS-FT-SCHED     PIC X.
               10  WS-FT-OVER      PIC 9(7)V99.
               10  WS-FT-BASE      PIC 9(7)V99.
               10  WS-FT-RATE      PIC V9999.
       77  WS-FT-STATUS-CODES PIC X(3)    VALUE "SMH".
       77  WS-FT-SCHED-CODES  PIC X(2)    VALUE "SC".
       77  WS-FT-S-IX         PIC 9(1).
       77  WS-FT-C-IX         PIC 9(1).
       77  WS-FT-FOUND-SW     PIC X.
       77  SUPP-FED-RATE      PIC V9999   VALUE .2200.
       77  WS-PAY-PERIODS     PIC 9(2).
       77  WS-W4-STATUS       PIC X.
       77  WS-W4-SCHED        PIC X.
       77  WS-FIT-ALLOWANCE   PIC 9(7)V99.
       77  WS-FIT-ANNUAL      PIC S9(9)V99.
       77  WS-FIT-ANNUAL-TAX  PIC S9(9)V99.

      ***** Earnings-code reference table -- code, description,
      ***** rate multiplier, flat amount.  ADJ is the designated
      ***** adjustment/reversal transaction: it is the only code
      ***** allowed to carry negative hours, which back out a prior
      ***** payment at straight time.  RET is retroactive pay: the
      ***** card carries no hours, and pays the amount the retro
      ***** generator figured in ET-AMOUNT as a flat earning *****
       01  EARNINGS-CODE-TABLE-VALUES.
           05  FILLER  PIC X(25)  VALUE "REGRegular Time1000000000".
           05  FILLER  PIC X(25)  VALUE "BONBonus Pay   1000010000".
           05  FILLER  PIC X(25)  VALUE "ADJAdjustment  1000000000".
           05  FILLER  PIC X(25)  VALUE "VACVacation    1000000000".
           05  FILLER  PIC X(25)  VALUE "SICSick Leave  1000000000".
           05  FILLER  PIC X(25)  VALUE "RETRetro Pay   1000000000".
       01  EARNINGS-CODE-TABLE REDEFINES EARNINGS-CODE-TABLE-VALUES.
           05  EARNINGS-CODE-ENTRY OCCURS 8 TIMES.
               10  EC-CODE         PIC X(3).
               10  EC-DESC         PIC X(12).
               10  EC-MULTIPLIER   PIC 9V999.
       77  EC-IDX         PIC 9(1).
       77  ADJ-RATE       PIC 9(3)V999.
       77  WS-EARN-DESC   PIC X(12).
       77  WS-EARN-FLAT   PIC 9(5)V99.

      ***** Register page-heading / run-total control fields *****
       77  WS-RUN-DATE        PIC 9(8).
               10  DW-DED-CODE     PIC X(3).
               10  DW-DED-DESC     PIC X(12).
               10  DW-DED-CLASS    PIC X.
               10  DW-DED-PASS     PIC X.
               10  DW-PRIORITY     PIC 9(2).
               10  DW-USED-SW      PIC X.
               10  DW-TAKEN        PIC S9(7)V99.
               10  DW-ARREARS      PIC 9(7)V99.
      ***** Pre-tax deductions (class K 401(k), class C Section 125)
      ***** are taken in a pass of their own ahead of withholding and
      ***** come off the taxable wages; garnishments and voluntary
      ***** deductions follow in the after-tax pass.  WS-FIT-WAGES is
      ***** the federal/state taxable wage, WS-FICA-WAGES the wage
      ***** FICA is figured on (only Section 125 comes off it) *****
       77  WS-DED-PASS        PIC X       VALUE "P".
           88  WS-PRETAX-PASS              VALUE "P".
           88  WS-AFTERTAX-PASS            VALUE "A".
       77  WS-PRETAX-401K     PIC 9(6)V99 VALUE 0.
       77  WS-PRETAX-125      PIC 9(6)V99 VALUE 0.
       77  WS-FIT-WAGES       PIC S9(7)V99 VALUE 0.
       77  WS-FICA-WAGES      PIC S9(7)V99 VALUE 0.

      ***** Timecard edit / exception handling -- every rejected
      ***** card goes to the machine-readable recycle file and to
           05  FILLER  PIC X(30)
                          VALUE "PERIOD END NOT ON PAY CALENDAR".
           05  FILLER  PIC X(30)  VALUE "LEAVE BALANCE EXCEEDED".
           05  FILLER  PIC X(30)  VALUE "RETRO AMOUNT MISSING OR ZERO".
       01  EXCP-REASON-TABLE REDEFINES EXCP-REASON-TABLE-VALUES.
           05  ER-REASON-ENTRY OCCURS 14 TIMES.
               10  ER-REASON-DESC  PIC X(30).
       01  EXCP-COUNT-TABLE.
           05  ER-REASON-COUNT OCCURS 14 TIMES PIC 9(5).
       01  WS-EXC-LINE-1.
           05  FILLER         PIC X(13)   VALUE "EMPLOYEE ID: ".
           05  WS-EXC-ID-OUT  PIC X(6).
               10  WS-SWP-TAX      PIC S9(7)V99.
               10  WS-SWP-DEDUCT   PIC 9(7)V99.
               10  WS-SWP-NET      PIC S9(7)V99.
               10  WS-SWP-ER-FICA  PIC S9(7)V99.
               10  WS-SWP-FUTA     PIC S9(7)V99.
               10  WS-SWP-SUTA     PIC S9(7)V99.

      ***** Pay-calendar control fields -- the valid period-end
      ***** dates for the payroll year, loaded from PAYCAL at start
           05  FILLER         PIC X(16)    VALUE "THE AMOUNT OF  $".
           05  WS-CHK-AMT-OUT PIC Z,ZZZ,ZZ9.99.

      ***** Split direct-deposit fields -- a deposit employee's net
      ***** is spread over the DEPALLOC allocations, flat amounts
      ***** first and percents next, each in priority order, and the
      ***** remainder account on the master takes what is left.  The
      ***** last table entry is always that remainder account, so
      ***** the entries foot to net pay and the ACH trailer proves
      ***** out; the same table lists the deposits on the advice *****
       77  WS-DEPALLOC-STATUS PIC XX.
       77  WS-DEPALLOC-SW     PIC X        VALUE "N".
           88  WS-DEPALLOC-OPEN            VALUE "Y".
       77  WS-DEP-CT          PIC 9(2)     VALUE 0.
       77  DEP-IDX            PIC 9(2).
       77  WS-DEP-LEFT        PIC S9(7)V99.
       77  WS-DEP-WANTED      PIC S9(7)V99.
       77  WS-ADV-CHECK-NO    PIC 9(8)     VALUE 0.
       01  DEP-WORK-TABLE.
           05  DEP-ENTRY OCCURS 10 TIMES.
               10  AW-ALLOC-DESC   PIC X(12).
               10  AW-BANK-ROUTING PIC 9(9).
               10  AW-BANK-ACCOUNT PIC X(17).
               10  AW-METHOD       PIC X.
               10  AW-FLAT-AMT     PIC 9(5)V99.
               10  AW-PERCENT      PIC V999.
               10  AW-AMOUNT       PIC 9(7)V99.

      ***** Pay-advice (earnings statement) print fields -- one
      ***** statement for every employee paid, whether the net went
      ***** out as a paper check or an ACH deposit *****
           05  WS-ADV-DED-AMT    PIC ZZZZZZ9.99-.
           05  FILLER            PIC X(10) VALUE "  ARREARS ".
           05  WS-ADV-DED-ARR    PIC ZZZZZZ9.99-.
       01  WS-ADV-DEP-LINE.
           05  FILLER            PIC X(2)  VALUE "  ".
           05  WS-ADV-DEP-DESC   PIC X(12).
           05  FILLER            PIC X     VALUE " ".
           05  WS-ADV-DEP-ROUTING PIC 9(9).
           05  FILLER            PIC X     VALUE " ".
           05  WS-ADV-DEP-ACCOUNT PIC X(17).
           05  WS-ADV-DEP-AMT    PIC ZZZZZZ9.99-.
       01  WS-ADV-CHK-LINE.
           05  FILLER            PIC X(20)
                                 VALUE "PAID BY CHECK NO.   ".
           05  WS-ADV-CHK-NO-OUT PIC 9(8).
           05  WS-ADV-CHK-AMT    PIC ZZZZZZ9.99-.

       PROCEDURE DIVISION .
       000-MAIN.
           END-IF.
           PERFORM 010-OPEN-MASTER.
           PERFORM 015-OPEN-DEDMAST.
           PERFORM 014-OPEN-DEPALLOC.
           PERFORM 016-LOAD-STATE-RATES.
           PERFORM 013-LOAD-SUTA-RATES.
           PERFORM 019-LOAD-FED-TAX-TABLE.
           PERFORM 017-OPEN-PAYHIST.
           PERFORM 018-LOAD-PAY-CALENDAR.
           PERFORM 027-READ-PAYROLL-YEAR.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE DEDUCTION-MASTER-FILE.
           IF WS-DEPALLOC-OPEN
               CLOSE DEPOSIT-ALLOCATION-FILE
           END-IF.
           IF WS-LIVE-RUN
               CLOSE GL-POST-FILE
               CLOSE ACH-EXTRACT-FILE
           END-IF.
           MOVE WS-RUN-DATE-8 TO RC-RUN-DATE.
           MOVE "INFLIGHT" TO RC-RUN-STATUS.
      ***** This run posts to the quarter buckets, so whatever
      ***** reconciliation was on record no longer holds.
           MOVE 0 TO RC-RECON-QTR.
           PERFORM 011-WRITE-RUN-CONTROL.

       008-READ-RUN-CONTROL.
           MOVE 0      TO RC-Q4-EXTRACT-YEAR.
           MOVE 0      TO RC-OVERRIDE-DATE.
           MOVE SPACES TO RC-OVERRIDE-OPER.
           MOVE 0      TO RC-RECON-YEAR.
           MOVE 0      TO RC-RECON-QTR.
           MOVE 0      TO RC-RECON-DATE.

       011-WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
                                                   WS-GRAND-DEDUCT
                               ADD GL-NET-PAY TO WS-GL-HASH-NET
                                                   WS-GRAND-NET
                               ADD GL-ER-FICA TO WS-GL-HASH-ER-FICA
                                                 WS-GRAND-ER-FICA
                               ADD GL-FUTA TO WS-GL-HASH-FUTA
                                              WS-GRAND-FUTA
                               ADD GL-SUTA TO WS-GL-HASH-SUTA
                                              WS-GRAND-SUTA
                           END-IF
                   END-READ
               END-PERFORM
       044-WRITE-GL-HEADER.
           MOVE "H" TO GH-RECORD-TYPE.
           MOVE WS-RUN-DATE-8 TO GH-RUN-DATE.
           MOVE "P" TO GH-BATCH-TYPE.
           WRITE GL-HEADER-RECORD.

      ***** A restart re-extends the bank files written before the
           MOVE WS-RUN-DATE-X TO WS-VAR-HDR-DATE.
           WRITE VARIANCE-PRINT-LINE FROM WS-VAR-HDR-LINE.

      ***** The allocation file is read only.  No file at all just
      ***** means nobody has split a deposit yet and every deposit
      ***** goes whole to the master's account; any other failure
      ***** would send split money to the wrong account, so stop.
       014-OPEN-DEPALLOC.
           OPEN INPUT DEPOSIT-ALLOCATION-FILE.
           IF WS-DEPALLOC-STATUS = "00"
               SET WS-DEPALLOC-OPEN TO TRUE
           ELSE
               IF WS-DEPALLOC-STATUS NOT = "35"
                   DISPLAY "*** DEPALLOC DEPOSIT ALLOCATIONS NOT"
                           " AVAILABLE (STATUS " WS-DEPALLOC-STATUS
                           ") -- RUN ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      ***** A run without the deduction master would silently skip
      ***** every deduction, court-ordered garnishments included --
      ***** refuse to run instead.
           END-PERFORM.
           CLOSE STATE-RATE-FILE.

      ***** Same rule as the withholding table: a run without the
      ***** SUTA table would accrue every state at the default and
      ***** understate or overstate every state's UI expense.
       013-LOAD-SUTA-RATES.
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

      ***** A missing or partial federal table would withhold nothing
      ***** (or the wrong schedule) without a word -- refuse the run.
       019-LOAD-FED-TAX-TABLE.
           OPEN INPUT FED-TAX-FILE.
           IF WS-FEDTAX-STATUS NOT = "00"
               DISPLAY "*** FEDTAX FEDERAL TAX TABLE NOT AVAILABLE"
                       " (STATUS " WS-FEDTAX-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-FEDTAX-STATUS NOT = "00"
               READ FED-TAX-FILE
                   AT END MOVE "10" TO WS-FEDTAX-STATUS
                   NOT AT END
                       IF WS-FT-CT >= 100
                           DISPLAY "*** FEDTAX TABLE EXCEEDS 100"
                                   " ROWS -- RUN ABORTED ***"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-FT-CT
                       MOVE FT-RECORD-TYPE   TO WS-FT-TYPE (WS-FT-CT)
                       MOVE FT-FILING-STATUS TO WS-FT-STATUS (WS-FT-CT)
                       MOVE FT-SCHEDULE      TO WS-FT-SCHED (WS-FT-CT)
                       MOVE FT-WAGE-OVER     TO WS-FT-OVER (WS-FT-CT)
                       MOVE FT-BASE-TAX      TO WS-FT-BASE (WS-FT-CT)
                       MOVE FT-RATE          TO WS-FT-RATE (WS-FT-CT)
               END-READ
           END-PERFORM.
           CLOSE FED-TAX-FILE.
           PERFORM VARYING WS-FT-S-IX FROM 1 BY 1
                   UNTIL WS-FT-S-IX > 3
               PERFORM VARYING WS-FT-C-IX FROM 1 BY 1
                       UNTIL WS-FT-C-IX > 2
                   MOVE "N" TO WS-FT-FOUND-SW
                   PERFORM VARYING FT-IDX FROM 1 BY 1
                           UNTIL FT-IDX > WS-FT-CT
                       IF WS-FT-TYPE (FT-IDX) = "B"
                               AND WS-FT-STATUS (FT-IDX)
                                 = WS-FT-STATUS-CODES (WS-FT-S-IX : 1)
                               AND WS-FT-SCHED (FT-IDX)
                                 = WS-FT-SCHED-CODES (WS-FT-C-IX : 1)
                               AND WS-FT-OVER (FT-IDX) = 0
                           MOVE "Y" TO WS-FT-FOUND-SW
                       END-IF
                   END-PERFORM
                   IF WS-FT-FOUND-SW = "N"
                       DISPLAY "*** FEDTAX TABLE HAS NO SCHEDULE "
                               WS-FT-SCHED-CODES (WS-FT-C-IX : 1)
                               " FOR FILING STATUS "
                               WS-FT-STATUS-CODES (WS-FT-S-IX : 1)
                               " -- RUN ABORTED ***"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-PERFORM
           END-PERFORM.

      ***** Without the calendar every date with a month of 1-12
      ***** passes the edit and mints its own pay-history key --
      ***** refuse an on-cycle run that has no calendar to check
                   PERFORM 050-PRINT-PAGE-HEADER
               END-IF
               PERFORM 210-SPLIT-REGULAR-OT
               PERFORM 228-TAKE-PRETAX-DEDUCTIONS
               PERFORM 220-CALC-WITHHOLDING
               PERFORM 230-TAKE-DEDUCTIONS
               PERFORM 245-CHECK-VARIANCE
               ADD TOTAL-TAX    TO WS-GRAND-TAX
               ADD NET-PAY      TO WS-GRAND-NET
               ADD WS-DED-TOTAL TO WS-GRAND-DEDUCT
               ADD WS-ER-FICA   TO WS-GRAND-ER-FICA
               ADD WS-FUTA-TAX  TO WS-GRAND-FUTA
               ADD WS-SUTA-TAX  TO WS-GRAND-SUTA
               ADD WS-EMP-HOURS TO WS-LOC-HOURS
               ADD GROSS-PAY    TO WS-LOC-GROSS
               ADD NET-PAY      TO WS-LOC-NET
               ADD TOTAL-TAX    TO WS-LOC-TAX
               ADD WS-DED-TOTAL TO WS-LOC-DEDUCT
               ADD WS-ER-FICA   TO WS-LOC-ER-FICA
               ADD WS-FUTA-TAX  TO WS-LOC-FUTA
               ADD WS-SUTA-TAX  TO WS-LOC-SUTA
               ADD 1 TO WS-EMP-ON-PAGE
      ***** Only an employee whose check was actually cut can become
      ***** a checkpoint/restart point -- an exception record must
           ADD PH-RUN-TAX    TO WS-SWP-TAX (WS-SWP-PICK).
           ADD PH-RUN-DEDUCT TO WS-SWP-DEDUCT (WS-SWP-PICK).
           ADD PH-RUN-NET    TO WS-SWP-NET (WS-SWP-PICK).
           ADD PH-RUN-ER-FICA TO WS-SWP-ER-FICA (WS-SWP-PICK).
           ADD PH-RUN-FUTA   TO WS-SWP-FUTA (WS-SWP-PICK).
           ADD PH-RUN-SUTA   TO WS-SWP-SUTA (WS-SWP-PICK).
           ADD PH-RUN-HOURS  TO WS-GRAND-HOURS.
           ADD PH-RUN-GROSS  TO WS-GRAND-GROSS.
           ADD PH-RUN-TAX    TO WS-GRAND-TAX.
           ADD PH-RUN-DEDUCT TO WS-GRAND-DEDUCT.
           ADD PH-RUN-NET    TO WS-GRAND-NET.
           ADD PH-RUN-ER-FICA TO WS-GRAND-ER-FICA.
           ADD PH-RUN-FUTA   TO WS-GRAND-FUTA.
           ADD PH-RUN-SUTA   TO WS-GRAND-SUTA.

      ***** Claim or find the sweep totals entry for the group's
      ***** location.  Every sweep location must be on the table --
               MOVE 0 TO WS-SWP-TAX (WS-SWP-PICK)
               MOVE 0 TO WS-SWP-DEDUCT (WS-SWP-PICK)
               MOVE 0 TO WS-SWP-NET (WS-SWP-PICK)
               MOVE 0 TO WS-SWP-ER-FICA (WS-SWP-PICK)
               MOVE 0 TO WS-SWP-FUTA (WS-SWP-PICK)
               MOVE 0 TO WS-SWP-SUTA (WS-SWP-PICK)
           END-IF.

      ***** One subtotal block and one GL row per sweep location,
               MOVE WS-SWP-TAX (SWP-IDX)    TO WS-LOC-TAX
               MOVE WS-SWP-DEDUCT (SWP-IDX) TO WS-LOC-DEDUCT
               MOVE WS-SWP-NET (SWP-IDX)    TO WS-LOC-NET
               MOVE WS-SWP-ER-FICA (SWP-IDX) TO WS-LOC-ER-FICA
               MOVE WS-SWP-FUTA (SWP-IDX)   TO WS-LOC-FUTA
               MOVE WS-SWP-SUTA (SWP-IDX)   TO WS-LOC-SUTA
               PERFORM 400-PRINT-LOCATION-SUBTOTAL
           END-PERFORM.
           MOVE SPACES TO WS-PREV-WHERE.
           MOVE EM-SALARY-PER-PERIOD TO REGULAR-PAY.
           MOVE 0 TO OT-PAY.
           MOVE REGULAR-PAY TO GROSS-PAY.
           PERFORM 228-TAKE-PRETAX-DEDUCTIONS.
           PERFORM 220-CALC-WITHHOLDING.
           PERFORM 230-TAKE-DEDUCTIONS.
           PERFORM 245-CHECK-VARIANCE.
           ADD TOTAL-TAX    TO WS-GRAND-TAX.
           ADD NET-PAY      TO WS-GRAND-NET.
           ADD WS-DED-TOTAL TO WS-GRAND-DEDUCT.
           ADD WS-ER-FICA   TO WS-GRAND-ER-FICA.
           ADD WS-FUTA-TAX  TO WS-GRAND-FUTA.
           ADD WS-SUTA-TAX  TO WS-GRAND-SUTA.
           PERFORM 618-FIND-SWEEP-LOCATION.
           ADD GROSS-PAY    TO WS-SWP-GROSS (WS-SWP-PICK).
           ADD TOTAL-TAX    TO WS-SWP-TAX (WS-SWP-PICK).
           ADD WS-DED-TOTAL TO WS-SWP-DEDUCT (WS-SWP-PICK).
           ADD NET-PAY      TO WS-SWP-NET (WS-SWP-PICK).
           ADD WS-ER-FICA   TO WS-SWP-ER-FICA (WS-SWP-PICK).
           ADD WS-FUTA-TAX  TO WS-SWP-FUTA (WS-SWP-PICK).
           ADD WS-SUTA-TAX  TO WS-SWP-SUTA (WS-SWP-PICK).
           ADD 1 TO WS-EMP-ON-PAGE.
           ADD 1 TO WS-EMP-COUNT.

           MOVE "GROSS PAY"        TO WS-ADV-AMT-LABEL.
           MOVE GROSS-PAY          TO WS-ADV-AMT-OUT.
           WRITE ADVICE-PRINT-LINE FROM WS-ADV-AMT-LINE.
           IF WS-FIT-WAGES NOT = GROSS-PAY
               MOVE "TAXABLE WAGES AFTER PRE-TAX"
                                   TO WS-ADV-AMT-LABEL
               MOVE WS-FIT-WAGES   TO WS-ADV-AMT-OUT
               WRITE ADVICE-PRINT-LINE FROM WS-ADV-AMT-LINE
           END-IF.
           MOVE "FICA WITHHELD"    TO WS-ADV-AMT-LABEL.
           MOVE FICA-TAX           TO WS-ADV-AMT-OUT.
           WRITE ADVICE-PRINT-LINE FROM WS-ADV-AMT-LINE.
           MOVE "NET PAY"          TO WS-ADV-AMT-LABEL.
           MOVE NET-PAY            TO WS-ADV-AMT-OUT.
           WRITE ADVICE-PRINT-LINE FROM WS-ADV-AMT-LINE.
           IF WS-DEP-CT > 0
               MOVE "DEPOSITED TO:" TO ADVICE-PRINT-LINE
               WRITE ADVICE-PRINT-LINE
               PERFORM VARYING DEP-IDX FROM 1 BY 1
                       UNTIL DEP-IDX > WS-DEP-CT
                   MOVE AW-ALLOC-DESC (DEP-IDX)   TO WS-ADV-DEP-DESC
                   MOVE AW-BANK-ROUTING (DEP-IDX)
                     TO WS-ADV-DEP-ROUTING
                   MOVE AW-BANK-ACCOUNT (DEP-IDX)
                     TO WS-ADV-DEP-ACCOUNT
                   MOVE AW-AMOUNT (DEP-IDX)       TO WS-ADV-DEP-AMT
                   WRITE ADVICE-PRINT-LINE FROM WS-ADV-DEP-LINE
               END-PERFORM
           ELSE
               IF WS-ADV-CHECK-NO > 0
                   MOVE WS-ADV-CHECK-NO TO WS-ADV-CHK-NO-OUT
                   MOVE NET-PAY         TO WS-ADV-CHK-AMT
                   WRITE ADVICE-PRINT-LINE FROM WS-ADV-CHK-LINE
               END-IF
           END-IF.
           MOVE "YTD GROSS"        TO WS-ADV-AMT-LABEL.
           MOVE EM-YTD-GROSS       TO WS-ADV-AMT-OUT.
           WRITE ADVICE-PRINT-LINE FROM WS-ADV-AMT-LINE.
               MOVE 0 TO WS-LOC-NET
               MOVE 0 TO WS-LOC-TAX
               MOVE 0 TO WS-LOC-DEDUCT
               MOVE 0 TO WS-LOC-ER-FICA
               MOVE 0 TO WS-LOC-FUTA
               MOVE 0 TO WS-LOC-SUTA
           END-IF.

      ***** Was this card's location already written to the GL
           MOVE ST-PERIOD-END  TO RJ-PERIOD-END.
           MOVE WS-EXCEPTION-CODE TO RJ-REASON-CODE.
           MOVE WS-RUN-DATE-8  TO RJ-RUN-DATE.
           IF ST-WHY = "RET"
               MOVE ST-AMOUNT  TO RJ-AMOUNT
           ELSE
               MOVE SPACES     TO RJ-AMOUNT-X
           END-IF.
           WRITE REJECT-RECORD.

       205-LOOKUP-EARNINGS-CODE.
           PERFORM VARYING EC-IDX FROM 1 BY 1
                   UNTIL EC-IDX > 8 OR EC-CODE (EC-IDX) = WHY
               CONTINUE
           END-PERFORM.
           IF EC-IDX > 8
               SET WS-TIMECARD-INVALID TO TRUE
               MOVE 4 TO WS-EXCEPTION-CODE
               MOVE "UNKNOWN EARNINGS CODE" TO WS-EXCEPTION-REASON
                           TO WS-EXCEPTION-REASON
               END-COMPUTE
               MOVE EC-FLAT-AMT (EC-IDX) TO WS-EARN-FLAT
               IF WHY = "RET"
                   IF ST-AMOUNT IS NOT NUMERIC OR ST-AMOUNT NOT > 0
                       SET WS-TIMECARD-INVALID TO TRUE
                       MOVE 14 TO WS-EXCEPTION-CODE
                       MOVE "RETRO AMOUNT MISSING OR ZERO"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       MOVE ST-AMOUNT TO WS-EARN-FLAT
                   END-IF
               END-IF
           END-IF.

      ***** A leave card may only draw hours the balance covers --
      ***** Social Security withholding stops at the annual wage
      ***** base: only the room left under the cap is taxable this
      ***** check.  Medicare has no cap.  A reversal (negative
      ***** gross) gives the room back and refunds the tax.  FICA is
      ***** figured on the FICA wages and income tax on the taxable
      ***** wages, both already net of the pre-tax deductions.
       220-CALC-WITHHOLDING.
           COMPUTE WS-SS-ROOM = SS-WAGE-BASE - EM-YTD-FICA-WAGES.
           IF WS-SS-ROOM < 0
               MOVE 0 TO WS-SS-ROOM
           END-IF.
           MOVE WS-FICA-WAGES TO WS-SS-TAXABLE.
           IF WS-SS-TAXABLE > WS-SS-ROOM
               MOVE WS-SS-ROOM TO WS-SS-TAXABLE
           END-IF.
      ***** remainder reduces SS wages; YTD SS wages never go below
      ***** zero.
           IF WS-SS-TAXABLE < 0
               COMPUTE WS-SS-EXCESS = EM-YTD-GROSS - EM-YTD-SEC125
                       - EM-YTD-FICA-WAGES
               IF WS-SS-EXCESS < 0
                   MOVE 0 TO WS-SS-EXCESS
               END-IF
               COMPUTE WS-SS-TAXABLE = WS-FICA-WAGES + WS-SS-EXCESS
               IF WS-SS-TAXABLE > 0
                   MOVE 0 TO WS-SS-TAXABLE
               END-IF
               END-IF
           END-IF.
           COMPUTE FICA-TAX ROUNDED = (WS-SS-TAXABLE * SS-RATE)
                   + (WS-FICA-WAGES * MEDICARE-RATE).
           PERFORM 222-CALC-FEDERAL-TAX.
           PERFORM 225-SET-STATE-RATE.
           COMPUTE STATE-TAX = WS-FIT-WAGES * WS-EMP-STATE-RATE.
           COMPUTE TOTAL-TAX = FICA-TAX + FEDERAL-TAX + STATE-TAX.
           COMPUTE NET-PAY = GROSS-PAY - TOTAL-TAX - WS-DED-TOTAL.
           PERFORM 226-CALC-EMPLOYER-TAX.

      ***** Federal income tax by the percentage method on the
      ***** employee's W-4: annualize the taxable wage over the pay
      ***** frequency, add the Step 4(a) other income, take off the
      ***** Step 4(b) deductions and -- unless the Step 2 box is
      ***** checked -- the standard allowance, tax the result on the
      ***** filing status's FEDTAX schedule, bring it back to one
      ***** period, take off the Step 3 credit and add the Step 4(c)
      ***** extra.  An adjustment group (or any reversal) is withheld
      ***** at the flat supplemental rate on its signed amount, so a
      ***** reversal refunds at the rate the correction is taxed at.
       222-CALC-FEDERAL-TAX.
           MOVE 0 TO FEDERAL-TAX.
           IF EM-W4-EXEMPT NOT = "Y"
               IF WS-GRP-HAS-ADJ OR WS-FIT-WAGES < 0
                   COMPUTE FEDERAL-TAX ROUNDED
                           = WS-FIT-WAGES * SUPP-FED-RATE
               ELSE
                   PERFORM 223-SET-W4-SCHEDULE
                   COMPUTE WS-FIT-ANNUAL
                           = WS-FIT-WAGES * WS-PAY-PERIODS
                   IF EM-W4-OTHER-INCOME IS NUMERIC
                       ADD EM-W4-OTHER-INCOME TO WS-FIT-ANNUAL
                   END-IF
                   IF EM-W4-DEDUCTIONS IS NUMERIC
                       SUBTRACT EM-W4-DEDUCTIONS FROM WS-FIT-ANNUAL
                   END-IF
                   IF WS-W4-SCHED = "S"
                       SUBTRACT WS-FIT-ALLOWANCE FROM WS-FIT-ANNUAL
                   END-IF
                   IF WS-FIT-ANNUAL < 0
                       MOVE 0 TO WS-FIT-ANNUAL
                   END-IF
                   PERFORM 224-LOOKUP-FED-BRACKET
                   COMPUTE FEDERAL-TAX ROUNDED
                           = WS-FIT-ANNUAL-TAX / WS-PAY-PERIODS
                   IF EM-W4-DEPENDENTS-AMT IS NUMERIC
                       COMPUTE FEDERAL-TAX ROUNDED = FEDERAL-TAX
                               - (EM-W4-DEPENDENTS-AMT / WS-PAY-PERIODS)
                   END-IF
                   IF FEDERAL-TAX < 0
                       MOVE 0 TO FEDERAL-TAX
                   END-IF
                   IF EM-W4-EXTRA-WH IS NUMERIC
                       ADD EM-W4-EXTRA-WH TO FEDERAL-TAX
                   END-IF
               END-IF
           END-IF.

      ***** A master set up before the W-4 fields existed carries no
      ***** elections -- withhold as single, standard schedule,
      ***** weekly, which is what the IRS prescribes when no W-4 is
      ***** on file.
       223-SET-W4-SCHEDULE.
           MOVE "S" TO WS-W4-STATUS.
           IF EM-W4-FILING-STATUS = "M" OR EM-W4-FILING-STATUS = "H"
               MOVE EM-W4-FILING-STATUS TO WS-W4-STATUS
           END-IF.
           MOVE "S" TO WS-W4-SCHED.
           IF EM-W4-MULTI-JOBS = "Y"
               MOVE "C" TO WS-W4-SCHED
           END-IF.
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
           MOVE 0 TO WS-FIT-ALLOWANCE.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > WS-FT-CT
               IF WS-FT-TYPE (FT-IDX) = "A"
                       AND WS-FT-STATUS (FT-IDX) = WS-W4-STATUS
                   MOVE WS-FT-OVER (FT-IDX) TO WS-FIT-ALLOWANCE
               END-IF
           END-PERFORM.

      ***** The bracket is the highest "wage over" row of the
      ***** employee's status and schedule that the annual wage
      ***** reaches; the table need not be in any order.
       224-LOOKUP-FED-BRACKET.
           MOVE 0 TO WS-FT-PICK.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > WS-FT-CT
               IF WS-FT-TYPE (FT-IDX) = "B"
                       AND WS-FT-STATUS (FT-IDX) = WS-W4-STATUS
                       AND WS-FT-SCHED (FT-IDX) = WS-W4-SCHED
                       AND WS-FT-OVER (FT-IDX) <= WS-FIT-ANNUAL
                   IF WS-FT-PICK = 0
                       MOVE FT-IDX TO WS-FT-PICK
                   ELSE
                       IF WS-FT-OVER (FT-IDX)
                               > WS-FT-OVER (WS-FT-PICK)
                           MOVE FT-IDX TO WS-FT-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-FIT-ANNUAL-TAX.
           IF WS-FT-PICK > 0
               COMPUTE WS-FIT-ANNUAL-TAX ROUNDED
                       = WS-FT-BASE (WS-FT-PICK)
                       + ((WS-FIT-ANNUAL - WS-FT-OVER (WS-FT-PICK))
                          * WS-FT-RATE (WS-FT-PICK))
           END-IF.

      ***** The employer's share of the check's payroll taxes --
      ***** nothing here comes out of net pay.
       226-CALC-EMPLOYER-TAX.
           MOVE FICA-TAX TO WS-ER-FICA.
           MOVE FUTA-WAGE-BASE    TO WS-UI-BASE.
           MOVE EM-YTD-FUTA-WAGES TO WS-UI-YTD.
           PERFORM 227-CAP-UI-WAGES.
           MOVE WS-UI-TAXABLE TO WS-FUTA-WAGES.
           COMPUTE WS-FUTA-TAX ROUNDED = WS-FUTA-WAGES * FUTA-RATE.
           PERFORM 229-SET-SUTA-RATE.
           MOVE WS-EMP-SUTA-BASE  TO WS-UI-BASE.
           MOVE EM-YTD-SUTA-WAGES TO WS-UI-YTD.
           PERFORM 227-CAP-UI-WAGES.
           MOVE WS-UI-TAXABLE TO WS-SUTA-WAGES.
           COMPUTE WS-SUTA-TAX ROUNDED =
               WS-SUTA-WAGES * WS-EMP-SUTA-RATE.

      ***** Cap the check's unemployment wages at what is left of
      ***** the wage base (WS-UI-BASE less the year's taxed wages in
      ***** WS-UI-YTD).  A reversal is capped the way the Social
      ***** Security wage is: it first gives back the wages that sat
      ***** above the base, and the year's taxed wages never go
      ***** below zero.
       227-CAP-UI-WAGES.
           COMPUTE WS-UI-ROOM = WS-UI-BASE - WS-UI-YTD.
           IF WS-UI-ROOM < 0
               MOVE 0 TO WS-UI-ROOM
           END-IF.
           MOVE WS-FICA-WAGES TO WS-UI-TAXABLE.
           IF WS-UI-TAXABLE > WS-UI-ROOM
               MOVE WS-UI-ROOM TO WS-UI-TAXABLE
           END-IF.
           IF WS-UI-TAXABLE < 0
               COMPUTE WS-UI-EXCESS = EM-YTD-GROSS - EM-YTD-SEC125
                       - WS-UI-YTD
               IF WS-UI-EXCESS < 0
                   MOVE 0 TO WS-UI-EXCESS
               END-IF
               COMPUTE WS-UI-TAXABLE = WS-FICA-WAGES + WS-UI-EXCESS
               IF WS-UI-TAXABLE > 0
                   MOVE 0 TO WS-UI-TAXABLE
               END-IF
               IF (WS-UI-TAXABLE + WS-UI-YTD) < 0
                   COMPUTE WS-UI-TAXABLE = 0 - WS-UI-YTD
               END-IF
           END-IF.

      ***** SUTA rate and wage base for the work state from the
      ***** SUTARATE table; an unlisted state takes the default.
       229-SET-SUTA-RATE.
           MOVE SUTA-DEFAULT-RATE TO WS-EMP-SUTA-RATE.
           MOVE SUTA-DEFAULT-BASE TO WS-EMP-SUTA-BASE.
           PERFORM VARYING SU-IDX FROM 1 BY 1
                   UNTIL SU-IDX > WS-SUTA-CT
               IF WS-SU-CODE (SU-IDX) = EM-WORK-STATE
                   MOVE WS-SU-RATE (SU-IDX) TO WS-EMP-SUTA-RATE
                   MOVE WS-SU-BASE (SU-IDX) TO WS-EMP-SUTA-BASE
               END-IF
           END-PERFORM.

      ***** State withholding runs at the employee's work-state rate
      ***** from the STRATE table; a blank or unlisted state falls
               END-IF
           END-PERFORM.

      ***** The pre-tax pass: load the employee's deduction-master
      ***** records and take the 401(k) and Section 125 deductions
      ***** off gross before any tax is figured, then set the wages
      ***** each tax is withheld on.  Taxes are not known yet, so
      ***** these are held only to the protected minimum on gross.
      ***** An adjustment group corrects a period whose original
      ***** check already took its deductions -- running them again
      ***** here would book phantom arrears (or erase real ones), so
      ***** the deduction masters are left untouched.
       228-TAKE-PRETAX-DEDUCTIONS.
           MOVE 0 TO WS-DED-TOTAL.
           MOVE 0 TO WS-DED-CT.
           MOVE 0 TO WS-PRETAX-401K.
           MOVE 0 TO WS-PRETAX-125.
           MOVE 0 TO TOTAL-TAX.
           IF WS-GRP-NO-ADJ
               PERFORM 232-LOAD-DEDUCTIONS
               SET WS-PRETAX-PASS TO TRUE
               PERFORM VARYING DED-IDX FROM 1 BY 1
                       UNTIL DED-IDX > WS-DED-CT
                   PERFORM 234-PICK-NEXT-DEDUCTION
                   PERFORM 236-APPLY-DEDUCTION
               END-PERFORM
           END-IF.
           COMPUTE WS-FIT-WAGES = GROSS-PAY - WS-PRETAX-401K
                   - WS-PRETAX-125.
           COMPUTE WS-FICA-WAGES = GROSS-PAY - WS-PRETAX-125.

      ***** The after-tax pass: garnishments first and then voluntary
      ***** deductions in priority order, and re-derive net pay.
       230-TAKE-DEDUCTIONS.
           IF WS-GRP-NO-ADJ
               SET WS-AFTERTAX-PASS TO TRUE
               PERFORM VARYING DED-IDX FROM 1 BY 1
                       UNTIL DED-IDX > WS-DED-CT
                   PERFORM 234-PICK-NEXT-DEDUCTION
                       MOVE DM-DED-CODE  TO DW-DED-CODE (WS-DED-CT)
                       MOVE DM-DED-DESC  TO DW-DED-DESC (WS-DED-CT)
                       MOVE DM-DED-CLASS TO DW-DED-CLASS (WS-DED-CT)
                       IF DM-DED-CLASS = "K" OR DM-DED-CLASS = "C"
                           MOVE "P" TO DW-DED-PASS (WS-DED-CT)
                       ELSE
                           MOVE "A" TO DW-DED-PASS (WS-DED-CT)
                       END-IF
                       MOVE DM-PRIORITY  TO DW-PRIORITY (WS-DED-CT)
                       MOVE "N"          TO DW-USED-SW (WS-DED-CT)
                       MOVE 0            TO DW-TAKEN (WS-DED-CT)
               END-IF
           END-PERFORM.

      ***** Select the unapplied deduction of the current pass with
      ***** the best precedence: any garnishment outranks any
      ***** voluntary deduction, and within a class the lowest
      ***** priority number goes first.  The two pre-tax classes
      ***** share one priority sequence.
       234-PICK-NEXT-DEDUCTION.
           MOVE 0 TO WS-DED-PICK.
           PERFORM VARYING WS-DED-CT2 FROM 1 BY 1
                   UNTIL WS-DED-CT2 > WS-DED-CT
               IF DW-USED-SW (WS-DED-CT2) = "N"
                       AND DW-DED-PASS (WS-DED-CT2) = WS-DED-PASS
                   IF WS-DED-PICK = 0
                       MOVE WS-DED-CT2 TO WS-DED-PICK
                   ELSE
                               AND DW-DED-CLASS (WS-DED-PICK) NOT = "G"
                           MOVE WS-DED-CT2 TO WS-DED-PICK
                       ELSE
                           IF (DW-DED-CLASS (WS-DED-CT2)
                                   = DW-DED-CLASS (WS-DED-PICK)
                                   OR WS-PRETAX-PASS)
                               AND DW-PRIORITY (WS-DED-CT2)
                                   < DW-PRIORITY (WS-DED-PICK)
                               MOVE WS-DED-CT2 TO WS-DED-PICK
                               = WS-DED-WANTED - WS-DED-TAKEN
                       ADD WS-DED-TAKEN TO DM-TAKEN-TO-DATE
                       ADD WS-DED-TAKEN TO WS-DED-TOTAL
                       IF DM-DED-CLASS = "K"
                           ADD WS-DED-TAKEN TO WS-PRETAX-401K
                       END-IF
                       IF DM-DED-CLASS = "C"
                           ADD WS-DED-TAKEN TO WS-PRETAX-125
                       END-IF
                       MOVE WS-DED-TAKEN TO DW-TAKEN (WS-DED-PICK)
                       MOVE DM-ARREARS   TO DW-ARREARS (WS-DED-PICK)
      ***** A trial run sizes every deduction as the live run will
           ADD PH-RUN-DEDUCT TO WS-GRAND-DEDUCT.
           ADD PH-RUN-NET TO WS-LOC-NET.
           ADD PH-RUN-NET TO WS-GRAND-NET.
           ADD PH-RUN-ER-FICA TO WS-LOC-ER-FICA.
           ADD PH-RUN-ER-FICA TO WS-GRAND-ER-FICA.
           ADD PH-RUN-FUTA TO WS-LOC-FUTA.
           ADD PH-RUN-FUTA TO WS-GRAND-FUTA.
           ADD PH-RUN-SUTA TO WS-LOC-SUTA.
           ADD PH-RUN-SUTA TO WS-GRAND-SUTA.

      ***** On a trial run the YTD buckets are rolled forward in
      ***** memory only, so the register shows the same YTD figures
           ADD NET-PAY   TO EM-YTD-NET.
           ADD TOTAL-TAX TO EM-YTD-TAX-WITHHELD.
           ADD WS-SS-TAXABLE TO EM-YTD-FICA-WAGES.
           ADD WS-PRETAX-401K TO EM-YTD-401K.
           ADD WS-PRETAX-125  TO EM-YTD-SEC125.
           COMPUTE WS-QTR-IDX = (WS-GRP-MM + 2) / 3.
           ADD WS-FIT-WAGES TO EM-QTR-TAXABLE (WS-QTR-IDX).
           ADD FICA-TAX    TO EM-QTR-FICA (WS-QTR-IDX).
           ADD FEDERAL-TAX TO EM-QTR-FED (WS-QTR-IDX).
           ADD STATE-TAX   TO EM-QTR-STATE (WS-QTR-IDX).
           ADD WS-FUTA-WAGES TO EM-YTD-FUTA-WAGES.
           ADD WS-SUTA-WAGES TO EM-YTD-SUTA-WAGES.
           ADD WS-FUTA-WAGES TO EM-QTR-FUTA-WAGES (WS-QTR-IDX).
           ADD WS-FUTA-TAX   TO EM-QTR-FUTA (WS-QTR-IDX).
           ADD WS-SUTA-WAGES TO EM-QTR-SUTA-WAGES (WS-QTR-IDX).
           ADD WS-SUTA-TAX   TO EM-QTR-SUTA (WS-QTR-IDX).
      ***** Accrual is earned by being paid a run, once: neither an
      ***** adjustment group (a correction to a period already paid
      ***** and already accrued) nor a second check this run (two
                   ADD STATE-TAX    TO PH-STATE-TAX
                   ADD WS-DED-TOTAL TO PH-DEDUCTIONS
                   ADD NET-PAY      TO PH-NET-PAY
                   ADD WS-FIT-WAGES TO PH-TAXABLE-WAGES
                   ADD REGULAR-HOURS TO PH-REG-HOURS
                   ADD OT-HOURS     TO PH-OT-HOURS
                   ADD REGULAR-PAY  TO PH-REGULAR-PAY
                   ADD OT-PAY       TO PH-OT-PAY
                   ADD WS-FUTA-WAGES TO PH-FUTA-WAGES
                   ADD WS-FUTA-TAX  TO PH-FUTA-TAX
                   ADD WS-SUTA-WAGES TO PH-SUTA-WAGES
                   ADD WS-SUTA-TAX  TO PH-SUTA-TAX
      ***** A fresh run's movement replaces the old run's; a second
      ***** touch dated the same day (a rerun later the same day)
      ***** accumulates into it.
                       ADD TOTAL-TAX    TO PH-RUN-TAX
                       ADD WS-DED-TOTAL TO PH-RUN-DEDUCT
                       ADD NET-PAY      TO PH-RUN-NET
                       ADD WS-ER-FICA   TO PH-RUN-ER-FICA
                       ADD WS-FUTA-TAX  TO PH-RUN-FUTA
                       ADD WS-SUTA-TAX  TO PH-RUN-SUTA
                   ELSE
                       MOVE WS-EMP-HOURS TO PH-RUN-HOURS
                       MOVE GROSS-PAY    TO PH-RUN-GROSS
                       MOVE TOTAL-TAX    TO PH-RUN-TAX
                       MOVE WS-DED-TOTAL TO PH-RUN-DEDUCT
                       MOVE NET-PAY      TO PH-RUN-NET
                       MOVE WS-ER-FICA   TO PH-RUN-ER-FICA
                       MOVE WS-FUTA-TAX  TO PH-RUN-FUTA
                       MOVE WS-SUTA-TAX  TO PH-RUN-SUTA
                   END-IF
                   MOVE WS-RUN-DATE-8 TO PH-RUN-DATE
                   REWRITE PAY-HISTORY-RECORD
               MOVE STATE-TAX      TO PH-STATE-TAX
               MOVE WS-DED-TOTAL   TO PH-DEDUCTIONS
               MOVE NET-PAY        TO PH-NET-PAY
               MOVE WS-FIT-WAGES   TO PH-TAXABLE-WAGES
               MOVE REGULAR-HOURS  TO PH-REG-HOURS
               MOVE OT-HOURS       TO PH-OT-HOURS
               MOVE REGULAR-PAY    TO PH-REGULAR-PAY
               MOVE OT-PAY         TO PH-OT-PAY
               MOVE WS-EMP-HOURS   TO PH-RUN-HOURS
               MOVE GROSS-PAY      TO PH-RUN-GROSS
               MOVE TOTAL-TAX      TO PH-RUN-TAX
               MOVE WS-DED-TOTAL   TO PH-RUN-DEDUCT
               MOVE NET-PAY        TO PH-RUN-NET
               MOVE WS-RUN-DATE-8  TO PH-RUN-DATE
               MOVE WS-FUTA-WAGES  TO PH-FUTA-WAGES
               MOVE WS-FUTA-TAX    TO PH-FUTA-TAX
               MOVE WS-SUTA-WAGES  TO PH-SUTA-WAGES
               MOVE WS-SUTA-TAX    TO PH-SUTA-TAX
               MOVE WS-ER-FICA     TO PH-RUN-ER-FICA
               MOVE WS-FUTA-TAX    TO PH-RUN-FUTA
               MOVE WS-SUTA-TAX    TO PH-RUN-SUTA
               WRITE PAY-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
      ***** A reversal that nets to zero or negative moves no money
      ***** -- the backed-out amounts live in YTD, history and the
      ***** register, and any amount owed back is collected outside.
      ***** A deposit employee gets one ACH detail per account that
      ***** receives money; an allocation net pay could not reach is
      ***** left off the batch but still shows on the advice.
       320-DISBURSE-NET.
           MOVE 0 TO WS-DEP-CT.
           MOVE 0 TO WS-ADV-CHECK-NO.
           IF NET-PAY > 0
               IF EM-PAY-METHOD = "D" AND EM-BANK-ROUTING > 0
                   PERFORM 322-LOAD-ALLOCATIONS
                   PERFORM 324-SIZE-ALLOCATIONS
                   PERFORM VARYING DEP-IDX FROM 1 BY 1
                           UNTIL DEP-IDX > WS-DEP-CT
                       IF AW-AMOUNT (DEP-IDX) > 0
                           PERFORM 330-WRITE-ACH-DETAIL
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM 340-WRITE-CHECK
               END-IF
           END-IF.

      ***** Allocations come back in key order, which is priority
      ***** order; the master's own account goes on the end as the
      ***** remainder entry.
       322-LOAD-ALLOCATIONS.
           MOVE 0 TO WS-DEP-CT.
           IF WS-DEPALLOC-OPEN
               MOVE WS-PREV-EMP-ID TO DP-EMPLOYEE-ID
               MOVE 0              TO DP-PRIORITY
               START DEPOSIT-ALLOCATION-FILE
                   KEY IS NOT LESS THAN DP-ALLOC-KEY
                   INVALID KEY MOVE "23" TO WS-DEPALLOC-STATUS
               END-START
               PERFORM UNTIL WS-DEPALLOC-STATUS NOT = "00"
                       OR WS-DEP-CT >= 9
                   READ DEPOSIT-ALLOCATION-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-DEPALLOC-STATUS
                   END-READ
                   IF WS-DEPALLOC-STATUS = "00"
                       IF DP-EMPLOYEE-ID = WS-PREV-EMP-ID
                           ADD 1 TO WS-DEP-CT
                           MOVE DP-ALLOC-DESC
                             TO AW-ALLOC-DESC (WS-DEP-CT)
                           MOVE DP-BANK-ROUTING
                             TO AW-BANK-ROUTING (WS-DEP-CT)
                           MOVE DP-BANK-ACCOUNT
                             TO AW-BANK-ACCOUNT (WS-DEP-CT)
                           MOVE DP-METHOD   TO AW-METHOD (WS-DEP-CT)
                           MOVE DP-FLAT-AMT TO AW-FLAT-AMT (WS-DEP-CT)
                           MOVE DP-PERCENT  TO AW-PERCENT (WS-DEP-CT)
                           MOVE 0           TO AW-AMOUNT (WS-DEP-CT)
                       ELSE
                           MOVE "10" TO WS-DEPALLOC-STATUS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           ADD 1 TO WS-DEP-CT.
           MOVE "REMAINDER"     TO AW-ALLOC-DESC (WS-DEP-CT).
           MOVE EM-BANK-ROUTING TO AW-BANK-ROUTING (WS-DEP-CT).
           MOVE EM-BANK-ACCOUNT TO AW-BANK-ACCOUNT (WS-DEP-CT).
           MOVE "R"             TO AW-METHOD (WS-DEP-CT).
           MOVE 0               TO AW-FLAT-AMT (WS-DEP-CT).
           MOVE 0               TO AW-PERCENT (WS-DEP-CT).
           MOVE 0               TO AW-AMOUNT (WS-DEP-CT).

      ***** Flat allocations are funded first, in priority order, so
      ***** when net pay cannot cover them the shortfall falls on the
      ***** later priorities; percents of net pay are then funded
      ***** from what is left, and the remainder account takes the
      ***** rest.
       324-SIZE-ALLOCATIONS.
           MOVE NET-PAY TO WS-DEP-LEFT.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-DEP-CT
               IF AW-METHOD (DEP-IDX) = "F"
                   MOVE AW-FLAT-AMT (DEP-IDX) TO WS-DEP-WANTED
                   PERFORM 326-FUND-ALLOCATION
               END-IF
           END-PERFORM.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > WS-DEP-CT
               IF AW-METHOD (DEP-IDX) = "P"
                   COMPUTE WS-DEP-WANTED ROUNDED =
                       NET-PAY * AW-PERCENT (DEP-IDX)
                   PERFORM 326-FUND-ALLOCATION
               END-IF
           END-PERFORM.
           MOVE WS-DEP-LEFT TO AW-AMOUNT (WS-DEP-CT).

       326-FUND-ALLOCATION.
           IF WS-DEP-WANTED > WS-DEP-LEFT
               MOVE WS-DEP-LEFT TO WS-DEP-WANTED
           END-IF.
           MOVE WS-DEP-WANTED TO AW-AMOUNT (DEP-IDX).
           SUBTRACT WS-DEP-WANTED FROM WS-DEP-LEFT.

       330-WRITE-ACH-DETAIL.
           MOVE "D" TO AD-RECORD-TYPE.
           MOVE AW-BANK-ROUTING (DEP-IDX) TO AD-BANK-ROUTING.
           MOVE AW-BANK-ACCOUNT (DEP-IDX) TO AD-BANK-ACCOUNT.
           MOVE WS-PREV-EMP-ID  TO AD-EMPLOYEE-ID.
           MOVE WS-GRP-WHO      TO AD-WHO.
           MOVE AW-AMOUNT (DEP-IDX) TO AD-NET-AMOUNT.
           WRITE ACH-DETAIL-RECORD.
           ADD 1 TO WS-ACH-COUNT.
           ADD AW-AMOUNT (DEP-IDX) TO WS-ACH-AMT.
           COMPUTE WS-ACH-HASH = FUNCTION MOD
               (WS-ACH-HASH + AW-BANK-ROUTING (DEP-IDX), 10000000000).

       340-WRITE-CHECK.
           MOVE WS-NEXT-CHECK-NO TO WS-CHK-NO-OUT.
           MOVE NET-PAY          TO CR-NET-AMOUNT.
           MOVE WS-RUN-DATE-8    TO CR-RUN-DATE.
           WRITE CHECK-REGISTER-RECORD.
           MOVE WS-NEXT-CHECK-NO TO WS-ADV-CHECK-NO.
           ADD 1 TO WS-NEXT-CHECK-NO.

       520-WRITE-ACH-TRAILER.
           MOVE WS-GL-HASH-TAX    TO GT-HASH-TAX.
           MOVE WS-GL-HASH-DEDUCT TO GT-HASH-DEDUCT.
           MOVE WS-GL-HASH-NET    TO GT-HASH-NET.
           MOVE WS-GL-HASH-ER-FICA TO GT-HASH-ER-FICA.
           MOVE WS-GL-HASH-FUTA   TO GT-HASH-FUTA.
           MOVE WS-GL-HASH-SUTA   TO GT-HASH-SUTA.
           WRITE GL-TRAILER-RECORD.

      ***** The register's grand totals go out machine-readable so
           MOVE WS-GRAND-TAX    TO PT-GRAND-TAX.
           MOVE WS-GRAND-DEDUCT TO PT-GRAND-DEDUCT.
           MOVE WS-GRAND-NET    TO PT-GRAND-NET.
           MOVE WS-GRAND-ER-FICA TO PT-GRAND-ER-FICA.
           MOVE WS-GRAND-FUTA   TO PT-GRAND-FUTA.
           MOVE WS-GRAND-SUTA   TO PT-GRAND-SUTA.
           OPEN OUTPUT PAYROLL-TOTALS-FILE.
           WRITE PAYROLL-TOTALS-RECORD.
           CLOSE PAYROLL-TOTALS-FILE.
           DISPLAY "Location Deduct:" WS-TOT-DISP.
           MOVE WS-LOC-NET TO WS-TOT-DISP.
           DISPLAY "Location Net:   " WS-TOT-DISP.
           MOVE WS-LOC-ER-FICA TO WS-TOT-DISP.
           DISPLAY "Employer FICA:  " WS-TOT-DISP.
           MOVE WS-LOC-FUTA TO WS-TOT-DISP.
           DISPLAY "Employer FUTA:  " WS-TOT-DISP.
           MOVE WS-LOC-SUTA TO WS-TOT-DISP.
           DISPLAY "Employer SUTA:  " WS-TOT-DISP.
           DISPLAY "-------------------------------------------------".
           IF WS-LIVE-RUN
               PERFORM 410-WRITE-GL-POST
           MOVE WS-LOC-TAX    TO GL-TAX-WITHHELD.
           MOVE WS-LOC-DEDUCT TO GL-DEDUCTIONS.
           MOVE WS-LOC-NET    TO GL-NET-PAY.
           MOVE WS-LOC-ER-FICA TO GL-ER-FICA.
           MOVE WS-LOC-FUTA   TO GL-FUTA.
           MOVE WS-LOC-SUTA   TO GL-SUTA.
           WRITE GL-POST-RECORD.
           ADD 1 TO WS-GL-ROW-COUNT.
           ADD WS-LOC-GROSS  TO WS-GL-HASH-GROSS.
           ADD WS-LOC-TAX    TO WS-GL-HASH-TAX.
           ADD WS-LOC-DEDUCT TO WS-GL-HASH-DEDUCT.
           ADD WS-LOC-NET    TO WS-GL-HASH-NET.
           ADD WS-LOC-ER-FICA TO WS-GL-HASH-ER-FICA.
           ADD WS-LOC-FUTA   TO WS-GL-HASH-FUTA.
           ADD WS-LOC-SUTA   TO WS-GL-HASH-SUTA.

      ***** Close out the exception register with counts by reason
      ***** so the desk can see at a glance who still needs paying.
           WRITE EXCP-PRINT-LINE.
           MOVE "EXCEPTION SUMMARY BY REASON" TO EXCP-PRINT-LINE.
           WRITE EXCP-PRINT-LINE.
           PERFORM VARYING ER-IDX FROM 1 BY 1 UNTIL ER-IDX > 14
               IF ER-REASON-COUNT (ER-IDX) > 0
                   MOVE ER-IDX TO WS-EXC-SUM-CODE
                   MOVE ER-REASON-DESC (ER-IDX) TO WS-EXC-SUM-DESC
           DISPLAY "Total Deduct:" WS-TOT-DISP.
           MOVE WS-GRAND-NET TO WS-TOT-DISP.
           DISPLAY "Total Net:   " WS-TOT-DISP.
           MOVE WS-GRAND-ER-FICA TO WS-TOT-DISP.
           DISPLAY "Employer FICA:" WS-TOT-DISP.
           MOVE WS-GRAND-FUTA TO WS-TOT-DISP.
           DISPLAY "Employer FUTA:" WS-TOT-DISP.
           MOVE WS-GRAND-SUTA TO WS-TOT-DISP.
           DISPLAY "Employer SUTA:" WS-TOT-DISP.
           DISPLAY "=================================================".
