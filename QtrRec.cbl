      * A  B
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRREC00.
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
           SELECT PAYROLL-CONTROL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCTL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.
       FD  PAYROLL-CONTROL-FILE.
           COPY PAYCTL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
      ***** Quarter-end reconciliation run control fields *****
       77  WS-MASTER-STATUS   PIC XX.
       77  WS-PAYHIST-STATUS  PIC XX.
       77  WS-PAYCTL-STATUS   PIC XX.
       77  WS-RUNCTL-STATUS   PIC XX.
       77  WS-TAX-YEAR        PIC 9(4)    VALUE 0.
       77  WS-EOF-SW          PIC X       VALUE "N".
           88  WS-EOF                     VALUE "Y".
       77  WS-HIST-EOF-SW     PIC X       VALUE "N".
           88  WS-HIST-EOF                VALUE "Y".
       77  WS-EMP-OUT-SW      PIC X       VALUE "N".
           88  WS-EMP-OUT                 VALUE "Y".
       77  WS-BALANCE-SW      PIC X       VALUE "Y".
           88  WS-IN-BALANCE              VALUE "Y".
           88  WS-OUT-OF-BALANCE          VALUE "N".
       77  WS-EMP-CT          PIC 9(5)    VALUE 0.
       77  WS-EMP-OUT-CT      PIC 9(5)    VALUE 0.
       77  WS-HIST-CT         PIC 9(7)    VALUE 0.
       77  WS-STE-OUT-CT      PIC 9(5)    VALUE 0.
       77  QTR-IDX            PIC 9(1).
       77  FLD-IDX            PIC 9(1).
       77  WS-PH-QTR          PIC 9(1).

      ***** Run parameters -- QTR=n names the quarter being filed;
      ***** quarters 1 through n of the payroll year are reconciled,
      ***** since a bucket mis-posted in an earlier quarter is just as
      ***** wrong on this quarter's year-to-date figures.  Without
      ***** it the quarter is the run date's, or Q4 when the run
      ***** date has already moved into the next year *****
       77  WS-RUN-PARAM       PIC X(40)   VALUE SPACES.
       77  WS-PARM-IX         PIC 9(2).
       77  WS-QTR-PARM        PIC X       VALUE SPACE.
       77  WS-RECON-QTR       PIC 9(1)    VALUE 0.

       01  WS-PH-PERIOD-END.
           05  WS-PH-YYYY     PIC 9(4).
           05  WS-PH-MM       PIC 9(2).
           05  WS-PH-DD       PIC 9(2).
       01  WS-YEAR-START.
           05  WS-YS-YYYY     PIC 9(4).
           05  FILLER         PIC 9(4)    VALUE 0101.

      ***** The amounts reconciled, in the order both sides keep
      ***** them: the four the 941 and state deposits are built
      ***** from, then the FUTA and SUTA wages and employer tax *****
       01  WS-FIELD-NAMES.
           05  FILLER         PIC X(13)   VALUE "TAXABLE WAGES".
           05  FILLER         PIC X(13)   VALUE "FICA TAX".
           05  FILLER         PIC X(13)   VALUE "FEDERAL TAX".
           05  FILLER         PIC X(13)   VALUE "STATE TAX".
           05  FILLER         PIC X(13)   VALUE "FUTA WAGES".
           05  FILLER         PIC X(13)   VALUE "FUTA TAX".
           05  FILLER         PIC X(13)   VALUE "SUTA WAGES".
           05  FILLER         PIC X(13)   VALUE "SUTA TAX".
       01  WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAMES.
           05  WS-FIELD-NAME  PIC X(13)   OCCURS 8 TIMES.

      ***** The employee in hand: pay history summed by the quarter
      ***** of each record's period end, and the master's buckets *****
       01  WS-EMP-HIST.
           05  WS-EH-QTR OCCURS 4 TIMES.
               10  WS-EH-AMT  PIC S9(9)V99 OCCURS 8 TIMES.
       01  WS-EMP-BKT.
           05  WS-EB-QTR OCCURS 4 TIMES.
               10  WS-EB-AMT  PIC S9(9)V99 OCCURS 8 TIMES.

      ***** Company totals, both sides *****
       01  WS-CO-HIST.
           05  WS-CH-QTR OCCURS 4 TIMES.
               10  WS-CH-AMT  PIC S9(9)V99 OCCURS 8 TIMES.
       01  WS-CO-BKT.
           05  WS-CB-QTR OCCURS 4 TIMES.
               10  WS-CB-AMT  PIC S9(9)V99 OCCURS 8 TIMES.

      ***** Both sides grouped by work state, the way the state
      ***** remittance extract groups them *****
       77  WS-STE-CT          PIC 9(2)    VALUE 0.
       77  STE-IDX            PIC 9(2).
       77  WS-STE-PICK        PIC 9(2).
       01  WS-STATE-TOTALS.
           05  WS-STE-ENTRY OCCURS 60 TIMES.
               10  WS-STE-CODE    PIC XX.
               10  WS-STE-QTR OCCURS 4 TIMES.
                   15  WS-SH-AMT  PIC S9(9)V99 OCCURS 8 TIMES.
                   15  WS-SB-AMT  PIC S9(9)V99 OCCURS 8 TIMES.

      ***** One reconciliation line: history, master, difference *****
       77  WS-HIST-AMT        PIC S9(9)V99.
       77  WS-BKT-AMT         PIC S9(9)V99.
       01  WS-REC-LINE.
           05  FILLER         PIC X(3)    VALUE "  Q".
           05  WS-RL-QTR      PIC 9.
           05  FILLER         PIC X       VALUE " ".
           05  WS-RL-LABEL    PIC X(13).
           05  FILLER         PIC X(6)    VALUE " HIST ".
           05  WS-RL-HIST     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(8)    VALUE " MASTER ".
           05  WS-RL-BKT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(6)    VALUE " DIFF ".
           05  WS-RL-DIFF     PIC ZZ,ZZZ,ZZ9.99-.

      ***** Report page-heading fields *****
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
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-RUN-YYYY-IN TO WS-RUN-YYYY.
           MOVE WS-RUN-MM-IN   TO WS-RUN-MM.
           MOVE WS-RUN-DD-IN   TO WS-RUN-DD.
           MOVE ZEROS TO WS-CO-HIST.
           MOVE ZEROS TO WS-CO-BKT.
           PERFORM 020-READ-PAYROLL-YEAR.
           PERFORM 025-SET-RECON-QUARTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** EMPMAST MASTER FILE NOT AVAILABLE"
                       " (STATUS " WS-MASTER-STATUS
                       ") -- RUN ABORTED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ***** Without the history there is nothing to prove the
      ***** buckets against -- never let that read as a clean
      ***** reconciliation.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "*** PAYHIST PAY HISTORY NOT AVAILABLE"
                       " (STATUS " WS-PAYHIST-STATUS
                       ") -- RUN ABORTED ***"
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 050-PRINT-REPORT-HEADER.
           PERFORM 100-READ-MASTER.
           PERFORM UNTIL WS-EOF
               PERFORM 200-RECONCILE-EMPLOYEE
               PERFORM 100-READ-MASTER
           END-PERFORM.
           DISPLAY "-------------------------------------------------".
           PERFORM 400-REPORT-STATES.
           PERFORM 500-REPORT-COMPANY.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE PAY-HISTORY-FILE.
           DISPLAY "EMPLOYEES ON MASTER:     " WS-EMP-CT.
           DISPLAY "PAY HISTORY RECORDS:     " WS-HIST-CT.
           DISPLAY "EMPLOYEES OUT OF BALANCE:" WS-EMP-OUT-CT.
           DISPLAY "STATE DIFFERENCES:       " WS-STE-OUT-CT.
           DISPLAY "-------------------------------------------------".
           IF WS-IN-BALANCE
               DISPLAY "RESULT: RECONCILED -- CLEAR TO TAKE THE"
                       " QUARTERLY EXTRACT"
           ELSE
               DISPLAY "RESULT: *** OUT OF BALANCE -- CORRECT THE"
                       " BUCKETS BEFORE FILING ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 600-STAMP-RUN-CONTROL.
           DISPLAY "=================================================".
           GOBACK.

      ***** The master's quarter buckets belong to the control
      ***** file's payroll year, not the run date's.
       020-READ-PAYROLL-YEAR.
           MOVE WS-RUN-YYYY-IN TO WS-TAX-YEAR.
           OPEN INPUT PAYROLL-CONTROL-FILE.
           IF WS-PAYCTL-STATUS = "00"
               READ PAYROLL-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PC-PAYROLL-YEAR TO WS-TAX-YEAR
               END-READ
               CLOSE PAYROLL-CONTROL-FILE
           END-IF.

       025-SET-RECON-QUARTER.
           PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                   UNTIL WS-PARM-IX > 36
               IF WS-RUN-PARAM (WS-PARM-IX : 4) = "QTR="
                   MOVE WS-RUN-PARAM (WS-PARM-IX + 4 : 1)
                     TO WS-QTR-PARM
               END-IF
           END-PERFORM.
           IF WS-QTR-PARM NOT = SPACE
               IF WS-QTR-PARM < "1" OR WS-QTR-PARM > "4"
                   DISPLAY "*** QTR= MUST BE 1 THROUGH 4 -- RUN"
                           " ABORTED ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-QTR-PARM TO WS-RECON-QTR
           ELSE
               IF WS-RUN-YYYY-IN > WS-TAX-YEAR
                   MOVE 4 TO WS-RECON-QTR
               ELSE
                   COMPUTE WS-RECON-QTR = (WS-RUN-MM-IN + 2) / 3
               END-IF
           END-IF.

       050-PRINT-REPORT-HEADER.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "QUARTER-END TAX RECONCILIATION   RUN DATE: "
                   WS-RUN-DATE-X.
           DISPLAY "PAY HISTORY VS MASTER BUCKETS, " WS-TAX-YEAR
                   " QUARTERS 1 THROUGH " WS-RECON-QTR.
           DISPLAY "=================================================".

       100-READ-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF NOT WS-EOF AND WS-MASTER-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF.

      ***** Every employee on the master is reconciled, active or
      ***** not -- a terminated employee's buckets go on the 941
      ***** the same as anyone's.
       200-RECONCILE-EMPLOYEE.
           ADD 1 TO WS-EMP-CT.
           MOVE "N" TO WS-EMP-OUT-SW.
           PERFORM 210-LOAD-BUCKETS.
           PERFORM 220-SUM-HISTORY.
           PERFORM 250-TALLY-STATE.
           PERFORM VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-RECON-QTR
               PERFORM VARYING FLD-IDX FROM 1 BY 1 UNTIL FLD-IDX > 8
                   ADD WS-EH-AMT (QTR-IDX FLD-IDX)
                     TO WS-CH-AMT (QTR-IDX FLD-IDX)
                   ADD WS-EB-AMT (QTR-IDX FLD-IDX)
                     TO WS-CB-AMT (QTR-IDX FLD-IDX)
                   IF WS-EH-AMT (QTR-IDX FLD-IDX)
                           NOT = WS-EB-AMT (QTR-IDX FLD-IDX)
                       PERFORM 230-PRINT-EMP-DIFFERENCE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-EMP-OUT
               ADD 1 TO WS-EMP-OUT-CT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

       210-LOAD-BUCKETS.
           PERFORM VARYING QTR-IDX FROM 1 BY 1 UNTIL QTR-IDX > 4
               MOVE EM-QTR-TAXABLE (QTR-IDX)
                 TO WS-EB-AMT (QTR-IDX 1)
               MOVE EM-QTR-FICA (QTR-IDX)  TO WS-EB-AMT (QTR-IDX 2)
               MOVE EM-QTR-FED (QTR-IDX)   TO WS-EB-AMT (QTR-IDX 3)
               MOVE EM-QTR-STATE (QTR-IDX) TO WS-EB-AMT (QTR-IDX 4)
               MOVE EM-QTR-FUTA-WAGES (QTR-IDX)
                 TO WS-EB-AMT (QTR-IDX 5)
               MOVE EM-QTR-FUTA (QTR-IDX)  TO WS-EB-AMT (QTR-IDX 6)
               MOVE EM-QTR-SUTA-WAGES (QTR-IDX)
                 TO WS-EB-AMT (QTR-IDX 7)
               MOVE EM-QTR-SUTA (QTR-IDX)  TO WS-EB-AMT (QTR-IDX 8)
           END-PERFORM.

      ***** Walk the employee's history for the payroll year: the
      ***** key runs employee, period end, location, so the browse
      ***** starts at January 1 and stops at the next employee or
      ***** the next year.
       220-SUM-HISTORY.
           MOVE ZEROS TO WS-EMP-HIST.
           MOVE WS-TAX-YEAR    TO WS-YS-YYYY.
           MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
           MOVE WS-YEAR-START  TO PH-PERIOD-END.
           MOVE LOW-VALUES     TO PH-LOCATION.
           MOVE "N" TO WS-HIST-EOF-SW.
           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HIST-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-HIST-EOF
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
               IF NOT WS-HIST-EOF
                   IF WS-PAYHIST-STATUS NOT = "00"
                           OR PH-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                       SET WS-HIST-EOF TO TRUE
                   ELSE
                       MOVE PH-PERIOD-END TO WS-PH-PERIOD-END
                       IF WS-PH-YYYY NOT = WS-TAX-YEAR
                           SET WS-HIST-EOF TO TRUE
                       ELSE
                           PERFORM 225-ADD-HISTORY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ***** The pay run posts a check to the quarter of its period
      ***** end, and final pay dates its history by the payment, so
      ***** the period end places every record in its bucket.
       225-ADD-HISTORY.
           ADD 1 TO WS-HIST-CT.
           COMPUTE WS-PH-QTR = (WS-PH-MM + 2) / 3.
           ADD PH-TAXABLE-WAGES TO WS-EH-AMT (WS-PH-QTR 1).
           ADD PH-FICA-TAX      TO WS-EH-AMT (WS-PH-QTR 2).
           ADD PH-FEDERAL-TAX   TO WS-EH-AMT (WS-PH-QTR 3).
           ADD PH-STATE-TAX     TO WS-EH-AMT (WS-PH-QTR 4).
           ADD PH-FUTA-WAGES    TO WS-EH-AMT (WS-PH-QTR 5).
           ADD PH-FUTA-TAX      TO WS-EH-AMT (WS-PH-QTR 6).
           ADD PH-SUTA-WAGES    TO WS-EH-AMT (WS-PH-QTR 7).
           ADD PH-SUTA-TAX      TO WS-EH-AMT (WS-PH-QTR 8).

       230-PRINT-EMP-DIFFERENCE.
           IF NOT WS-EMP-OUT
               SET WS-EMP-OUT TO TRUE
               DISPLAY EM-EMPLOYEE-ID " " EM-WHO "  WORK STATE "
                       EM-WORK-STATE
           END-IF.
           MOVE WS-EH-AMT (QTR-IDX FLD-IDX) TO WS-HIST-AMT.
           MOVE WS-EB-AMT (QTR-IDX FLD-IDX) TO WS-BKT-AMT.
           PERFORM 290-PRINT-REC-LINE.

      ***** Group both sides under the work state.  A blank or
      ***** mis-keyed state code gets its own line rather than
      ***** vanishing into another agency's figures.
       250-TALLY-STATE.
           MOVE 0 TO WS-STE-PICK.
           PERFORM VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-CT
               IF WS-STE-CODE (STE-IDX) = EM-WORK-STATE
                   MOVE STE-IDX TO WS-STE-PICK
               END-IF
           END-PERFORM.
           IF WS-STE-PICK = 0
               IF WS-STE-CT < 60
                   ADD 1 TO WS-STE-CT
                   MOVE WS-STE-CT TO WS-STE-PICK
                   MOVE EM-WORK-STATE TO WS-STE-CODE (WS-STE-PICK)
                   MOVE ZEROS TO WS-STE-QTR (WS-STE-PICK 1)
                   MOVE ZEROS TO WS-STE-QTR (WS-STE-PICK 2)
                   MOVE ZEROS TO WS-STE-QTR (WS-STE-PICK 3)
                   MOVE ZEROS TO WS-STE-QTR (WS-STE-PICK 4)
               ELSE
                   DISPLAY "*** MORE THAN 60 WORK STATES -- STATE"
                           " RECONCILIATION INCOMPLETE ***"
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.
           IF WS-STE-PICK > 0
               PERFORM VARYING QTR-IDX FROM 1 BY 1 UNTIL QTR-IDX > 4
                   PERFORM VARYING FLD-IDX FROM 1 BY 1
                           UNTIL FLD-IDX > 8
                       ADD WS-EH-AMT (QTR-IDX FLD-IDX)
                         TO WS-SH-AMT (WS-STE-PICK QTR-IDX FLD-IDX)
                       ADD WS-EB-AMT (QTR-IDX FLD-IDX)
                         TO WS-SB-AMT (WS-STE-PICK QTR-IDX FLD-IDX)
                   END-PERFORM
               END-PERFORM
           END-IF.

      ***** Format and print one history / master / difference line
      ***** from WS-HIST-AMT and WS-BKT-AMT.
       290-PRINT-REC-LINE.
           MOVE QTR-IDX                 TO WS-RL-QTR.
           MOVE WS-FIELD-NAME (FLD-IDX) TO WS-RL-LABEL.
           MOVE WS-HIST-AMT             TO WS-RL-HIST.
           MOVE WS-BKT-AMT              TO WS-RL-BKT.
           COMPUTE WS-RL-DIFF = WS-BKT-AMT - WS-HIST-AMT.
           DISPLAY WS-REC-LINE.

      ***** A state line prints only where the two sides disagree.
       400-REPORT-STATES.
           DISPLAY "RECONCILIATION BY WORK STATE".
           PERFORM VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-CT
               PERFORM 410-REPORT-ONE-STATE
           END-PERFORM.
           IF WS-STE-OUT-CT = 0
               DISPLAY "  EVERY WORK STATE AGREES"
           END-IF.
           DISPLAY "-------------------------------------------------".

       410-REPORT-ONE-STATE.
           PERFORM VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-RECON-QTR
               PERFORM VARYING FLD-IDX FROM 1 BY 1 UNTIL FLD-IDX > 8
                   IF WS-SH-AMT (STE-IDX QTR-IDX FLD-IDX)
                           NOT = WS-SB-AMT (STE-IDX QTR-IDX FLD-IDX)
                       ADD 1 TO WS-STE-OUT-CT
                       DISPLAY "  STATE " WS-STE-CODE (STE-IDX)
                       MOVE WS-SH-AMT (STE-IDX QTR-IDX FLD-IDX)
                         TO WS-HIST-AMT
                       MOVE WS-SB-AMT (STE-IDX QTR-IDX FLD-IDX)
                         TO WS-BKT-AMT
                       PERFORM 290-PRINT-REC-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

      ***** The company totals print in full, quarter by quarter.
       500-REPORT-COMPANY.
           DISPLAY "COMPANY TOTALS".
           PERFORM VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-RECON-QTR
               PERFORM VARYING FLD-IDX FROM 1 BY 1 UNTIL FLD-IDX > 8
                   MOVE WS-CH-AMT (QTR-IDX FLD-IDX) TO WS-HIST-AMT
                   MOVE WS-CB-AMT (QTR-IDX FLD-IDX) TO WS-BKT-AMT
                   PERFORM 290-PRINT-REC-LINE
               END-PERFORM
           END-PERFORM.
           DISPLAY "-------------------------------------------------".

      ***** The quarterly extract will only take a quarter this stamp
      ***** covers.  A pay run still in flight is posting to the
      ***** buckets under this report, so nothing it says can be
      ***** stamped; an out-of-balance result clears any earlier
      ***** clean stamp.
       600-STAMP-RUN-CONTROL.
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
           IF RC-RUN-STATUS = "INFLIGHT"
               DISPLAY "*** PAY RUN IN FLIGHT -- RECONCILIATION NOT"
                       " STAMPED, RERUN WHEN THE RUN COMPLETES ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-TAX-YEAR   TO RC-RECON-YEAR
               MOVE WS-RUN-DATE-8 TO RC-RECON-DATE
               IF WS-IN-BALANCE
                   MOVE WS-RECON-QTR TO RC-RECON-QTR
               ELSE
                   MOVE 0 TO RC-RECON-QTR
               END-IF
               OPEN OUTPUT RUN-CONTROL-FILE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
               IF WS-IN-BALANCE
                   DISPLAY "RECONCILED THROUGH Q" RC-RECON-QTR " "
                           RC-RECON-YEAR " -- RECORDED ON RUN CONTROL"
               ELSE
                   DISPLAY "RUN CONTROL MARKED NOT RECONCILED"
               END-IF
           END-IF.
