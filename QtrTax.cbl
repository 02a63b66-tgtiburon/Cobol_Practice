           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO "OVRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY STREMIT.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  OVERRIDE-LOG-FILE.
           COPY OVRLOG.
       WORKING-STORAGE SECTION.
      ***** Quarterly tax-extract run control fields *****
       77  WS-MASTER-STATUS   PIC XX.
       77  QTR-IDX            PIC 9(1).
       77  WS-AMT-DISP        PIC ZZ,ZZZ,ZZ9.99-.

      ***** Run parameters -- QTR=n names the quarter being filed
      ***** (without it, the run date's quarter, or Q4 once the run
      ***** date has moved into the next year).  The extract is
      ***** refused unless the quarter-end reconciliation on run
      ***** control covers that quarter; the OVERRIDE keyword after
      ***** the operator name forces past it and is itself logged *****
       77  WS-OVRLOG-STATUS   PIC XX.
       77  WS-RUN-PARAM       PIC X(40)   VALUE SPACES.
       77  WS-PARM-IX         PIC 9(2).
       77  WS-OPERATOR        PIC X(8)    VALUE SPACES.
       77  WS-OVERRIDE-SW     PIC X       VALUE "N".
           88  WS-OVERRIDE-RUN            VALUE "Y".
       77  WS-QTR-PARM        PIC X       VALUE SPACE.
       77  WS-FILE-QTR        PIC 9(1)    VALUE 0.

      ***** Company totals by quarter, summed over the employee
      ***** master's per-quarter buckets *****
       01  WS-QTR-COMPANY-TOTALS.
               10  WS-Q-FICA      PIC S9(9)V99.
               10  WS-Q-FED       PIC S9(9)V99.
               10  WS-Q-STATE     PIC S9(9)V99.
               10  WS-Q-FUTA-WAGES PIC S9(9)V99.
               10  WS-Q-FUTA      PIC S9(9)V99.
               10  WS-Q-SUTA-WAGES PIC S9(9)V99.
               10  WS-Q-SUTA      PIC S9(9)V99.

      ***** Annual FUTA figures for the 940 *****
       77  WS-YR-FUTA-WAGES   PIC S9(9)V99 VALUE 0.
       77  WS-YR-FUTA         PIC S9(9)V99 VALUE 0.

      ***** State withholding by work state -- each agency's deposit
      ***** is its own remittance line instead of a hand split of
           05  WS-STE-ENTRY OCCURS 60 TIMES.
               10  WS-STE-CODE    PIC XX.
               10  WS-STE-QTR-AMT OCCURS 4 TIMES PIC S9(9)V99.
               10  WS-STE-QTR-UI OCCURS 4 TIMES.
                   15  WS-STE-SUTA-WAGES PIC S9(9)V99.
                   15  WS-STE-SUTA       PIC S9(9)V99.

      ***** Report page-heading fields *****
       77  WS-RUN-DATE        PIC 9(8).

       PROCEDURE DIVISION .
       000-MAIN.
           ACCEPT WS-RUN-PARAM FROM COMMAND-LINE.
           MOVE WS-RUN-PARAM (1:8) TO WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               MOVE "QTRTAX00" TO WS-OPERATOR
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
           MOVE ZEROS TO WS-QTR-COMPANY-TOTALS.
           PERFORM 020-READ-PAYROLL-YEAR.
           PERFORM 025-SET-FILING-QUARTER.
           PERFORM 030-CHECK-RECONCILIATION.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
      ***** An unreadable master must not produce a clean-looking
      ***** all-zero deposit summary.
           PERFORM VARYING QTR-IDX FROM 1 BY 1 UNTIL QTR-IDX > 4
               PERFORM 300-REPORT-ONE-QUARTER
           END-PERFORM.
           PERFORM 350-REPORT-940-SUMMARY.
           PERFORM 400-REPORT-STATE-REMIT.
           DISPLAY "EMPLOYEES ON MASTER: " WS-EMP-CT.
           DISPLAY "=================================================".

      ***** Year-end refuses to close a year whose quarterly
      ***** extract is not on record -- this stamp is that record.
      ***** The extract always writes all four quarters, but only
      ***** one taken for Q4 is the year's last filing.
       500-STAMP-EXTRACT-TAKEN.
           IF WS-FILE-QTR = 4
               PERFORM 032-READ-RUN-CONTROL
               MOVE WS-TAX-YEAR TO RC-Q4-EXTRACT-YEAR
               OPEN OUTPUT RUN-CONTROL-FILE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
               DISPLAY "QUARTER EXTRACT FOR " WS-TAX-YEAR
                       " RECORDED ON RUN CONTROL"
           END-IF.

      ***** The master's quarter buckets belong to the control
      ***** file's payroll year, not the run date's -- a Q4 extract
               CLOSE PAYROLL-CONTROL-FILE
           END-IF.

       025-SET-FILING-QUARTER.
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
               MOVE WS-QTR-PARM TO WS-FILE-QTR
           ELSE
               IF WS-RUN-YYYY-IN > WS-TAX-YEAR
                   MOVE 4 TO WS-FILE-QTR
               ELSE
                   COMPUTE WS-FILE-QTR = (WS-RUN-MM-IN + 2) / 3
               END-IF
           END-IF.

      ***** A mis-posted bucket goes straight onto the 941 -- the
      ***** extract waits for the quarter-end reconciliation to
      ***** prove the buckets against pay history.
       030-CHECK-RECONCILIATION.
           PERFORM 032-READ-RUN-CONTROL.
           IF RC-RECON-YEAR NOT = WS-TAX-YEAR
                   OR RC-RECON-QTR < WS-FILE-QTR
               IF WS-OVERRIDE-RUN
                   PERFORM 034-LOG-OVERRIDE
               ELSE
                   DISPLAY "*** " WS-TAX-YEAR " Q" WS-FILE-QTR
                           " NOT RECONCILED (RUN QTRREC00) --"
                           " EXTRACT REFUSED (OVERRIDE TO FORCE) ***"
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
           MOVE "QTRTAX00"    TO OV-PROGRAM.
           MOVE WS-OPERATOR   TO OV-OPERATOR.
           MOVE "NORECON"     TO OV-PRIOR-STATUS.
           OPEN EXTEND OVERRIDE-LOG-FILE.
           IF WS-OVRLOG-STATUS = "35"
               OPEN OUTPUT OVERRIDE-LOG-FILE
           END-IF.
           WRITE OVERRIDE-LOG-RECORD.
           CLOSE OVERRIDE-LOG-FILE.
           DISPLAY "*** OVERRIDE BY " WS-OPERATOR " -- Q" WS-FILE-QTR
                   " TAKEN UNRECONCILED, LOGGED ***".

       050-PRINT-REPORT-HEADER.
           DISPLAY " ".
           DISPLAY "=================================================".
           DISPLAY "EMPLOYER TAX-DEPOSIT SUMMARY (941)   RUN DATE: "
                   WS-RUN-DATE-X.
           DISPLAY "FILING QUARTER: Q" WS-FILE-QTR " " WS-TAX-YEAR.
           DISPLAY "=================================================".

       100-READ-MASTER.
               ADD EM-QTR-FICA (QTR-IDX)    TO WS-Q-FICA (QTR-IDX)
               ADD EM-QTR-FED (QTR-IDX)     TO WS-Q-FED (QTR-IDX)
               ADD EM-QTR-STATE (QTR-IDX)   TO WS-Q-STATE (QTR-IDX)
               ADD EM-QTR-FUTA-WAGES (QTR-IDX)
                 TO WS-Q-FUTA-WAGES (QTR-IDX)
               ADD EM-QTR-FUTA (QTR-IDX)    TO WS-Q-FUTA (QTR-IDX)
               ADD EM-QTR-SUTA-WAGES (QTR-IDX)
                 TO WS-Q-SUTA-WAGES (QTR-IDX)
               ADD EM-QTR-SUTA (QTR-IDX)    TO WS-Q-SUTA (QTR-IDX)
           END-PERFORM.
           PERFORM 250-TALLY-STATE.

                   PERFORM VARYING QTR-IDX FROM 1 BY 1
                           UNTIL QTR-IDX > 4
                       MOVE 0 TO WS-STE-QTR-AMT (WS-STE-PICK QTR-IDX)
                       MOVE 0
                         TO WS-STE-SUTA-WAGES (WS-STE-PICK QTR-IDX)
                       MOVE 0 TO WS-STE-SUTA (WS-STE-PICK QTR-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY "*** MORE THAN 60 WORK STATES -- STATE"
               PERFORM VARYING QTR-IDX FROM 1 BY 1 UNTIL QTR-IDX > 4
                   ADD EM-QTR-STATE (QTR-IDX)
                     TO WS-STE-QTR-AMT (WS-STE-PICK QTR-IDX)
                   ADD EM-QTR-SUTA-WAGES (QTR-IDX)
                     TO WS-STE-SUTA-WAGES (WS-STE-PICK QTR-IDX)
                   ADD EM-QTR-SUTA (QTR-IDX)
                     TO WS-STE-SUTA (WS-STE-PICK QTR-IDX)
               END-PERFORM
           END-IF.

           MOVE WS-Q-STATE (QTR-IDX)   TO QD-STATE-WITHHELD.
           COMPUTE QD-TOTAL-DEPOSIT = WS-Q-FED (QTR-IDX)
                   + (WS-Q-FICA (QTR-IDX) * 2).
           MOVE WS-Q-FUTA-WAGES (QTR-IDX) TO QD-FUTA-WAGES.
           MOVE WS-Q-FUTA (QTR-IDX)       TO QD-FUTA-TAX.
           MOVE WS-Q-SUTA-WAGES (QTR-IDX) TO QD-SUTA-WAGES.
           MOVE WS-Q-SUTA (QTR-IDX)       TO QD-SUTA-TAX.
           ADD QD-FUTA-WAGES TO WS-YR-FUTA-WAGES.
           ADD QD-FUTA-TAX   TO WS-YR-FUTA.
           WRITE QTR-DEPOSIT-RECORD.
           DISPLAY "QUARTER " QD-QUARTER " " QD-YEAR.
           MOVE QD-TAXABLE-WAGES TO WS-AMT-DISP.
           DISPLAY "  STATE WITHHELD:   " WS-AMT-DISP.
           MOVE QD-TOTAL-DEPOSIT TO WS-AMT-DISP.
           DISPLAY "  FEDERAL DEPOSIT:  " WS-AMT-DISP.
           MOVE QD-FUTA-WAGES TO WS-AMT-DISP.
           DISPLAY "  FUTA WAGES:       " WS-AMT-DISP.
           MOVE QD-FUTA-TAX TO WS-AMT-DISP.
           DISPLAY "  FUTA LIABILITY:   " WS-AMT-DISP.
           MOVE QD-SUTA-WAGES TO WS-AMT-DISP.
           DISPLAY "  SUTA WAGES:       " WS-AMT-DISP.
           MOVE QD-SUTA-TAX TO WS-AMT-DISP.
           DISPLAY "  SUTA LIABILITY:   " WS-AMT-DISP.
           DISPLAY "-------------------------------------------------".

      ***** The 940 is annual; its quarterly liability lines are the
      ***** quarter FUTA figures above, totalled here.
       350-REPORT-940-SUMMARY.
           DISPLAY "FUTA (940) SUMMARY " WS-TAX-YEAR.
           PERFORM VARYING QTR-IDX FROM 1 BY 1 UNTIL QTR-IDX > 4
               MOVE WS-Q-FUTA (QTR-IDX) TO WS-AMT-DISP
               DISPLAY "  Q" QTR-IDX " LIABILITY:     " WS-AMT-DISP
           END-PERFORM.
           MOVE WS-YR-FUTA-WAGES TO WS-AMT-DISP.
           DISPLAY "  TAXABLE FUTA WAGES: " WS-AMT-DISP.
           MOVE WS-YR-FUTA TO WS-AMT-DISP.
           DISPLAY "  TOTAL FUTA TAX:     " WS-AMT-DISP.
           DISPLAY "-------------------------------------------------".

      ***** One remittance extract row and one report line per work
      ***** state per quarter with withholding to deposit or
      ***** unemployment tax to report.
       400-REPORT-STATE-REMIT.
           DISPLAY "STATE WITHHOLDING AND UI REMITTANCE BY AGENCY".
           PERFORM VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-CT
               PERFORM 410-REPORT-ONE-STATE
       410-REPORT-ONE-STATE.
           PERFORM VARYING QTR-IDX FROM 1 BY 1 UNTIL QTR-IDX > 4
               IF WS-STE-QTR-AMT (STE-IDX QTR-IDX) NOT = 0
                       OR WS-STE-SUTA-WAGES (STE-IDX QTR-IDX) NOT = 0
                       OR WS-STE-SUTA (STE-IDX QTR-IDX) NOT = 0
                   MOVE WS-TAX-YEAR TO SM-YEAR
                   MOVE QTR-IDX     TO SM-QUARTER
                   MOVE WS-STE-CODE (STE-IDX) TO SM-STATE
                   MOVE WS-STE-QTR-AMT (STE-IDX QTR-IDX)
                     TO SM-STATE-WITHHELD
                   MOVE WS-STE-SUTA-WAGES (STE-IDX QTR-IDX)
                     TO SM-SUTA-WAGES
                   MOVE WS-STE-SUTA (STE-IDX QTR-IDX) TO SM-SUTA-TAX
                   WRITE STATE-REMIT-RECORD
                   MOVE SM-STATE-WITHHELD TO WS-AMT-DISP
                   DISPLAY "  STATE " SM-STATE " Q" SM-QUARTER ": "
                           WS-AMT-DISP
                   MOVE SM-SUTA-WAGES TO WS-AMT-DISP
                   DISPLAY "    UI WAGES:       " WS-AMT-DISP
                   MOVE SM-SUTA-TAX TO WS-AMT-DISP
                   DISPLAY "    UI LIABILITY:   " WS-AMT-DISP
               END-IF
           END-PERFORM.
