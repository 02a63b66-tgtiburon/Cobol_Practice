                              VALUE "MASTER I-O FAILED, STATUS ".
           05  WS-IO-FAIL-STATUS PIC XX.
       77  WS-OPERATOR        PIC X(8)    VALUE SPACES.
       77  WS-BEFORE-IMAGE    PIC X(600).

      ***** Run-sequence control -- maintenance must not rewrite the
      ***** master in the middle of a pay run; the OVERRIDE keyword
           MOVE 0      TO RC-Q4-EXTRACT-YEAR.
           MOVE 0      TO RC-OVERRIDE-DATE.
           MOVE SPACES TO RC-OVERRIDE-OPER.
           MOVE 0      TO RC-RECON-YEAR.
           MOVE 0      TO RC-RECON-QTR.
           MOVE 0      TO RC-RECON-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   MOVE 0 TO EM-QTR-FICA (WS-QTR-IDX)
                   MOVE 0 TO EM-QTR-FED (WS-QTR-IDX)
                   MOVE 0 TO EM-QTR-STATE (WS-QTR-IDX)
                   MOVE 0 TO EM-QTR-FUTA-WAGES (WS-QTR-IDX)
                   MOVE 0 TO EM-QTR-FUTA (WS-QTR-IDX)
                   MOVE 0 TO EM-QTR-SUTA-WAGES (WS-QTR-IDX)
                   MOVE 0 TO EM-QTR-SUTA (WS-QTR-IDX)
               END-PERFORM
               MOVE "H"    TO EM-PAY-BASIS
               MOVE 0      TO EM-SALARY-PER-PERIOD
               MOVE 0      TO EM-VAC-TAKEN
               MOVE 0      TO EM-SIC-ACCRUED
               MOVE 0      TO EM-SIC-TAKEN
               MOVE 0      TO EM-YTD-401K
               MOVE 0      TO EM-YTD-SEC125
               MOVE "S"    TO EM-W4-FILING-STATUS
               MOVE "N"    TO EM-W4-MULTI-JOBS
               MOVE 0      TO EM-W4-DEPENDENTS-AMT
               MOVE 0      TO EM-W4-OTHER-INCOME
               MOVE 0      TO EM-W4-DEDUCTIONS
               MOVE 0      TO EM-W4-EXTRA-WH
               MOVE "N"    TO EM-W4-EXEMPT
               MOVE "W"    TO EM-PAY-FREQ
               MOVE 0      TO EM-TERM-DATE
               MOVE 0      TO EM-FINAL-PAID-DATE
               MOVE 0      TO EM-YTD-FUTA-WAGES
               MOVE 0      TO EM-YTD-SUTA-WAGES
               PERFORM 250-MOVE-TRAN-FIELDS
               PERFORM 255-CHECK-SALARY-SETUP
               IF WS-TRAN-VALID
               END-IF
           END-IF.

      ***** The termination date is stamped and the final-paid date
      ***** cleared, which queues the employee for the final-pay job.
      ***** A TRM against an employee already terminated and final-
      ***** paid only corrects the termination date -- it must not
      ***** queue a second final check.
       230-TERMINATE-EMPLOYEE.
           IF WS-MASTER-MISSING
               SET WS-TRAN-INVALID TO TRUE
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               IF TR-TERM-DATE NOT = SPACES
                       AND TR-TERM-DATE IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "TERMINATION DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               ELSE
                   IF EM-STATUS NOT = "T" OR EM-FINAL-PAID-DATE = 0
                       MOVE 0 TO EM-FINAL-PAID-DATE
                   END-IF
                   MOVE "T" TO EM-STATUS
                   IF TR-TERM-DATE = SPACES
                       MOVE WS-RUN-DATE-8 TO EM-TERM-DATE
                   ELSE
                       MOVE TR-TERM-DATE-9 TO EM-TERM-DATE
                   END-IF
                   REWRITE EMPLOYEE-MASTER-RECORD
                   PERFORM 260-CHECK-MASTER-IO
               END-IF
           END-IF.

      ***** A write the master did not take is a reject, never an
                   MOVE "SALARY NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRAN-VALID
               PERFORM 247-EDIT-W4-FIELDS
           END-IF.

      ***** W-4 elections -- a blank field is "no change"; a keyed
      ***** code must be one the pay run knows and a keyed amount
      ***** must be all digits.
       247-EDIT-W4-FIELDS.
           IF TR-W4-FILING-STATUS NOT = SPACES
                   AND TR-W4-FILING-STATUS NOT = "S"
                   AND TR-W4-FILING-STATUS NOT = "M"
                   AND TR-W4-FILING-STATUS NOT = "H"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "W-4 FILING STATUS NOT S, M OR H"
                   TO WS-REJECT-REASON
           ELSE
           IF TR-W4-MULTI-JOBS NOT = SPACES
                   AND TR-W4-MULTI-JOBS NOT = "Y"
                   AND TR-W4-MULTI-JOBS NOT = "N"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "W-4 MULTIPLE JOBS NOT Y OR N" TO WS-REJECT-REASON
           ELSE
           IF TR-W4-EXEMPT NOT = SPACES
                   AND TR-W4-EXEMPT NOT = "Y"
                   AND TR-W4-EXEMPT NOT = "N"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "W-4 EXEMPT NOT Y OR N" TO WS-REJECT-REASON
           ELSE
           IF TR-PAY-FREQ NOT = SPACES
                   AND TR-PAY-FREQ NOT = "W"
                   AND TR-PAY-FREQ NOT = "B"
                   AND TR-PAY-FREQ NOT = "S"
                   AND TR-PAY-FREQ NOT = "M"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "PAY FREQUENCY NOT W, B, S OR M"
                   TO WS-REJECT-REASON
           ELSE
           IF (TR-W4-DEPENDENTS NOT = SPACES
                   AND TR-W4-DEPENDENTS IS NOT NUMERIC)
               OR (TR-W4-OTHER-INCOME NOT = SPACES
                   AND TR-W4-OTHER-INCOME IS NOT NUMERIC)
               OR (TR-W4-DEDUCTIONS NOT = SPACES
                   AND TR-W4-DEDUCTIONS IS NOT NUMERIC)
               OR (TR-W4-EXTRA-WH NOT = SPACES
                   AND TR-W4-EXTRA-WH IS NOT NUMERIC)
               SET WS-TRAN-INVALID TO TRUE
               MOVE "W-4 AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      ***** A salaried employee must carry the amount the pay run
      ***** will pay and the home location the check posts under --
           IF TR-WORK-STATE NOT = SPACES
               MOVE TR-WORK-STATE TO EM-WORK-STATE
           END-IF.
           IF TR-W4-FILING-STATUS NOT = SPACES
               MOVE TR-W4-FILING-STATUS TO EM-W4-FILING-STATUS
           END-IF.
           IF TR-W4-MULTI-JOBS NOT = SPACES
               MOVE TR-W4-MULTI-JOBS TO EM-W4-MULTI-JOBS
           END-IF.
           IF TR-W4-DEPENDENTS NOT = SPACES
               MOVE TR-W4-DEPENDENTS-9 TO EM-W4-DEPENDENTS-AMT
           END-IF.
           IF TR-W4-OTHER-INCOME NOT = SPACES
               MOVE TR-W4-OTHER-INCOME-9 TO EM-W4-OTHER-INCOME
           END-IF.
           IF TR-W4-DEDUCTIONS NOT = SPACES
               MOVE TR-W4-DEDUCTIONS-9 TO EM-W4-DEDUCTIONS
           END-IF.
           IF TR-W4-EXTRA-WH NOT = SPACES
               MOVE TR-W4-EXTRA-WH-9 TO EM-W4-EXTRA-WH
           END-IF.
           IF TR-W4-EXEMPT NOT = SPACES
               MOVE TR-W4-EXEMPT TO EM-W4-EXEMPT
           END-IF.
           IF TR-PAY-FREQ NOT = SPACES
               MOVE TR-PAY-FREQ TO EM-PAY-FREQ
           END-IF.

      ***** Capture the record as it stands so the audit trail can
      ***** carry a before image next to the after image.
