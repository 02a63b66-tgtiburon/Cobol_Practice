       77  WS-SUM-TAX         PIC S9(9)V99 VALUE 0.
       77  WS-SUM-DEDUCT      PIC 9(9)V99  VALUE 0.
       77  WS-SUM-NET         PIC S9(9)V99 VALUE 0.
      ***** Employer tax accruals ride on each detail row beside the
      ***** check amounts; they are not part of the gross footing
      ***** but must tie to the trailer and the register all the
      ***** same *****
       77  WS-SUM-ER-FICA     PIC S9(9)V99 VALUE 0.
       77  WS-SUM-FUTA        PIC S9(9)V99 VALUE 0.
       77  WS-SUM-SUTA        PIC S9(9)V99 VALUE 0.
       01  WS-TRAILER-SAVE.
           05  WS-TRL-COUNT   PIC 9(5).
           05  WS-TRL-GROSS   PIC S9(9)V99.
           05  WS-TRL-TAX     PIC S9(9)V99.
           05  WS-TRL-DEDUCT  PIC 9(9)V99.
           05  WS-TRL-NET     PIC S9(9)V99.
           05  WS-TRL-ER-FICA PIC S9(9)V99.
           05  WS-TRL-FUTA    PIC S9(9)V99.
           05  WS-TRL-SUTA    PIC S9(9)V99.
       77  WS-AMT-DISP        PIC ZZ,ZZZ,ZZ9.99-.
       77  WS-AMT-DISP2       PIC ZZ,ZZZ,ZZ9.99-.
       77  WS-RUNCTL-STATUS   PIC XX.
       77  WS-RUN-DATE-8      PIC 9(8).
      ***** Batch type from the GL header -- a final-pay (F) or
      ***** manual-check (M) batch balances the same way but is not
      ***** a pay cycle, so neither one stamps the run-control
      ***** record *****
       77  WS-BATCH-TYPE      PIC X       VALUE "P".
           88  WS-PAY-RUN-BATCH           VALUE "P" " ".

       PROCEDURE DIVISION .
       000-MAIN.
               DISPLAY "RESULT: *** OUT OF BALANCE -- DO NOT UPLOAD ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-PAY-RUN-BATCH
               PERFORM 500-STAMP-RUN-CONTROL
           ELSE
               DISPLAY "BATCH TYPE " WS-BATCH-TYPE " IS NOT A PAY RUN"
                       " -- RUN CONTROL NOT STAMPED"
           END-IF.
           DISPLAY "=================================================".
           GOBACK.

           MOVE 0      TO RC-Q4-EXTRACT-YEAR.
           MOVE 0      TO RC-OVERRIDE-DATE.
           MOVE SPACES TO RC-OVERRIDE-OPER.
           MOVE 0      TO RC-RECON-YEAR.
           MOVE 0      TO RC-RECON-QTR.
           MOVE 0      TO RC-RECON-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
       200-TALLY-GL-RECORD.
           IF GL-RECORD-TYPE = "H"
               SET WS-HEADER-SEEN TO TRUE
               MOVE GH-BATCH-TYPE TO WS-BATCH-TYPE
           ELSE
               IF GL-RECORD-TYPE = "T"
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE GT-HASH-TAX    TO WS-TRL-TAX
                   MOVE GT-HASH-DEDUCT TO WS-TRL-DEDUCT
                   MOVE GT-HASH-NET    TO WS-TRL-NET
                   MOVE GT-HASH-ER-FICA TO WS-TRL-ER-FICA
                   MOVE GT-HASH-FUTA   TO WS-TRL-FUTA
                   MOVE GT-HASH-SUTA   TO WS-TRL-SUTA
               ELSE
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD GL-GROSS-PAY    TO WS-SUM-GROSS
                   ADD GL-TAX-WITHHELD TO WS-SUM-TAX
                   ADD GL-DEDUCTIONS   TO WS-SUM-DEDUCT
                   ADD GL-NET-PAY      TO WS-SUM-NET
                   ADD GL-ER-FICA      TO WS-SUM-ER-FICA
                   ADD GL-FUTA         TO WS-SUM-FUTA
                   ADD GL-SUTA         TO WS-SUM-SUTA
               END-IF
           END-IF.

               PERFORM 320-COMPARE-TAX
               PERFORM 330-COMPARE-DEDUCT
               PERFORM 340-COMPARE-NET
               PERFORM 350-COMPARE-EMPLOYER-TAX
           END-IF.
           IF WS-SUM-GROSS NOT = WS-SUM-TAX + WS-SUM-DEDUCT
                   + WS-SUM-NET
               DISPLAY "*** NET DOES NOT MATCH TRAILER ***"
           END-IF.

       350-COMPARE-EMPLOYER-TAX.
           MOVE WS-SUM-ER-FICA TO WS-AMT-DISP.
           MOVE WS-TRL-ER-FICA TO WS-AMT-DISP2.
           DISPLAY "ER FICA: FILE " WS-AMT-DISP
                   "  TRAILER " WS-AMT-DISP2.
           IF WS-SUM-ER-FICA NOT = WS-TRL-ER-FICA
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY "*** EMPLOYER FICA DOES NOT MATCH TRAILER ***"
           END-IF.
           MOVE WS-SUM-FUTA TO WS-AMT-DISP.
           MOVE WS-TRL-FUTA TO WS-AMT-DISP2.
           DISPLAY "FUTA:   FILE " WS-AMT-DISP
                   "  TRAILER " WS-AMT-DISP2.
           IF WS-SUM-FUTA NOT = WS-TRL-FUTA
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY "*** FUTA DOES NOT MATCH TRAILER ***"
           END-IF.
           MOVE WS-SUM-SUTA TO WS-AMT-DISP.
           MOVE WS-TRL-SUTA TO WS-AMT-DISP2.
           DISPLAY "SUTA:   FILE " WS-AMT-DISP
                   "  TRAILER " WS-AMT-DISP2.
           IF WS-SUM-SUTA NOT = WS-TRL-SUTA
               SET WS-OUT-OF-BALANCE TO TRUE
               DISPLAY "*** SUTA DOES NOT MATCH TRAILER ***"
           END-IF.

      ***** The second leg: the GL detail must also tie to what the
      ***** payroll register says it paid.
       400-CHECK-REGISTER-TOTALS.
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY "*** NET DOES NOT MATCH REGISTER ***"
               END-IF
               MOVE WS-SUM-ER-FICA   TO WS-AMT-DISP
               MOVE PT-GRAND-ER-FICA TO WS-AMT-DISP2
               DISPLAY "ER FICA: FILE " WS-AMT-DISP
                       "  REGISTER " WS-AMT-DISP2
               IF WS-SUM-ER-FICA NOT = PT-GRAND-ER-FICA
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY "*** EMPLOYER FICA DOES NOT MATCH"
                           " REGISTER ***"
               END-IF
               MOVE WS-SUM-FUTA   TO WS-AMT-DISP
               MOVE PT-GRAND-FUTA TO WS-AMT-DISP2
               DISPLAY "FUTA:   FILE " WS-AMT-DISP
                       "  REGISTER " WS-AMT-DISP2
               IF WS-SUM-FUTA NOT = PT-GRAND-FUTA
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY "*** FUTA DOES NOT MATCH REGISTER ***"
               END-IF
               MOVE WS-SUM-SUTA   TO WS-AMT-DISP
               MOVE PT-GRAND-SUTA TO WS-AMT-DISP2
               DISPLAY "SUTA:   FILE " WS-AMT-DISP
                       "  REGISTER " WS-AMT-DISP2
               IF WS-SUM-SUTA NOT = PT-GRAND-SUTA
                   SET WS-OUT-OF-BALANCE TO TRUE
                   DISPLAY "*** SUTA DOES NOT MATCH REGISTER ***"
               END-IF
           END-IF.
