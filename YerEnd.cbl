           MOVE 0      TO RC-Q4-EXTRACT-YEAR.
           MOVE 0      TO RC-OVERRIDE-DATE.
           MOVE SPACES TO RC-OVERRIDE-OPER.
           MOVE 0      TO RC-RECON-YEAR.
           MOVE 0      TO RC-RECON-QTR.
           MOVE 0      TO RC-RECON-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
           MOVE WS-CLOSE-YEAR      TO W2-TAX-YEAR.
           MOVE EM-EMPLOYEE-ID     TO W2-EMPLOYEE-ID.
           MOVE EM-WHO             TO W2-WHO.
           MOVE EM-YTD-FICA-WAGES  TO W2-FICA-WAGES.
           MOVE EM-YTD-TAX-WITHHELD TO W2-TOTAL-WITHHELD.
           MOVE EM-YTD-NET         TO W2-NET-PAY.
           MOVE EM-YTD-401K        TO W2-401K-DEFERRAL.
           MOVE EM-YTD-SEC125      TO W2-SEC125.
           COMPUTE W2-MEDICARE-WAGES = EM-YTD-GROSS - EM-YTD-SEC125.
      ***** Box 1 wages are the quarter taxable buckets -- gross with
      ***** the pre-tax deductions already taken out by the pay run.
           MOVE 0 TO W2-WAGES.
           MOVE 0 TO W2-FED-WITHHELD.
           MOVE 0 TO W2-STATE-WITHHELD.
           MOVE 0 TO W2-FICA-WITHHELD.
           PERFORM VARYING QTR-IDX FROM 1 BY 1 UNTIL QTR-IDX > 4
               ADD EM-QTR-TAXABLE (QTR-IDX) TO W2-WAGES
               ADD EM-QTR-FED (QTR-IDX)   TO W2-FED-WITHHELD
               ADD EM-QTR-STATE (QTR-IDX) TO W2-STATE-WITHHELD
               ADD EM-QTR-FICA (QTR-IDX)  TO W2-FICA-WITHHELD
           END-PERFORM.
           WRITE W2-EXTRACT-RECORD.
           ADD W2-WAGES            TO WS-TOT-WAGES.
           ADD EM-YTD-TAX-WITHHELD TO WS-TOT-WITHHELD.

       220-WRITE-ARCHIVE.
           MOVE 0 TO EM-YTD-NET.
           MOVE 0 TO EM-YTD-TAX-WITHHELD.
           MOVE 0 TO EM-YTD-FICA-WAGES.
           MOVE 0 TO EM-YTD-401K.
           MOVE 0 TO EM-YTD-SEC125.
           MOVE 0 TO EM-YTD-FUTA-WAGES.
           MOVE 0 TO EM-YTD-SUTA-WAGES.
           PERFORM VARYING QTR-IDX FROM 1 BY 1 UNTIL QTR-IDX > 4
               MOVE 0 TO EM-QTR-TAXABLE (QTR-IDX)
               MOVE 0 TO EM-QTR-FICA (QTR-IDX)
               MOVE 0 TO EM-QTR-FED (QTR-IDX)
               MOVE 0 TO EM-QTR-STATE (QTR-IDX)
               MOVE 0 TO EM-QTR-FUTA-WAGES (QTR-IDX)
               MOVE 0 TO EM-QTR-FUTA (QTR-IDX)
               MOVE 0 TO EM-QTR-SUTA-WAGES (QTR-IDX)
               MOVE 0 TO EM-QTR-SUTA (QTR-IDX)
           END-PERFORM.

      ***** Whatever leave the year left unspent rolls forward as
