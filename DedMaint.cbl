           MOVE 0      TO RC-Q4-EXTRACT-YEAR.
           MOVE 0      TO RC-OVERRIDE-DATE.
           MOVE SPACES TO RC-OVERRIDE-OPER.
           MOVE 0      TO RC-RECON-YEAR.
           MOVE 0      TO RC-RECON-QTR.
           MOVE 0      TO RC-RECON-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
               MOVE "DEDUCTION ALREADY ON MASTER" TO WS-REJECT-REASON
           ELSE
           IF DT-DED-CLASS NOT = "G" AND DT-DED-CLASS NOT = "V"
                   AND DT-DED-CLASS NOT = "K"
                   AND DT-DED-CLASS NOT = "C"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "CLASS NOT G, V, K OR C" TO WS-REJECT-REASON
           ELSE
               PERFORM 240-EDIT-DED-FIELDS
           END-IF
           IF DT-DED-CLASS NOT = SPACES
                   AND DT-DED-CLASS NOT = "G"
                   AND DT-DED-CLASS NOT = "V"
                   AND DT-DED-CLASS NOT = "K"
                   AND DT-DED-CLASS NOT = "C"
               SET WS-TRAN-INVALID TO TRUE
               MOVE "CLASS NOT G, V, K OR C" TO WS-REJECT-REASON
           ELSE
           IF DT-METHOD NOT = SPACES
                   AND DT-METHOD NOT = "F"
