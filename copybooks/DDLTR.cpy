      ***** DUE-DILIGENCE-PRINT-LINE -- print image for the due-
      ***** diligence letter mailed to the payee of a stale check
      ***** before it is escheated: the check, the amount and the
      ***** date by which the payee must claim it
       01  DUE-DILIGENCE-PRINT-LINE PIC X(80).
