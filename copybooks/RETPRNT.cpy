      ***** RETRO-PROOF-LINE -- print image for the retro pay proof
      ***** listing signed off before the retro cards are paid: one
      ***** line per employee and period re-rated, with what was
      ***** paid, what the new rate pays and the difference carded
       01  RETRO-PROOF-LINE        PIC X(132).
