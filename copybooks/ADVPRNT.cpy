      ***** (earnings statement) file: one statement per employee
      ***** paid, direct-deposit employees included, showing the
      ***** earnings split, each tax, each deduction taken with any
      ***** arrears carried, where the net went (each deposit
      ***** account and amount, or the check number), and the YTD
      ***** figures from the master
       01  ADVICE-PRINT-LINE       PIC X(100).
