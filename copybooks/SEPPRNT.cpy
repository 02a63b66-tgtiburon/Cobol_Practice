      ***** SEPARATION-PRINT-LINE -- print image for the separation
      ***** statement handed to a terminated employee with the final
      ***** check: the leave payout and how it was figured, each tax,
      ***** any garnishment arrears taken, the deductions closed out
      ***** and the check number
       01  SEPARATION-PRINT-LINE   PIC X(100).
