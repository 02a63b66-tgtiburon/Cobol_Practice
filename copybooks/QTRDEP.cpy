      ***** employer tax-deposit summary behind the 941 filing.
      ***** QD-TOTAL-DEPOSIT is the federal deposit: withheld
      ***** federal income tax plus both halves of FICA; the state
      ***** withholding is deposited separately and shown alongside.
      ***** The FUTA and state unemployment (SUTA) lines are the
      ***** employer's own liability for the quarter -- the FUTA
      ***** figures feed the 940, the SUTA figures the state UI
      ***** returns (broken out by state on STREMIT)
       01  QTR-DEPOSIT-RECORD.
           05  QD-YEAR             PIC 9(4).
           05  QD-QUARTER          PIC 9.
           05  QD-FED-WITHHELD     PIC S9(9)V99.
           05  QD-STATE-WITHHELD   PIC S9(9)V99.
           05  QD-TOTAL-DEPOSIT    PIC S9(9)V99.
           05  QD-FUTA-WAGES       PIC S9(9)V99.
           05  QD-FUTA-TAX         PIC S9(9)V99.
           05  QD-SUTA-WAGES       PIC S9(9)V99.
           05  QD-SUTA-TAX         PIC S9(9)V99.
