      ***** portion stops once it reaches the annual wage base
           05  EM-YTD-FICA-WAGES       PIC S9(7)V99.
      ***** Per-quarter employer tax-deposit buckets, rolled up by
      ***** the quarterly tax job for the 941 filing.  EM-QTR-TAXABLE
      ***** is wages after the pre-tax (401(k) and Section 125)
      ***** deductions -- the federal and state taxable wages
           05  EM-QTR-TOTALS OCCURS 4 TIMES.
               10  EM-QTR-TAXABLE      PIC S9(7)V99.
               10  EM-QTR-FICA         PIC S9(7)V99.
           05  EM-VAC-TAKEN            PIC S9(3)V99.
           05  EM-SIC-ACCRUED          PIC S9(3)V99.
           05  EM-SIC-TAKEN            PIC S9(3)V99.
      ***** Pre-tax deductions taken so far this year.  EM-YTD-401K
      ***** is the 401(k) deferral the W-2 reports in box 12 code
      ***** D; EM-YTD-SEC125 is the cafeteria-plan amount kept out
      ***** of federal, state and FICA wages alike
           05  EM-YTD-401K             PIC S9(7)V99.
           05  EM-YTD-SEC125           PIC S9(7)V99.
      ***** Federal W-4 elections, used by the pay run's percentage-
      ***** method withholding.  EM-W4-FILING-STATUS: S = single or
      ***** married filing separately, M = married filing jointly,
      ***** H = head of household.  EM-W4-MULTI-JOBS is the Step 2
      ***** box (Y/N).  The Step 3 dependents credit and the Step
      ***** 4(a) other income / 4(b) deductions are annual amounts;
      ***** the Step 4(c) extra withholding is per pay period.
      ***** EM-W4-EXEMPT = Y claims exemption -- no federal income
      ***** tax is withheld.  EM-PAY-FREQ sets the number of pay
      ***** periods the wage is annualized over: W = weekly (52),
      ***** B = biweekly (26), S = semimonthly (24), M = monthly (12)
           05  EM-W4-FILING-STATUS     PIC X.
           05  EM-W4-MULTI-JOBS        PIC X.
           05  EM-W4-DEPENDENTS-AMT    PIC 9(5)V99.
           05  EM-W4-OTHER-INCOME      PIC 9(6)V99.
           05  EM-W4-DEDUCTIONS        PIC 9(6)V99.
           05  EM-W4-EXTRA-WH          PIC 9(4)V99.
           05  EM-W4-EXEMPT            PIC X.
           05  EM-PAY-FREQ             PIC X.
      ***** Separation dates.  EM-TERM-DATE is stamped by the TRM
      ***** maintenance transaction; EM-FINAL-PAID-DATE stays zero
      ***** until the final-pay job has cut the employee's final
      ***** check, which is how that job finds who is still owed one
           05  EM-TERM-DATE            PIC 9(8).
           05  EM-FINAL-PAID-DATE      PIC 9(8).
      ***** Employer unemployment-tax wage buckets.  Wages here are
      ***** gross less the Section 125 deduction; FUTA and state
      ***** unemployment (SUTA) each stop once the year's taxed
      ***** wages reach that tax's wage base.  The quarter buckets
      ***** carry the taxed wages and the employer tax itself for
      ***** the 940 and the state UI returns
           05  EM-YTD-FUTA-WAGES       PIC S9(7)V99.
           05  EM-YTD-SUTA-WAGES       PIC S9(7)V99.
           05  EM-QTR-ER-TAXES OCCURS 4 TIMES.
               10  EM-QTR-FUTA-WAGES   PIC S9(7)V99.
               10  EM-QTR-FUTA         PIC S9(7)V99.
               10  EM-QTR-SUTA-WAGES   PIC S9(7)V99.
               10  EM-QTR-SUTA         PIC S9(7)V99.
