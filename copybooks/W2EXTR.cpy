      ***** W2-EXTRACT-RECORD -- one row per employee with the final
      ***** year-to-date figures as of the year-end close, feeding
      ***** the W-2 print service.
      ***** W2-WAGES is box 1 (gross less the 401(k) and Section 125
      ***** deductions), W2-FICA-WAGES box 3 (Social Security wages,
      ***** capped at the wage base), W2-MEDICARE-WAGES box 5 (gross
      ***** less Section 125 only), W2-401K-DEFERRAL box 12 code D
       01  W2-EXTRACT-RECORD.
           05  W2-TAX-YEAR         PIC 9(4).
           05  W2-EMPLOYEE-ID      PIC X(6).
           05  W2-FICA-WITHHELD    PIC S9(7)V99.
           05  W2-TOTAL-WITHHELD   PIC S9(7)V99.
           05  W2-NET-PAY          PIC S9(7)V99.
           05  W2-MEDICARE-WAGES   PIC S9(7)V99.
           05  W2-401K-DEFERRAL    PIC S9(7)V99.
           05  W2-SEC125           PIC S9(7)V99.
