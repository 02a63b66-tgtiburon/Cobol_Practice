      ***** DEDUCTION-MASTER-RECORD -- one record per employee per
      ***** deduction code, applied in priority order.
      ***** DM-DED-CLASS: G = court-ordered garnishment (always taken
      ***** ahead of voluntary deductions), V = voluntary.
      ***** The pre-tax classes come out of gross before any tax is
      ***** withheld and reduce the taxable wages: K = 401(k)
      ***** deferral (exempt from federal and state income tax, still
      ***** subject to FICA), C = Section 125 cafeteria plan (exempt
      ***** from federal, state and FICA).  G and V are taken after
      ***** taxes.
      ***** DM-METHOD:    F = flat amount, P = percent of gross.
      ***** DM-GOAL-AMT of zero means no goal (deduct forever);
      ***** otherwise deduction stops when DM-TAKEN-TO-DATE reaches
