      ***** FED-TAX-RECORD -- one row of the federal percentage-
      ***** method withholding table (FEDTAX), the annual figures the
      ***** IRS publishes each year, maintained outside the programs
      ***** so the yearly table change is a file edit, not a
      ***** recompile.
      ***** FT-RECORD-TYPE: B = bracket row, A = standard allowance
      ***** row.  FT-FILING-STATUS: S = single or married filing
      ***** separately, M = married filing jointly, H = head of
      ***** household.  FT-SCHEDULE: S = standard schedule, C = the
      ***** schedule for a W-4 with the Step 2 (multiple jobs) box
      ***** checked.
      ***** A bracket row says: annual wage over FT-WAGE-OVER pays
      ***** FT-BASE-TAX plus FT-RATE of the excess.  An allowance row
      ***** carries in FT-WAGE-OVER the amount taken off the annual
      ***** wage before the lookup when the Step 2 box is not
      ***** checked (schedule, base tax and rate are not used).
      ***** Amounts are keyed as digits with two implied decimals,
      ***** the rate as four digits with the decimal implied (1200 =
      ***** 12.00 percent)
       01  FED-TAX-RECORD.
           05  FT-RECORD-TYPE      PIC X.
           05  FT-FILING-STATUS    PIC X.
           05  FT-SCHEDULE         PIC X.
           05  FT-WAGE-OVER        PIC 9(7)V99.
           05  FT-BASE-TAX         PIC 9(7)V99.
           05  FT-RATE             PIC V9999.
