      ***** ACH direct-deposit extract -- one batch per run: an "H"
      ***** header, a "D" detail per account each deposited
      ***** employee's net (or split share of it) goes to, and a "T"
      ***** trailer whose count, amount total and routing hash let
      ***** the bank prove the batch arrived intact
       01  ACH-HEADER-RECORD.
