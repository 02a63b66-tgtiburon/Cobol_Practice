      ***** deduction and remove its record.  A class-G garnishment
      ***** may only be stopped with the court's release reference
      ***** in DT-RELEASE-REF, which the audit trail carries.
      ***** DT-DED-CLASS is G, V, K or C as on the master.
      ***** Amount fields are keyed as digits with the decimals
      ***** implied (DT-FLAT-AMT 0002500 = 25.00, DT-PERCENT 050 =
      ***** 5.0 percent); blank means "no change"
