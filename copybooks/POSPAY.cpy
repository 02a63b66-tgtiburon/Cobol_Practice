      ***** number, payee and amount, so a forged or altered check
      ***** bounces at the teller instead of clearing unseen.
      ***** PP-STATUS carries V/S so the bank also refuses a voided
      ***** or stopped check that turns up; an escheated check is
      ***** sent as V
       01  POSITIVE-PAY-RECORD.
           05  PP-CHECK-NO         PIC 9(8).
           05  PP-WHO              PIC X(15).
