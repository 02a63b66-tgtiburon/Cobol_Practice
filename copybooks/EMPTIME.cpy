      ***** code and run date) so a corrected reject can be fed back
      ***** in unchanged -- ignored on input
           05  FILLER              PIC X(10).
      ***** ET-AMOUNT -- the dollar amount a RET (retroactive pay)
      ***** card pays, figured by the retro generator from pay
      ***** history; blank and ignored on every other earnings code
           05  ET-AMOUNT           PIC S9(5)V99
                                   SIGN IS TRAILING SEPARATE.
