      ***** SUTA-RATE-RECORD -- one row per state on the employer
      ***** state unemployment (SUTA) rate table (SUTARATE), kept
      ***** beside the STRATE withholding table and maintained the
      ***** same way, since the agency assigns a new experience rate
      ***** every year.  The rate is keyed as four digits with the
      ***** decimal implied (0270 = 2.70 percent); the taxable wage
      ***** base is whole dollars per employee per year
       01  SUTA-RATE-RECORD.
           05  SU-STATE            PIC XX.
           05  SU-RATE             PIC V9999.
           05  SU-WAGE-BASE        PIC 9(7).
