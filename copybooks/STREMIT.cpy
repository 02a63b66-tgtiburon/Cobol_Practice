      ***** row per work state per quarter with the withholding owed
      ***** that state's agency, summed from the employee masters'
      ***** quarter buckets grouped by EM-WORK-STATE, so each
      ***** agency's deposit is its own line instead of a hand split.
      ***** The SUTA wages and tax are the employer's unemployment
      ***** liability to the same state for its UI return
       01  STATE-REMIT-RECORD.
           05  SM-YEAR             PIC 9(4).
           05  SM-QUARTER          PIC 9.
           05  SM-STATE            PIC XX.
           05  SM-STATE-WITHHELD   PIC S9(9)V99.
           05  SM-SUTA-WAGES       PIC S9(9)V99.
           05  SM-SUTA-TAX         PIC S9(9)V99.
