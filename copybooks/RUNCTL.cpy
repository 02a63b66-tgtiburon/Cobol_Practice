      ***** RC-Q4-EXTRACT-YEAR is the payroll year whose quarterly
      ***** extract was last taken; the year-end close refuses a
      ***** year whose Q4 extract is not on record.
      ***** RC-RECON-YEAR / RC-RECON-QTR record the last quarter-end
      ***** reconciliation of pay history against the master's
      ***** quarter buckets that came out clean (quarters 1 through
      ***** RC-RECON-QTR of that year, as of RC-RECON-DATE); zero
      ***** means not reconciled.  Every job that posts to the
      ***** buckets clears it, and the quarterly extract refuses a
      ***** quarter it does not cover.
      ***** A supervisor override of any of these checks is stamped
      ***** in the override fields and logged to OVRLOG
       01  RUN-CONTROL-RECORD.
           05  RC-Q4-EXTRACT-YEAR  PIC 9(4).
           05  RC-OVERRIDE-DATE    PIC 9(8).
           05  RC-OVERRIDE-OPER    PIC X(8).
           05  RC-RECON-YEAR       PIC 9(4).
           05  RC-RECON-QTR        PIC 9.
           05  RC-RECON-DATE       PIC 9(8).
