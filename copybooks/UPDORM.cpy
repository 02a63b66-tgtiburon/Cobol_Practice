      ***** UNCLAIMED-DORMANCY-RECORD -- one row per state on the
      ***** unclaimed-property dormancy table (UPDORM): the days an
      ***** uncashed payroll check must sit, counted from its issue
      ***** date, before that state's law requires it to be remitted
      ***** as unclaimed wages.  Kept beside the STRATE and SUTARATE
      ***** tables and maintained the same way when a state changes
      ***** its statute.  A state not on the table takes one year
       01  UNCLAIMED-DORMANCY-RECORD.
           05  UD-STATE            PIC XX.
           05  UD-DORMANCY-DAYS    PIC 9(4).
