      ***** year so history survives the YTD rollover
       01  EMPLOYEE-ARCHIVE-RECORD.
           05  AR-ARCHIVE-YEAR     PIC 9(4).
           05  AR-MASTER-IMAGE     PIC X(600).
