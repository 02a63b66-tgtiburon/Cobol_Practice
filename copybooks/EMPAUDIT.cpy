           05  AU-OPERATOR         PIC X(8).
           05  AU-ACTION           PIC X(3).
           05  AU-EMPLOYEE-ID      PIC X(6).
           05  AU-BEFORE-IMAGE     PIC X(600).
           05  AU-AFTER-IMAGE      PIC X(600).
