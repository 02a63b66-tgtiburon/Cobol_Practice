      ***** RETRO-HISTORY-RECORD -- the retroactive pay already
      ***** generated against one pay-history record (same key), so
      ***** a second rate change reaching back over the same period
      ***** pays only the further difference and a rerun of the
      ***** same change pays nothing twice.  RH-RETRO-RATE is the
      ***** rate the period now stands re-rated at
       01  RETRO-HISTORY-RECORD.
           05  RH-HIST-KEY.
               10  RH-EMPLOYEE-ID      PIC X(6).
               10  RH-PERIOD-END       PIC 9(8).
               10  RH-LOCATION         PIC X(20).
           05  RH-RETRO-PAID           PIC S9(7)V99.
           05  RH-RETRO-RATE           PIC 9(3)V99.
           05  RH-CARD-PERIOD          PIC 9(8).
           05  RH-RUN-DATE             PIC 9(8).
