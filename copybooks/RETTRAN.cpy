      ***** RET-TRAN-RECORD -- one approved retroactive rate change
      ***** for the retro pay generator.  RT-EMPLOYEE-ID names one
      ***** employee, RT-LOCATION every employee paid in a location;
      ***** both together narrow an employee to one location, and at
      ***** least one must be present.  Every pay-history period
      ***** ending on or after RT-EFFECTIVE-DATE is re-rated at the
      ***** new hourly rate, keyed as digits with two implied
      ***** decimals (02150 = 21.50 an hour)
       01  RET-TRAN-RECORD.
           05  RT-EMPLOYEE-ID      PIC X(6).
           05  RT-LOCATION         PIC X(20).
           05  RT-NEW-RATE         PIC X(5).
           05  RT-NEW-RATE-9 REDEFINES RT-NEW-RATE
                                   PIC 9(3)V99.
           05  RT-EFFECTIVE-DATE   PIC X(8).
           05  RT-EFFECTIVE-DATE-9 REDEFINES RT-EFFECTIVE-DATE
                                   PIC 9(8).
