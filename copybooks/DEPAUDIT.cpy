      ***** DEP-AUDIT-RECORD -- one row per applied deposit-allocation
      ***** change carrying the full before and after images of the
      ***** allocation record (before image is spaces on an ADD,
      ***** after image is spaces on a STP).  DU-ACTION is ADD, CHG
      ***** or STP from maintenance, or RTN / NOC when ACH return
      ***** processing stopped or corrected the allocation.
       01  DEP-AUDIT-RECORD.
           05  DU-RUN-DATE         PIC 9(8).
           05  DU-OPERATOR         PIC X(8).
           05  DU-ACTION           PIC X(3).
           05  DU-ALLOC-KEY        PIC X(8).
           05  DU-BEFORE-IMAGE     PIC X(80).
           05  DU-AFTER-IMAGE      PIC X(80).
