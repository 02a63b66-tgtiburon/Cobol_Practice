      ***** BANK-RETURN-RECORD -- one entry from the bank's ACH
      ***** returns / notification-of-change file.
      ***** BR-RECORD-TYPE: R = return (the deposit was refused and
      ***** the money came back), C = notification of change (the
      ***** deposit went through but the bank corrects the account
      ***** details for the next one).  BR-REASON-CODE is the bank's
      ***** own code (R01, R03, C01 ...), carried to the log as is.
      ***** BR-ENTRY-DATE is the run date on the header of the ACH
      ***** batch the entry went out in.  The original routing and
      ***** account are as sent; on a NOC the corrected routing
      ***** and/or account follow, blank where unchanged
       01  BANK-RETURN-RECORD.
           05  BR-RECORD-TYPE      PIC X.
           05  BR-REASON-CODE      PIC X(3).
           05  BR-ENTRY-DATE       PIC 9(8).
           05  BR-EMPLOYEE-ID      PIC X(6).
           05  BR-AMOUNT           PIC 9(7)V99.
           05  BR-ORIG-ROUTING     PIC 9(9).
           05  BR-ORIG-ACCOUNT     PIC X(17).
           05  BR-NEW-ROUTING      PIC X(9).
           05  BR-NEW-ROUTING-9 REDEFINES BR-NEW-ROUTING
                                   PIC 9(9).
           05  BR-NEW-ACCOUNT      PIC X(17).
