      ***** issued, keyed by check number, carrying its life from
      ***** issue to reconciliation.
      ***** CS-STATUS: O = outstanding, C = cleared, V = voided,
      ***** S = stopped, L = stale (outstanding past the stale age),
      ***** E = escheated (remitted to the state as unclaimed
      ***** property; the bank must refuse it as it would a void).
      ***** CS-REISSUE-CHECK-NO links a voided or stopped check to
      ***** the check cut to replace it; CS-ORIG-CHECK-NO on the
      ***** replacement points back, so the pair reconciles as one
           05  CS-CLEAR-AMOUNT     PIC 9(7)V99.
           05  CS-REISSUE-CHECK-NO PIC 9(8).
           05  CS-ORIG-CHECK-NO    PIC 9(8).
      ***** Unclaimed-property trail for a stale check: the date the
      ***** due-diligence letter went to the payee, the response
      ***** deadline it gave, and the date the check was escheated
      ***** to the payee's work state.  Zero until each step happens
           05  CS-DD-LETTER-DATE   PIC 9(8).
           05  CS-DD-DEADLINE      PIC 9(8).
           05  CS-ESCHEAT-DATE     PIC 9(8).
