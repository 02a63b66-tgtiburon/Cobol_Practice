      ***** DEP-TRAN-RECORD -- batch maintenance transaction against
      ***** the deposit-allocation file.
      ***** DX-ACTION: ADD = set up a new allocation, CHG = change
      ***** (blank fields are left as they are), STP = stop the
      ***** allocation and remove its record.
      ***** DX-PRIORITY (01-99) identifies the allocation within the
      ***** employee and sets the order it is funded in.
      ***** DX-METHOD is F or P as on the allocation file.
      ***** Amount fields are keyed as digits with the decimals
      ***** implied (DX-FLAT-AMT 0010000 = 100.00, DX-PERCENT 250 =
      ***** 25.0 percent); blank means "no change"
       01  DEP-TRAN-RECORD.
           05  DX-ACTION           PIC X(3).
           05  DX-EMPLOYEE-ID      PIC X(6).
           05  DX-PRIORITY         PIC X(2).
           05  DX-ALLOC-DESC       PIC X(12).
           05  DX-BANK-ROUTING     PIC X(9).
           05  DX-BANK-ROUTING-9 REDEFINES DX-BANK-ROUTING
                                   PIC 9(9).
           05  DX-BANK-ACCOUNT     PIC X(17).
           05  DX-METHOD           PIC X.
           05  DX-FLAT-AMT         PIC X(7).
           05  DX-FLAT-AMT-9 REDEFINES DX-FLAT-AMT
                                   PIC 9(5)V99.
           05  DX-PERCENT          PIC X(3).
           05  DX-PERCENT-9 REDEFINES DX-PERCENT
                                   PIC V999.
