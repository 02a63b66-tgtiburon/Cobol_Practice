           05  PH-STATE-TAX            PIC S9(6)V99.
           05  PH-DEDUCTIONS           PIC 9(6)V99.
           05  PH-NET-PAY              PIC S9(6)V99.
      ***** PH-TAXABLE-WAGES -- gross less the pre-tax deductions,
      ***** the federal and state taxable wages this check posted to
      ***** the master's quarter bucket
           05  PH-TAXABLE-WAGES        PIC S9(7)V99.
      ***** The straight-time / overtime split behind the gross, so
      ***** the employee's rate can be read back off history
           05  PH-REG-HOURS            PIC S9(4).
           05  PH-OT-HOURS             PIC S9(4).
           05  PH-REGULAR-PAY          PIC S9(7)V99.
           05  PH-OT-PAY               PIC S9(7)V99.
      ***** What the run stamped in PH-RUN-DATE actually moved: the
      ***** full amounts on first payment, only the delta when an
      ***** adjustment netted into an older record.  Restart
           05  PH-RUN-DEDUCT           PIC 9(6)V99.
           05  PH-RUN-NET              PIC S9(6)V99.
           05  PH-RUN-DATE             PIC 9(8).
      ***** Employer taxes on the check: the wages taxed for FUTA
      ***** and for state unemployment (each capped at its wage
      ***** base) and the tax figured on them; the employer FICA
      ***** match is PH-FICA-TAX.  The PH-RUN-* employer figures
      ***** are this run's movement, kept for restart recovery the
      ***** same way as the ones above
           05  PH-FUTA-WAGES           PIC S9(7)V99.
           05  PH-FUTA-TAX             PIC S9(6)V99.
           05  PH-SUTA-WAGES           PIC S9(7)V99.
           05  PH-SUTA-TAX             PIC S9(6)V99.
           05  PH-RUN-ER-FICA          PIC S9(6)V99.
           05  PH-RUN-FUTA             PIC S9(6)V99.
           05  PH-RUN-SUTA             PIC S9(6)V99.
