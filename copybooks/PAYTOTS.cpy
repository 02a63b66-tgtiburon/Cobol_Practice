           05  PT-GRAND-TAX        PIC S9(9)V99.
           05  PT-GRAND-DEDUCT     PIC 9(9)V99.
           05  PT-GRAND-NET        PIC S9(9)V99.
           05  PT-GRAND-ER-FICA    PIC S9(9)V99.
           05  PT-GRAND-FUTA       PIC S9(9)V99.
           05  PT-GRAND-SUTA       PIC S9(9)V99.
