           05 PST-TOTAL-PREMIUM        PIC 9(9)V99.
           05 PST-EFFECTIVE-DATE       PIC 9(8).
           05 PST-POLICY-TERM          PIC 99.
           05 PST-SL-TAX               PIC 9(6)V99.
           05 PST-STAMPING-FEE         PIC 9(5)V99.
