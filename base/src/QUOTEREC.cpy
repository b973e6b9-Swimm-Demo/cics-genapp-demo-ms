           05 QTE-POLICY-FEE           PIC 9(4)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 QTE-INSPECTION-FEE       PIC 9(4)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 QTE-ADMITTED-IND         PIC X(1).
              88 QTE-NON-ADMITTED      VALUE 'N'.
           05 FILLER                   PIC X VALUE SPACE.
           05 QTE-SL-TAX               PIC 9(6)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 QTE-STAMPING-FEE         PIC 9(5)V99.
      *    Bill type the application was quoted with, carried to the
      *    policy at bind.  Spaces on quotes written before it was
      *    kept -- direct billed.
           05 FILLER                   PIC X VALUE SPACE.
           05 QTE-BILL-TYPE            PIC X(1).
