      *----------------------------------------------------------------*
      * DEFERRED ACQUISITION COST MASTER (DACMAST.DAT) -- ONE RECORD   *
      * PER POLICY CARRYING DEFERRED COST, KEPT BY THE MONTH-END       *
      * LGAPDAC1 RUN.  COMMISSION (NET OF CHARGEBACKS), PREMIUM TAX    *
      * AND INSPECTION COST ARE CAPITALIZED AS THEY ARE INCURRED AND   *
      * AMORTIZED TO DATE IN STEP WITH EARNED PREMIUM.  A RECORD DROPS *
      * OFF ONCE THE POLICY HAS EXPIRED AND ITS COST IS FULLY          *
      * AMORTIZED.                                                     *
      *----------------------------------------------------------------*
       01  DAC-MASTER-RECORD.
           05 DAC-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 DAC-POLICY-TYPE          PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
      *    Earning period, projected the way LGAPUPR1 projects it.
           05 DAC-EFFECTIVE-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 DAC-EXPIRY-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 DAC-COMMISSION-CAP       PIC S9(9)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 DAC-PREMIUM-TAX-CAP      PIC S9(9)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 DAC-INSPECTION-CAP       PIC S9(9)V99.
           05 FILLER                   PIC X VALUE SPACE.
      *    Amortized to date; the unamortized balance is the three
      *    capitalized amounts less this.
           05 DAC-AMORTIZED            PIC S9(9)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 DAC-LAST-RUN-DATE        PIC 9(8).
