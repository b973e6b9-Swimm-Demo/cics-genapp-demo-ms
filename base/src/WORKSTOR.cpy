              10 WS-TORNADO-AAL        PIC 9(8)V99.
              10 WS-CAT-LOADING        PIC V9999.

      *    Per-peril deductible credits taken by LGAPDB04 off the
      *    deductible credit table; zero when LGAPDB04 is not called.
           05 WS-DEDUCTIBLE-CREDITS.
              10 WS-FR-DED-CREDIT      PIC 9(7)V99.
              10 WS-CR-DED-CREDIT      PIC 9(7)V99.
              10 WS-FL-DED-CREDIT      PIC 9(7)V99.
              10 WS-WE-DED-CREDIT      PIC 9(7)V99.
              10 WS-EQ-DED-CREDIT      PIC 9(7)V99.
              10 WS-TOT-DED-CREDIT     PIC 9(8)V99.

       01  WS-PREMIUM-BREAKDOWN.
           05 WS-BASE-PREMIUMS.
              10 WS-FR-BASE-PREM       PIC 9(8)V99.
              10 WS-COUNTY-TAX         PIC 9(5)V99.
              10 WS-POLICY-FEE         PIC 9(4)V99.
              10 WS-INSPECTION-FEE     PIC 9(4)V99.
              10 WS-SL-TAX             PIC 9(6)V99.
              10 WS-STAMPING-FEE       PIC 9(5)V99.

       01  WS-DECISION-DATA.
           05 WS-UNDERWRITING-DECISION.
