           05 LK-CLAIMS-COUNT-5YR      PIC 99.
           05 LK-CLAIMS-AMOUNT-5YR     PIC 9(9)V99.
           05 LK-LARGE-LOSS-COUNT      PIC 9.
      *    'N' for a non-admitted (surplus lines) policy, which is
      *    taxed at the state surplus lines rate plus stamping fee
      *    instead of the admitted state and county premium tax.
           05 LK-ADMITTED-IND          PIC X(1).
              88 LK-NON-ADMITTED       VALUE 'N'.

       01  LK-COVERAGE-DATA.
           05 LK-COVERAGE-LIMITS.
              10 LK-EARTHQUAKE-AAL     PIC 9(8)V99.
              10 LK-FLOOD-AAL          PIC 9(8)V99.
              10 LK-TORNADO-AAL        PIC 9(8)V99.
           05 LK-DEDUCTIBLE-CREDITS.
              10 LK-FIRE-DED-CREDIT    PIC 9(7)V99.
              10 LK-CRIME-DED-CREDIT   PIC 9(7)V99.
              10 LK-FLOOD-DED-CREDIT   PIC 9(7)V99.
              10 LK-WEATHER-DED-CREDIT PIC 9(7)V99.
              10 LK-EQ-DED-CREDIT      PIC 9(7)V99.
              10 LK-TOTAL-DED-CREDIT   PIC 9(8)V99.
           05 LK-SURPLUS-LINES-AMOUNTS.
              10 LK-SL-TAX-AMT         PIC 9(6)V99.
              10 LK-STAMPING-FEE-AMT   PIC 9(5)V99.

       01  LK-RATE-OVERRIDE.
           05 LK-RATE-OVERRIDE-IND     PIC X(1).
