       
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TAXF-STAT.
      *    Surplus lines tax and stamping fee rates by state, for
      *    non-admitted business, effective-dated like TAXRATE.DAT.
           SELECT SL-TAX-RATE-FILE ASSIGN TO 'SLTAXRT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SLTF-STAT.
      *    Deductible credit table, maintained by rating operations.
      *    One row per peril and deductible band; the '**' rows are
      *    the default bands for any peril with no rows of its own.
           SELECT DED-CREDIT-FILE ASSIGN TO 'DEDCRED.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DEDF-STAT.

       DATA DIVISION.

           05 FILLER                   PIC X.
           05 TAXR-EFFECTIVE-DATE      PIC 9(8).

       FD  SL-TAX-RATE-FILE.
       01  SL-TAX-RATE-RECORD.
           05 SLTR-STATE               PIC X(2).
           05 FILLER                   PIC X.
           05 SLTR-SL-TAX-RATE         PIC V9999.
           05 FILLER                   PIC X.
           05 SLTR-STAMPING-FEE-RATE   PIC V9999.
           05 FILLER                   PIC X.
           05 SLTR-EFFECTIVE-DATE      PIC 9(8).

       FD  DED-CREDIT-FILE.
       01  DED-CREDIT-RECORD.
           05 DEDR-PERIL-CODE          PIC X(2).
           05 FILLER                   PIC X.
           05 DEDR-MIN-DEDUCTIBLE      PIC 9(6)V99.
           05 FILLER                   PIC X.
           05 DEDR-CREDIT-PCT          PIC V999.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA

       01  WS-TAX-TODAY                PIC 9(8).

      *----------------------------------------------------------------*
      * PREMIUM CALCULATION WORKSHEET -- WHEN THE RATING RUN HAS       *
      * PWK-RECORDING ON, EVERY RATE, MODIFIER, LOADING, DISCOUNT,     *
      * TAX AND FEE APPLIED BELOW IS ADDED AS A STEP WITH THE PREMIUM  *
      * RUNNING AFTER IT (SEE P970 THRU P980).  THE SCHEDULE MOD IS    *
      * SNAPSHOT AFTER EACH OF ITS COMPONENTS SO EACH COMPONENT CAN BE *
      * SHOWN SEPARATELY.                                              *
      *----------------------------------------------------------------*
           COPY PREMWKT.

       01  WS-WORKSHEET-AREAS.
           05 WS-WKS-RUNNING           PIC S9(9)V99.
           05 WS-WKS-RATE-IDX          PIC 9 COMP.
           05 WS-WKS-PERIL             PIC X(2).
           05 WS-WKS-BASIS             PIC 9(11)V99.
           05 WS-WKS-PREMIUM           PIC 9(8)V99.
           05 WS-WKS-TAXABLE           PIC 9(10)V99.
           05 WS-WKS-DED-EDIT          PIC Z(5)9.99.
           05 WS-WKS-COUNT-EDIT        PIC Z9.
           05 WS-WKS-RATE-SOURCE       PIC X(15) OCCURS 5 TIMES.
           05 WS-WKS-SCHED-STEP        PIC SV999 OCCURS 4 TIMES.

       01  WS-TAX-TABLE.
           05 WS-TAX-ENTRY-COUNT       PIC 9(3) COMP VALUE ZERO.
           05 WS-TAX-ENTRY             OCCURS 100 TIMES
           05 WS-EFF-POLICY-FEE        PIC 9(3)V99.
           05 WS-EFF-INSPECTION-FEE    PIC 9(3)V99.

      *----------------------------------------------------------------*
      * SURPLUS LINES TAX TABLE -- NON-ADMITTED BUSINESS PAYS THE      *
      * STATE'S SURPLUS LINES TAX AND STAMPING FEE IN PLACE OF THE     *
      * ADMITTED STATE AND COUNTY PREMIUM TAX.  LOADED ONCE PER RUN    *
      * FROM SLTAXRT.DAT AND RESOLVED LIKE THE JURISDICTIONAL TABLE;   *
      * THE HOUSE RATES BELOW APPLY WHEN THE FILE IS UNAVAILABLE, THE  *
      * CALLER IS ONLINE, OR THE STATE HAS NO IN-FORCE ENTRY.          *
      *----------------------------------------------------------------*
       01  WS-SL-HOUSE-RATES.
           05 WS-SL-TAX-RATE           PIC V9999 VALUE 0.0300.
           05 WS-STAMPING-FEE-RATE     PIC V9999 VALUE 0.0015.

       01  WS-SLTF-STAT                PIC X(2).
           88 SL-TAX-FILE-OK           VALUE '00'.
           88 SL-TAX-FILE-EOF          VALUE '10'.

       01  WS-SL-TABLE-LOADED          PIC X VALUE 'N'.
           88 SL-TABLE-LOADED          VALUE 'Y'.

       01  WS-SL-TABLE.
           05 WS-SL-ENTRY-COUNT        PIC 9(3) COMP VALUE ZERO.
           05 WS-SL-ENTRY              OCCURS 100 TIMES
                                       INDEXED BY SLT-IDX.
              10 WS-SL-STATE           PIC X(2).
              10 WS-SL-TAX-RATE-ENT    PIC V9999.
              10 WS-SL-STAMP-RATE-ENT  PIC V9999.
              10 WS-SL-EFF-DATE        PIC 9(8).

       01  WS-SL-MATCH-IDX             PIC 9(3) COMP VALUE ZERO.
       01  WS-SL-MATCH-EFF-DATE        PIC 9(8) VALUE ZERO.

       01  WS-EFF-SL-RATES.
           05 WS-EFF-SL-TAX-RATE       PIC V9999.
           05 WS-EFF-STAMPING-RATE     PIC V9999.

      *----------------------------------------------------------------*
      * DEDUCTIBLE CREDIT TABLE -- LOADED ONCE PER RUN FROM            *
      * DEDCRED.DAT AND KEPT FOR THE LIFE OF THE RUN LIKE THE TAX      *
      * TABLE.  EACH PERIL PREMIUM TAKES THE CREDIT OF THE HIGHEST     *
      * BAND WHOSE MINIMUM DEDUCTIBLE THE POLICY MEETS; A PERIL WITH   *
      * NO ROWS OF ITS OWN USES THE '**' DEFAULT ROWS.  WHEN THE FILE  *
      * IS UNAVAILABLE (OR THE CALLER IS ONLINE) THE HOUSE BANDS       *
      * BELOW ARE USED, MATCHING THE CREDITS THE PROGRAM HAS ALWAYS    *
      * GIVEN FOR HIGH FIRE, WIND AND FLOOD DEDUCTIBLES.               *
      *----------------------------------------------------------------*
       01  WS-DEDF-STAT                PIC X(2).
           88 DED-FILE-OK              VALUE '00'.
           88 DED-FILE-EOF             VALUE '10'.

       01  WS-DED-TABLE-LOADED         PIC X VALUE 'N'.
           88 DED-TABLE-LOADED         VALUE 'Y'.

       01  WS-DED-HOUSE-BANDS.
           05 FILLER                   PIC X(13) VALUE 'FI01000000025'.
           05 FILLER                   PIC X(13) VALUE 'WE02500000035'.
           05 FILLER                   PIC X(13) VALUE 'FL05000000045'.
       01  WS-DED-HOUSE-TABLE REDEFINES WS-DED-HOUSE-BANDS.
           05 WS-DED-HOUSE-ENTRY       OCCURS 3 TIMES
                                       INDEXED BY DED-HOUSE-IDX.
              10 WS-DED-HOUSE-PERIL    PIC X(2).
              10 WS-DED-HOUSE-MIN      PIC 9(6)V99.
              10 WS-DED-HOUSE-PCT      PIC V999.

       01  WS-DED-TABLE.
           05 WS-DED-ENTRY-COUNT       PIC 9(3) COMP VALUE ZERO.
           05 WS-DED-ENTRY             OCCURS 200 TIMES
                                       INDEXED BY DED-IDX.
              10 WS-DED-PERIL-CODE     PIC X(2).
              10 WS-DED-MIN-DEDUCTIBLE PIC 9(6)V99.
              10 WS-DED-CREDIT-PCT     PIC V999.

      *----------------------------------------------------------------*
      * PERIL/DEDUCTIBLE IN HAND AND THE BAND RESOLVED FOR IT.         *
      *----------------------------------------------------------------*
       01  WS-DED-SEARCH.
           05 WS-DED-SRCH-PERIL        PIC X(2).
           05 WS-DED-SRCH-AMOUNT       PIC 9(6)V99.
           05 WS-DED-PERIL-ROWS        PIC 9(3) COMP.
           05 WS-DED-MATCH-IDX         PIC 9(3) COMP.
           05 WS-DED-MATCH-MIN         PIC 9(6)V99.
           05 WS-DED-PREMIUM           PIC 9(8)V99.
           05 WS-DED-CREDIT-AMT        PIC 9(7)V99.

       01  WS-PERIL-CORRELATIONS.
           05 WS-FIRE-WEATHER-CORR     PIC SV999 VALUE +0.250.
           05 WS-FLOOD-WEATHER-CORR    PIC SV999 VALUE +0.850.
           05 WS-DISCOUNT-CALCULATIONS.
              10 WS-MULTI-PERIL-DISC   PIC V999.
              10 WS-CLAIMS-FREE-DISC   PIC V999.
              10 WS-SCHEDULE-MOD       PIC SV999.
              10 WS-EXPERIENCE-MOD     PIC V9999.
              10 WS-TOTAL-DISCOUNT     PIC V999.
           05 LK-CLAIMS-COUNT-5YR      PIC 99.
           05 LK-CLAIMS-AMOUNT-5YR     PIC 9(9)V99.
           05 LK-LARGE-LOSS-COUNT      PIC 9.
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
           PERFORM P300-RATES
           PERFORM P400-EXP-MOD
           PERFORM P500-SCHED-MOD
           PERFORM P970-RECORD-RATING-BASIS THRU P970-EXIT
           PERFORM P600-BASE-PREM
           PERFORM P700-CAT-LOAD
           PERFORM P974-RECORD-CAT-LOAD THRU P974-EXIT
           PERFORM P800-EXPENSE
           PERFORM P976-RECORD-LOADINGS THRU P976-EXIT
           PERFORM P900-DISC
           PERFORM P977-RECORD-DISCOUNT THRU P977-EXIT
           PERFORM P950-TAXES
           PERFORM P978-RECORD-TAXES-FEES THRU P978-EXIT
           PERFORM P999-FINAL
           PERFORM P979-RECORD-FINAL THRU P979-EXIT
           GOBACK.

       P200-INIT.
           INITIALIZE WS-CALCULATION-AREAS
           INITIALIZE WS-BASE-RATE-TABLE
           INITIALIZE WS-WORKSHEET-AREAS
           
           COMPUTE WS-BUILDING-EXPOSURE = 
               LK-BUILDING-LIMIT * (1 + (LK-RISK-SCORE - 100) / 1000)
           IF WS-RATE-CACHE-MATCH-IDX NOT = ZERO
               MOVE WS-CACHE-BASE-RATE (WS-RATE-CACHE-MATCH-IDX) TO
                    WS-BASE-RATE (1, 1, WS-CONSTR-IDX, WS-OCC-IDX)
               MOVE 'RATE_MASTER' TO WS-WKS-RATE-SOURCE (1)
           ELSE
               EXEC SQL
                   SELECT BASE_RATE, MIN_PREMIUM, MAX_PREMIUM
               IF SQLCODE = 0
                   MOVE WS-BASE-RATE TO
                        WS-BASE-RATE (1, 1, WS-CONSTR-IDX, WS-OCC-IDX)
                   MOVE 'RATE_MASTER' TO WS-WKS-RATE-SOURCE (1)
                   PERFORM P300D-ADD-CACHE-ENTRY
               ELSE
                   IF RATE-OVERRIDE-YES AND LK-OVERRIDE-FIRE-RATE > ZERO
                       MOVE LK-OVERRIDE-FIRE-RATE TO
                            WS-BASE-RATE (1, 1,
                                 WS-CONSTR-IDX, WS-OCC-IDX)
                       MOVE 'RATES.DAT' TO WS-WKS-RATE-SOURCE (1)
                   ELSE
                       MOVE 0.008500 TO
                            WS-BASE-RATE (1, 1,
               MOVE WS-CACHE-BASE-RATE (WS-RATE-CACHE-MATCH-IDX) TO
                    WS-BASE-RATE (RATE-IDX, 1,
                         WS-CONSTR-IDX, WS-OCC-IDX)
               MOVE 'RATE_MASTER' TO WS-WKS-RATE-SOURCE (RATE-IDX)
           ELSE
               EXEC SQL
                   SELECT BASE_RATE, MIN_PREMIUM, MAX_PREMIUM
                   MOVE WS-BASE-RATE TO
                        WS-BASE-RATE (RATE-IDX, 1,
                             WS-CONSTR-IDX, WS-OCC-IDX)
                   MOVE 'RATE_MASTER' TO WS-WKS-RATE-SOURCE (RATE-IDX)
                   PERFORM P300D-ADD-CACHE-ENTRY
               ELSE
                   IF RATE-OVERRIDE-YES
                                   MOVE LK-OVERRIDE-CRIME-RATE TO
                                        WS-BASE-RATE (RATE-IDX, 1,
                                             WS-CONSTR-IDX, WS-OCC-IDX)
                                   MOVE 'RATES.DAT' TO
                                        WS-WKS-RATE-SOURCE (RATE-IDX)
                               ELSE
                                   MOVE 0.006200 TO
                                        WS-BASE-RATE (RATE-IDX, 1,
                                   MOVE LK-OVERRIDE-FLOOD-RATE TO
                                        WS-BASE-RATE (RATE-IDX, 1,
                                             WS-CONSTR-IDX, WS-OCC-IDX)
                                   MOVE 'RATES.DAT' TO
                                        WS-WKS-RATE-SOURCE (RATE-IDX)
                               ELSE
                                   MOVE 0.012800 TO
                                        WS-BASE-RATE (RATE-IDX, 1,
                                   MOVE LK-OVERRIDE-WEATHER-RATE TO
                                        WS-BASE-RATE (RATE-IDX, 1,
                                             WS-CONSTR-IDX, WS-OCC-IDX)
                                   MOVE 'RATES.DAT' TO
                                        WS-WKS-RATE-SOURCE (RATE-IDX)
                               ELSE
                                   MOVE 0.009600 TO
                                        WS-BASE-RATE (RATE-IDX, 1,
                                   MOVE LK-OVERRIDE-EARTHQUAKE-RATE TO
                                        WS-BASE-RATE (RATE-IDX, 1,
                                             WS-CONSTR-IDX, WS-OCC-IDX)
                                   MOVE 'RATES.DAT' TO
                                        WS-WKS-RATE-SOURCE (RATE-IDX)
                               ELSE
                                   MOVE 0.014500 TO
                                        WS-BASE-RATE (RATE-IDX, 1,
               WHEN OTHER
                   ADD 0.200 TO WS-SCHEDULE-MOD
           END-EVALUATE
           MOVE WS-SCHEDULE-MOD TO WS-WKS-SCHED-STEP (1)
           
      *    Protection class factor
           EVALUATE LK-PROTECTION-CLASS
               WHEN OTHER
                   ADD 0.150 TO WS-SCHEDULE-MOD
           END-EVALUATE
           MOVE WS-SCHEDULE-MOD TO WS-WKS-SCHED-STEP (2)
           
      *    Occupancy hazard factor
           EVALUATE LK-OCCUPANCY-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-SCHEDULE-MOD TO WS-WKS-SCHED-STEP (3)
           
      *    Exposure density factor
           IF WS-EXPOSURE-DENSITY > 500.00
                   SUBTRACT 0.050 FROM WS-SCHEDULE-MOD
               END-IF
           END-IF
           MOVE WS-SCHEDULE-MOD TO WS-WKS-SCHED-STEP (4)
           
           IF WS-SCHEDULE-MOD > +0.400
               MOVE +0.400 TO WS-SCHEDULE-MOD

       P600-BASE-PREM.
           MOVE ZERO TO LK-BASE-AMOUNT
           MOVE ZERO TO LK-FIRE-DED-CREDIT
           MOVE ZERO TO LK-CRIME-DED-CREDIT
           MOVE ZERO TO LK-FLOOD-DED-CREDIT
           MOVE ZERO TO LK-WEATHER-DED-CREDIT
           MOVE ZERO TO LK-EQ-DED-CREDIT
           MOVE ZERO TO LK-TOTAL-DED-CREDIT
           PERFORM P620-LOAD-DED-TABLE THRU P620-EXIT

      *    Each peril premium is credited for the deductible the
      *    insured carries on it before it goes into the base amount,
      *    so the loadings, discounts and taxes below all work off
      *    the credited figure.  Crime and earthquake carry the
      *    policy's all-other-perils deductible.
           
      * FIRE PREMIUM
           IF LK-FIRE-PERIL > ZERO
                   (1 + WS-SCHEDULE-MOD) *
                   WS-TREND-FACTOR

               MOVE 1 TO WS-WKS-RATE-IDX
               MOVE 'FI' TO WS-WKS-PERIL
               COMPUTE WS-WKS-BASIS =
                   WS-BUILDING-EXPOSURE + WS-CONTENTS-EXPOSURE
               MOVE LK-FIRE-PREMIUM TO WS-WKS-PREMIUM
               PERFORM P971-RECORD-PERIL-PREMIUM THRU P971-EXIT

               MOVE 'FI' TO WS-DED-SRCH-PERIL
               MOVE LK-FIRE-DEDUCTIBLE TO WS-DED-SRCH-AMOUNT
               MOVE LK-FIRE-PREMIUM TO WS-DED-PREMIUM
               PERFORM P610-APPLY-DED-CREDIT
               PERFORM P973-RECORD-DED-CREDIT THRU P973-EXIT
               MOVE WS-DED-PREMIUM TO LK-FIRE-PREMIUM
               MOVE WS-DED-CREDIT-AMT TO LK-FIRE-DED-CREDIT

               ADD LK-FIRE-PREMIUM TO LK-BASE-AMOUNT
           END-IF
           
                   WS-EXPERIENCE-MOD *
                   (1 + WS-SCHEDULE-MOD) *
                   WS-TREND-FACTOR

               MOVE 2 TO WS-WKS-RATE-IDX
               MOVE 'CR' TO WS-WKS-PERIL
               COMPUTE WS-WKS-BASIS = WS-CONTENTS-EXPOSURE * 0.80
               MOVE LK-CRIME-PREMIUM TO WS-WKS-PREMIUM
               PERFORM P971-RECORD-PERIL-PREMIUM THRU P971-EXIT

      *        Crime-location correlation: an elevated schedule mod
      *        already signals a higher-hazard location (poor
      *        protection class, dense occupancy, older building), and
      *        load the crime premium further whenever the schedule
      *        mod is positive.
               IF WS-SCHEDULE-MOD > ZERO
                   MOVE LK-CRIME-PREMIUM TO WS-WKS-PREMIUM
                   COMPUTE LK-CRIME-PREMIUM ROUNDED =
                       LK-CRIME-PREMIUM *
                       (1 + (WS-SCHEDULE-MOD * WS-CRIME-LOCATION-CORR))
                   PERFORM P972-RECORD-CRIME-LOADING THRU P972-EXIT
               END-IF

               MOVE 'CR' TO WS-DED-SRCH-PERIL
               MOVE LK-OTHER-DEDUCTIBLE TO WS-DED-SRCH-AMOUNT
               MOVE LK-CRIME-PREMIUM TO WS-DED-PREMIUM
               PERFORM P610-APPLY-DED-CREDIT
               PERFORM P973-RECORD-DED-CREDIT THRU P973-EXIT
               MOVE WS-DED-PREMIUM TO LK-CRIME-PREMIUM
               MOVE WS-DED-CREDIT-AMT TO LK-CRIME-DED-CREDIT

               ADD LK-CRIME-PREMIUM TO LK-BASE-AMOUNT
           END-IF
           
                   WS-EXPERIENCE-MOD *
                   (1 + WS-SCHEDULE-MOD) *
                   WS-TREND-FACTOR * 1.25

               MOVE 3 TO WS-WKS-RATE-IDX
               MOVE 'FL' TO WS-WKS-PERIL
               COMPUTE WS-WKS-BASIS = WS-BUILDING-EXPOSURE
               MOVE LK-FLOOD-PREMIUM TO WS-WKS-PREMIUM
               PERFORM P971-RECORD-PERIL-PREMIUM THRU P971-EXIT

               MOVE 'FL' TO WS-DED-SRCH-PERIL
               MOVE LK-FLOOD-DEDUCTIBLE TO WS-DED-SRCH-AMOUNT
               MOVE LK-FLOOD-PREMIUM TO WS-DED-PREMIUM
               PERFORM P610-APPLY-DED-CREDIT
               PERFORM P973-RECORD-DED-CREDIT THRU P973-EXIT
               MOVE WS-DED-PREMIUM TO LK-FLOOD-PREMIUM
               MOVE WS-DED-CREDIT-AMT TO LK-FLOOD-DED-CREDIT

               ADD LK-FLOOD-PREMIUM TO LK-BASE-AMOUNT
           END-IF
           
                   WS-EXPERIENCE-MOD *
                   (1 + WS-SCHEDULE-MOD) *
                   WS-TREND-FACTOR

               MOVE 4 TO WS-WKS-RATE-IDX
               MOVE 'WE' TO WS-WKS-PERIL
               COMPUTE WS-WKS-BASIS =
                   WS-BUILDING-EXPOSURE + WS-CONTENTS-EXPOSURE
               MOVE LK-WEATHER-PREMIUM TO WS-WKS-PREMIUM
               PERFORM P971-RECORD-PERIL-PREMIUM THRU P971-EXIT

               MOVE 'WE' TO WS-DED-SRCH-PERIL
               MOVE LK-WIND-DEDUCTIBLE TO WS-DED-SRCH-AMOUNT
               MOVE LK-WEATHER-PREMIUM TO WS-DED-PREMIUM
               PERFORM P610-APPLY-DED-CREDIT
               PERFORM P973-RECORD-DED-CREDIT THRU P973-EXIT
               MOVE WS-DED-PREMIUM TO LK-WEATHER-PREMIUM
               MOVE WS-DED-CREDIT-AMT TO LK-WEATHER-DED-CREDIT

               ADD LK-WEATHER-PREMIUM TO LK-BASE-AMOUNT
           END-IF

                   (1 + WS-SCHEDULE-MOD) *
                   WS-TREND-FACTOR

               MOVE 5 TO WS-WKS-RATE-IDX
               MOVE 'EQ' TO WS-WKS-PERIL
               COMPUTE WS-WKS-BASIS =
                   WS-BUILDING-EXPOSURE + WS-CONTENTS-EXPOSURE
               MOVE LK-EARTHQUAKE-PREMIUM TO WS-WKS-PREMIUM
               PERFORM P971-RECORD-PERIL-PREMIUM THRU P971-EXIT

               MOVE 'EQ' TO WS-DED-SRCH-PERIL
               MOVE LK-OTHER-DEDUCTIBLE TO WS-DED-SRCH-AMOUNT
               MOVE LK-EARTHQUAKE-PREMIUM TO WS-DED-PREMIUM
               PERFORM P610-APPLY-DED-CREDIT
               PERFORM P973-RECORD-DED-CREDIT THRU P973-EXIT
               MOVE WS-DED-PREMIUM TO LK-EARTHQUAKE-PREMIUM
               MOVE WS-DED-CREDIT-AMT TO LK-EQ-DED-CREDIT

               ADD LK-EARTHQUAKE-PREMIUM TO LK-BASE-AMOUNT
           ELSE
               MOVE ZERO TO LK-EARTHQUAKE-PREMIUM
           END-IF

           COMPUTE LK-TOTAL-DED-CREDIT =
               LK-FIRE-DED-CREDIT + LK-CRIME-DED-CREDIT +
               LK-FLOOD-DED-CREDIT + LK-WEATHER-DED-CREDIT +
               LK-EQ-DED-CREDIT.

      *----------------------------------------------------------------*
      * CREDIT WS-DED-PREMIUM FOR THE DEDUCTIBLE IN WS-DED-SRCH-AMOUNT *
      * ON PERIL WS-DED-SRCH-PERIL.  THE PERIL'S OWN BANDS ARE TRIED   *
      * FIRST; ONLY A PERIL WITH NO ROWS AT ALL FALLS BACK TO THE '**' *
      * DEFAULT BANDS.  A DEDUCTIBLE BELOW THE LOWEST BAND GETS NO     *
      * CREDIT.                                                        *
      *----------------------------------------------------------------*
       P610-APPLY-DED-CREDIT.
           MOVE ZERO TO WS-DED-CREDIT-AMT
           PERFORM P611-FIND-DED-BAND
           IF WS-DED-PERIL-ROWS = ZERO
               MOVE '**' TO WS-DED-SRCH-PERIL
               PERFORM P611-FIND-DED-BAND
           END-IF

           IF WS-DED-MATCH-IDX > ZERO
               SET DED-IDX TO WS-DED-MATCH-IDX
               COMPUTE WS-DED-CREDIT-AMT ROUNDED =
                   WS-DED-PREMIUM * WS-DED-CREDIT-PCT (DED-IDX)
               SUBTRACT WS-DED-CREDIT-AMT FROM WS-DED-PREMIUM
           END-IF.

       P611-FIND-DED-BAND.
           MOVE ZERO TO WS-DED-PERIL-ROWS
           MOVE ZERO TO WS-DED-MATCH-IDX
           MOVE ZERO TO WS-DED-MATCH-MIN
           IF WS-DED-ENTRY-COUNT > ZERO
               PERFORM P612-CHECK-DED-ENTRY
                       VARYING DED-IDX FROM 1 BY 1
                       UNTIL DED-IDX > WS-DED-ENTRY-COUNT
           END-IF.

       P612-CHECK-DED-ENTRY.
           IF WS-DED-PERIL-CODE (DED-IDX) = WS-DED-SRCH-PERIL
               ADD 1 TO WS-DED-PERIL-ROWS
               IF WS-DED-MIN-DEDUCTIBLE (DED-IDX) <= WS-DED-SRCH-AMOUNT
                  AND WS-DED-MIN-DEDUCTIBLE (DED-IDX) >=
                      WS-DED-MATCH-MIN
                   SET WS-DED-MATCH-IDX TO DED-IDX
                   MOVE WS-DED-MIN-DEDUCTIBLE (DED-IDX)
                        TO WS-DED-MATCH-MIN
               END-IF
           END-IF.

       P620-LOAD-DED-TABLE.
           IF DED-TABLE-LOADED
               GO TO P620-EXIT
           END-IF
           MOVE 'Y' TO WS-DED-TABLE-LOADED
           IF NOT ONLINE-CALLER
               OPEN INPUT DED-CREDIT-FILE
               IF DED-FILE-OK
                   PERFORM P621-READ-DED-CREDIT
                   PERFORM UNTIL DED-FILE-EOF
                       PERFORM P622-STORE-DED-ENTRY
                       PERFORM P621-READ-DED-CREDIT
                   END-PERFORM
                   CLOSE DED-CREDIT-FILE
               END-IF
           END-IF

      *    No usable table -- price off the house bands.
           IF WS-DED-ENTRY-COUNT = ZERO
               PERFORM P623-STORE-HOUSE-BAND
                       VARYING DED-HOUSE-IDX FROM 1 BY 1
                       UNTIL DED-HOUSE-IDX > 3
           END-IF.

       P620-EXIT.
           EXIT.

       P621-READ-DED-CREDIT.
           READ DED-CREDIT-FILE
           END-READ.

       P622-STORE-DED-ENTRY.
           IF WS-DED-ENTRY-COUNT < 200
              AND DEDR-MIN-DEDUCTIBLE IS NUMERIC
              AND DEDR-CREDIT-PCT IS NUMERIC
               ADD 1 TO WS-DED-ENTRY-COUNT
               SET DED-IDX TO WS-DED-ENTRY-COUNT
               MOVE DEDR-PERIL-CODE TO WS-DED-PERIL-CODE (DED-IDX)
               MOVE DEDR-MIN-DEDUCTIBLE
                    TO WS-DED-MIN-DEDUCTIBLE (DED-IDX)
               MOVE DEDR-CREDIT-PCT TO WS-DED-CREDIT-PCT (DED-IDX)
           END-IF.

       P623-STORE-HOUSE-BAND.
           ADD 1 TO WS-DED-ENTRY-COUNT
           SET DED-IDX TO WS-DED-ENTRY-COUNT
           MOVE WS-DED-HOUSE-PERIL (DED-HOUSE-IDX)
                TO WS-DED-PERIL-CODE (DED-IDX)
           MOVE WS-DED-HOUSE-MIN (DED-HOUSE-IDX)
                TO WS-DED-MIN-DEDUCTIBLE (DED-IDX)
           MOVE WS-DED-HOUSE-PCT (DED-HOUSE-IDX)
                TO WS-DED-CREDIT-PCT (DED-IDX).

       P700-CAT-LOAD.
           MOVE ZERO TO WS-CAT-LOADING
           MOVE ZERO TO LK-HURRICANE-AAL
               MOVE 0.075 TO WS-CLAIMS-FREE-DISC
           END-IF
           
      * The deductible credit is taken per peril in P600-BASE-PREM
      * and is not part of the policy-level discount.
           COMPUTE WS-TOTAL-DISCOUNT =
               WS-MULTI-PERIL-DISC + WS-CLAIMS-FREE-DISC
               
           IF WS-TOTAL-DISCOUNT > 0.250
               MOVE 0.250 TO WS-TOTAL-DISCOUNT
               MOVE ZERO TO LK-INSPECTION-FEE-AMT
           END-IF

           MOVE ZERO TO LK-SL-TAX-AMT
           MOVE ZERO TO LK-STAMPING-FEE-AMT
           IF LK-NON-ADMITTED
               PERFORM P960-SURPLUS-LINES-TAX
           END-IF

           COMPUTE WS-TAX-AMOUNT =
               LK-STATE-TAX-AMT + LK-COUNTY-TAX-AMT +
               LK-SL-TAX-AMT + LK-STAMPING-FEE-AMT

           MOVE WS-TAX-AMOUNT TO LK-TAX-AMT.

                    TO WS-TAX-MATCH-EFF-DATE
           END-IF.

      *----------------------------------------------------------------*
      * A NON-ADMITTED POLICY OWES NO ADMITTED PREMIUM TAX -- THE      *
      * STATE AND COUNTY PIECES ARE REPLACED BY THE STATE'S SURPLUS    *
      * LINES TAX AND STAMPING FEE ON THE SAME TAXABLE PREMIUM.  THE   *
      * POLICY AND INSPECTION FEES ARE THE COMPANY'S OWN AND STAND.    *
      *----------------------------------------------------------------*
       P960-SURPLUS-LINES-TAX.
           PERFORM P961-LOAD-SL-TABLE THRU P961-EXIT
           PERFORM P965-RESOLVE-SL-RATES

           MOVE ZERO TO LK-STATE-TAX-AMT
           MOVE ZERO TO LK-COUNTY-TAX-AMT

           COMPUTE LK-SL-TAX-AMT ROUNDED =
               (LK-BASE-AMOUNT + LK-CAT-LOAD-AMT +
                LK-EXPENSE-LOAD-AMT + LK-PROFIT-LOAD-AMT -
                LK-DISCOUNT-AMT) * WS-EFF-SL-TAX-RATE

           COMPUTE LK-STAMPING-FEE-AMT ROUNDED =
               (LK-BASE-AMOUNT + LK-CAT-LOAD-AMT +
                LK-EXPENSE-LOAD-AMT + LK-PROFIT-LOAD-AMT -
                LK-DISCOUNT-AMT) * WS-EFF-STAMPING-RATE.

       P961-LOAD-SL-TABLE.
           IF SL-TABLE-LOADED
               GO TO P961-EXIT
           END-IF
           MOVE 'Y' TO WS-SL-TABLE-LOADED
           IF ONLINE-CALLER
               GO TO P961-EXIT
           END-IF
           OPEN INPUT SL-TAX-RATE-FILE
           IF NOT SL-TAX-FILE-OK
               GO TO P961-EXIT
           END-IF
           PERFORM P962-READ-SL-RATE
           PERFORM UNTIL SL-TAX-FILE-EOF
               PERFORM P963-STORE-SL-ENTRY
               PERFORM P962-READ-SL-RATE
           END-PERFORM
           CLOSE SL-TAX-RATE-FILE.

       P961-EXIT.
           EXIT.

       P962-READ-SL-RATE.
           READ SL-TAX-RATE-FILE
           END-READ.

       P963-STORE-SL-ENTRY.
           IF WS-SL-ENTRY-COUNT < 100
               ADD 1 TO WS-SL-ENTRY-COUNT
               SET SLT-IDX TO WS-SL-ENTRY-COUNT
               MOVE SLTR-STATE TO WS-SL-STATE (SLT-IDX)
               MOVE SLTR-SL-TAX-RATE TO WS-SL-TAX-RATE-ENT (SLT-IDX)
               MOVE SLTR-STAMPING-FEE-RATE
                    TO WS-SL-STAMP-RATE-ENT (SLT-IDX)
               MOVE SLTR-EFFECTIVE-DATE TO WS-SL-EFF-DATE (SLT-IDX)
           END-IF.

       P965-RESOLVE-SL-RATES.
           MOVE WS-SL-TAX-RATE TO WS-EFF-SL-TAX-RATE
           MOVE WS-STAMPING-FEE-RATE TO WS-EFF-STAMPING-RATE

           MOVE ZERO TO WS-SL-MATCH-IDX
           MOVE ZERO TO WS-SL-MATCH-EFF-DATE
           IF WS-SL-ENTRY-COUNT > ZERO
               PERFORM P966-CHECK-SL-ENTRY
                       VARYING SLT-IDX FROM 1 BY 1
                       UNTIL SLT-IDX > WS-SL-ENTRY-COUNT
           END-IF

           IF WS-SL-MATCH-IDX > ZERO
               SET SLT-IDX TO WS-SL-MATCH-IDX
               MOVE WS-SL-TAX-RATE-ENT (SLT-IDX)
                    TO WS-EFF-SL-TAX-RATE
               MOVE WS-SL-STAMP-RATE-ENT (SLT-IDX)
                    TO WS-EFF-STAMPING-RATE
           END-IF.

       P966-CHECK-SL-ENTRY.
           IF WS-SL-STATE (SLT-IDX) = LK-TERRITORY (1:2)
              AND WS-SL-EFF-DATE (SLT-IDX) <= WS-TAX-TODAY
              AND WS-SL-EFF-DATE (SLT-IDX) >= WS-SL-MATCH-EFF-DATE
               SET WS-SL-MATCH-IDX TO SLT-IDX
               MOVE WS-SL-EFF-DATE (SLT-IDX)
                    TO WS-SL-MATCH-EFF-DATE
           END-IF.

      *----------------------------------------------------------------*
      * PREMIUM CALCULATION WORKSHEET.  THE RATING BASIS FIRST: THE    *
      * EXPOSURES ADJUSTED FOR THE RISK SCORE, THE RATE CELL, THE      *
      * EXPERIENCE MOD, EACH SCHEDULE MOD COMPONENT AND THE TREND --   *
      * THE FACTORS EVERY PERIL PREMIUM BELOW IS THE PRODUCT OF.       *
      *----------------------------------------------------------------*
       P970-RECORD-RATING-BASIS.
           IF NOT PWK-RECORDING
               GO TO P970-EXIT
           END-IF

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'BUILDING EXPOSURE' TO PWK-NEW-DESCRIPTION
           STRING 'RISK SCORE ' LK-RISK-SCORE
                  DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
           MOVE LK-BUILDING-LIMIT TO PWK-NEW-BASIS
           COMPUTE PWK-NEW-FACTOR = 1 + (LK-RISK-SCORE - 100) / 1000
           MOVE WS-BUILDING-EXPOSURE TO PWK-NEW-AMOUNT
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'CONTENTS EXPOSURE' TO PWK-NEW-DESCRIPTION
           STRING 'RISK SCORE ' LK-RISK-SCORE
                  DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
           MOVE LK-CONTENTS-LIMIT TO PWK-NEW-BASIS
           COMPUTE PWK-NEW-FACTOR = 1 + (LK-RISK-SCORE - 100) / 1000
           MOVE WS-CONTENTS-EXPOSURE TO PWK-NEW-AMOUNT
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'BUSINESS INCOME EXPOSURE' TO PWK-NEW-DESCRIPTION
           STRING 'RISK SCORE ' LK-RISK-SCORE
                  DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
           MOVE LK-BI-LIMIT TO PWK-NEW-BASIS
           COMPUTE PWK-NEW-FACTOR = 1 + (LK-RISK-SCORE - 100) / 1000
           MOVE WS-BI-EXPOSURE TO PWK-NEW-AMOUNT
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'TOTAL INSURED VALUE' TO PWK-NEW-DESCRIPTION
           MOVE WS-TOTAL-INSURED-VAL TO PWK-NEW-AMOUNT
           PERFORM P980-ADD-WORKSHEET-STEP

      *    The territory, construction and occupancy select the rate
      *    cell every peril's base rate is taken from.
           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'RATE CELL TERR/CONST/OCC' TO PWK-NEW-DESCRIPTION
           STRING LK-TERRITORY '/' LK-CONSTRUCTION-TYPE '/'
                  LK-OCCUPANCY-CODE
                  DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'EXPERIENCE MODIFICATION' TO PWK-NEW-DESCRIPTION
           MOVE LK-CLAIMS-COUNT-5YR TO WS-WKS-COUNT-EDIT
           STRING 'CLAIMS ' WS-WKS-COUNT-EDIT
                  DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
           MOVE LK-CLAIMS-AMOUNT-5YR TO PWK-NEW-BASIS
           MOVE WS-EXPERIENCE-MOD TO PWK-NEW-FACTOR
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'SCHED MOD - BUILDING AGE' TO PWK-NEW-DESCRIPTION
           STRING 'BUILT ' LK-YEAR-BUILT
                  DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
           MOVE WS-WKS-SCHED-STEP (1) TO PWK-NEW-FACTOR
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'SCHED MOD - PROTECTION CLASS' TO PWK-NEW-DESCRIPTION
           STRING 'CLASS ' LK-PROTECTION-CLASS
                  DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
           COMPUTE PWK-NEW-FACTOR =
               WS-WKS-SCHED-STEP (2) - WS-WKS-SCHED-STEP (1)
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'SCHED MOD - OCCUPANCY HAZARD' TO PWK-NEW-DESCRIPTION
           MOVE LK-OCCUPANCY-CODE TO PWK-NEW-REFERENCE
           COMPUTE PWK-NEW-FACTOR =
               WS-WKS-SCHED-STEP (3) - WS-WKS-SCHED-STEP (2)
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'SCHED MOD - EXPOSURE DENSITY' TO PWK-NEW-DESCRIPTION
           MOVE WS-EXPOSURE-DENSITY TO PWK-NEW-BASIS
           COMPUTE PWK-NEW-FACTOR =
               WS-WKS-SCHED-STEP (4) - WS-WKS-SCHED-STEP (3)
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'SCHEDULE MOD (+.400/-.200 CAP)'
                TO PWK-NEW-DESCRIPTION
           MOVE WS-SCHEDULE-MOD TO PWK-NEW-FACTOR
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'LOSS TREND FACTOR' TO PWK-NEW-DESCRIPTION
           MOVE WS-TREND-FACTOR TO PWK-NEW-FACTOR
           PERFORM P980-ADD-WORKSHEET-STEP.

       P970-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ONE PERIL'S RATED PREMIUM: ITS BASE RATE AND WHERE THE RATE    *
      * CAME FROM, THEN EXPOSURE X RATE X EXPERIENCE MOD X (1 +        *
      * SCHEDULE MOD) X TREND.  THE CALLER SETS WS-WKS-RATE-IDX,       *
      * WS-WKS-PERIL, WS-WKS-BASIS AND WS-WKS-PREMIUM.                 *
      *----------------------------------------------------------------*
       P971-RECORD-PERIL-PREMIUM.
           IF NOT PWK-RECORDING
               GO TO P971-EXIT
           END-IF

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE WS-WKS-PERIL TO PWK-NEW-PERIL
           MOVE 'BASE RATE' TO PWK-NEW-DESCRIPTION
           IF WS-WKS-RATE-SOURCE (WS-WKS-RATE-IDX) = SPACES
               MOVE 'HOUSE DEFAULT' TO PWK-NEW-REFERENCE
           ELSE
               MOVE WS-WKS-RATE-SOURCE (WS-WKS-RATE-IDX)
                    TO PWK-NEW-REFERENCE
           END-IF
           MOVE WS-BASE-RATE (WS-WKS-RATE-IDX, 1,
                              WS-CONSTR-IDX, WS-OCC-IDX)
                TO PWK-NEW-FACTOR
           PERFORM P980-ADD-WORKSHEET-STEP

           IF WS-WKS-PERIL = 'FL'
               INITIALIZE PWK-NEW-STEP
               MOVE 'I' TO PWK-NEW-TYPE
               MOVE WS-WKS-PERIL TO PWK-NEW-PERIL
               MOVE 'FLOOD RATING MULTIPLIER' TO PWK-NEW-DESCRIPTION
               MOVE 1.25 TO PWK-NEW-FACTOR
               PERFORM P980-ADD-WORKSHEET-STEP
           END-IF

           INITIALIZE PWK-NEW-STEP
           MOVE 'P' TO PWK-NEW-TYPE
           MOVE WS-WKS-PERIL TO PWK-NEW-PERIL
           MOVE 'EXPOSURE X RATE X MODS X TREND'
                TO PWK-NEW-DESCRIPTION
           MOVE WS-WKS-BASIS TO PWK-NEW-BASIS
           MOVE WS-BASE-RATE (WS-WKS-RATE-IDX, 1,
                              WS-CONSTR-IDX, WS-OCC-IDX)
                TO PWK-NEW-FACTOR
           MOVE WS-WKS-PREMIUM TO PWK-NEW-AMOUNT
           PERFORM P980-ADD-WORKSHEET-STEP.

       P971-EXIT.
           EXIT.

      *    WS-WKS-PREMIUM holds the crime premium before the loading.
       P972-RECORD-CRIME-LOADING.
           IF NOT PWK-RECORDING
               GO TO P972-EXIT
           END-IF
           INITIALIZE PWK-NEW-STEP
           MOVE 'P' TO PWK-NEW-TYPE
           MOVE 'CR' TO PWK-NEW-PERIL
           MOVE 'CRIME LOCATION LOADING' TO PWK-NEW-DESCRIPTION
           MOVE 'SCHED MOD X .45' TO PWK-NEW-REFERENCE
           MOVE WS-WKS-PREMIUM TO PWK-NEW-BASIS
           COMPUTE PWK-NEW-FACTOR =
               1 + (WS-SCHEDULE-MOD * WS-CRIME-LOCATION-CORR)
           COMPUTE PWK-NEW-AMOUNT = LK-CRIME-PREMIUM - WS-WKS-PREMIUM
           PERFORM P980-ADD-WORKSHEET-STEP.

       P972-EXIT.
           EXIT.

       P973-RECORD-DED-CREDIT.
           IF NOT PWK-RECORDING OR WS-DED-CREDIT-AMT = ZERO
               GO TO P973-EXIT
           END-IF
           INITIALIZE PWK-NEW-STEP
           MOVE 'P' TO PWK-NEW-TYPE
           MOVE WS-WKS-PERIL TO PWK-NEW-PERIL
           MOVE 'DEDUCTIBLE CREDIT' TO PWK-NEW-DESCRIPTION
           MOVE WS-DED-SRCH-AMOUNT TO WS-WKS-DED-EDIT
           STRING 'DED ' WS-WKS-DED-EDIT
                  DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
           COMPUTE PWK-NEW-BASIS = WS-DED-PREMIUM + WS-DED-CREDIT-AMT
           MOVE WS-DED-CREDIT-PCT (DED-IDX) TO PWK-NEW-FACTOR
           COMPUTE PWK-NEW-AMOUNT = ZERO - WS-DED-CREDIT-AMT
           PERFORM P980-ADD-WORKSHEET-STEP.

       P973-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CATASTROPHE LOAD: EACH PERIL'S AVERAGE ANNUAL LOSS AS ITS      *
      * CREDITED PREMIUM X THE CAT MODEL FACTOR, THEN THE CORRELATED   *
      * SHARES ADDED WHERE BOTH PERILS OF A PAIR ARE COVERED.          *
      *----------------------------------------------------------------*
       P974-RECORD-CAT-LOAD.
           IF NOT PWK-RECORDING
               GO TO P974-EXIT
           END-IF

           IF LK-WEATHER-PERIL > ZERO
               INITIALIZE PWK-NEW-STEP
               MOVE 'WE' TO PWK-NEW-PERIL
               MOVE 'HURRICANE AAL LOAD' TO PWK-NEW-DESCRIPTION
               MOVE LK-WEATHER-PREMIUM TO PWK-NEW-BASIS
               MOVE WS-HURRICANE-FACTOR TO PWK-NEW-FACTOR
               MOVE LK-HURRICANE-AAL TO PWK-NEW-AMOUNT
               PERFORM P975-RECORD-CAT-STEP
           END-IF

           IF LK-EARTHQUAKE-PERIL > ZERO
               INITIALIZE PWK-NEW-STEP
               MOVE 'EQ' TO PWK-NEW-PERIL
               MOVE 'EARTHQUAKE AAL LOAD' TO PWK-NEW-DESCRIPTION
               MOVE LK-EARTHQUAKE-PREMIUM TO PWK-NEW-BASIS
               MOVE WS-EARTHQUAKE-FACTOR TO PWK-NEW-FACTOR
               MOVE LK-EARTHQUAKE-AAL TO PWK-NEW-AMOUNT
               PERFORM P975-RECORD-CAT-STEP
           END-IF

           IF LK-WEATHER-PERIL > ZERO
               INITIALIZE PWK-NEW-STEP
               MOVE 'WE' TO PWK-NEW-PERIL
               MOVE 'TORNADO AAL LOAD' TO PWK-NEW-DESCRIPTION
               MOVE LK-WEATHER-PREMIUM TO PWK-NEW-BASIS
               MOVE WS-TORNADO-FACTOR TO PWK-NEW-FACTOR
               MOVE LK-TORNADO-AAL TO PWK-NEW-AMOUNT
               PERFORM P975-RECORD-CAT-STEP
           END-IF

           IF LK-FLOOD-PERIL > ZERO
               INITIALIZE PWK-NEW-STEP
               MOVE 'FL' TO PWK-NEW-PERIL
               MOVE 'FLOOD AAL LOAD' TO PWK-NEW-DESCRIPTION
               MOVE LK-FLOOD-PREMIUM TO PWK-NEW-BASIS
               MOVE WS-FLOOD-FACTOR TO PWK-NEW-FACTOR
               MOVE LK-FLOOD-AAL TO PWK-NEW-AMOUNT
               PERFORM P975-RECORD-CAT-STEP
           END-IF

           IF LK-FIRE-PERIL > ZERO AND LK-WEATHER-PERIL > ZERO
               INITIALIZE PWK-NEW-STEP
               MOVE 'FIRE/WEATHER CORRELATION' TO PWK-NEW-DESCRIPTION
               MOVE 'HURRICANE AAL' TO PWK-NEW-REFERENCE
               MOVE LK-HURRICANE-AAL TO PWK-NEW-BASIS
               MOVE WS-FIRE-WEATHER-CORR TO PWK-NEW-FACTOR
               COMPUTE WS-WKS-PREMIUM =
                   LK-HURRICANE-AAL * WS-FIRE-WEATHER-CORR
               MOVE WS-WKS-PREMIUM TO PWK-NEW-AMOUNT
               PERFORM P975-RECORD-CAT-STEP
           END-IF

           IF LK-FLOOD-PERIL > ZERO AND LK-WEATHER-PERIL > ZERO
               INITIALIZE PWK-NEW-STEP
               MOVE 'FLOOD/WEATHER CORRELATION' TO PWK-NEW-DESCRIPTION
               MOVE 'FLOOD AAL' TO PWK-NEW-REFERENCE
               MOVE LK-FLOOD-AAL TO PWK-NEW-BASIS
               MOVE WS-FLOOD-WEATHER-CORR TO PWK-NEW-FACTOR
               COMPUTE WS-WKS-PREMIUM =
                   LK-FLOOD-AAL * WS-FLOOD-WEATHER-CORR
               MOVE WS-WKS-PREMIUM TO PWK-NEW-AMOUNT
               PERFORM P975-RECORD-CAT-STEP
           END-IF.

       P974-EXIT.
           EXIT.

       P975-RECORD-CAT-STEP.
           MOVE 'P' TO PWK-NEW-TYPE
           PERFORM P980-ADD-WORKSHEET-STEP.

       P976-RECORD-LOADINGS.
           IF NOT PWK-RECORDING
               GO TO P976-EXIT
           END-IF

           INITIALIZE PWK-NEW-STEP
           MOVE 'P' TO PWK-NEW-TYPE
           MOVE 'EXPENSE LOADING' TO PWK-NEW-DESCRIPTION
           MOVE 'BASE + CAT' TO PWK-NEW-REFERENCE
           COMPUTE PWK-NEW-BASIS = LK-BASE-AMOUNT + LK-CAT-LOAD-AMT
           MOVE WS-EXPENSE-RATIO TO PWK-NEW-FACTOR
           MOVE LK-EXPENSE-LOAD-AMT TO PWK-NEW-AMOUNT
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'P' TO PWK-NEW-TYPE
           MOVE 'PROFIT LOADING' TO PWK-NEW-DESCRIPTION
           MOVE 'BASE+CAT+EXPENSE' TO PWK-NEW-REFERENCE
           COMPUTE PWK-NEW-BASIS =
               LK-BASE-AMOUNT + LK-CAT-LOAD-AMT + WS-EXPENSE-LOADING
           MOVE WS-PROFIT-MARGIN TO PWK-NEW-FACTOR
           MOVE LK-PROFIT-LOAD-AMT TO PWK-NEW-AMOUNT
           PERFORM P980-ADD-WORKSHEET-STEP.

       P976-EXIT.
           EXIT.

       P977-RECORD-DISCOUNT.
           IF NOT PWK-RECORDING
               GO TO P977-EXIT
           END-IF

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'MULTI-PERIL DISCOUNT' TO PWK-NEW-DESCRIPTION
           MOVE WS-MULTI-PERIL-DISC TO PWK-NEW-FACTOR
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'CLAIMS-FREE DISCOUNT' TO PWK-NEW-DESCRIPTION
           MOVE WS-CLAIMS-FREE-DISC TO PWK-NEW-FACTOR
           PERFORM P980-ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'P' TO PWK-NEW-TYPE
           MOVE 'TOTAL DISCOUNT (MAX .250)' TO PWK-NEW-DESCRIPTION
           COMPUTE PWK-NEW-BASIS =
               LK-BASE-AMOUNT + LK-CAT-LOAD-AMT +
               LK-EXPENSE-LOAD-AMT + LK-PROFIT-LOAD-AMT
           MOVE WS-TOTAL-DISCOUNT TO PWK-NEW-FACTOR
           COMPUTE PWK-NEW-AMOUNT = ZERO - LK-DISCOUNT-AMT
           PERFORM P980-ADD-WORKSHEET-STEP.

       P977-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TAXES ON THE DISCOUNTED PREMIUM -- STATE AND COUNTY PREMIUM    *
      * TAX, OR SURPLUS LINES TAX AND STAMPING FEE FOR A NON-ADMITTED  *
      * POLICY -- THEN THE POLICY AND INSPECTION FEES.                 *
      *----------------------------------------------------------------*
       P978-RECORD-TAXES-FEES.
           IF NOT PWK-RECORDING
               GO TO P978-EXIT
           END-IF
           COMPUTE WS-WKS-TAXABLE =
               LK-BASE-AMOUNT + LK-CAT-LOAD-AMT +
               LK-EXPENSE-LOAD-AMT + LK-PROFIT-LOAD-AMT -
               LK-DISCOUNT-AMT

           IF LK-NON-ADMITTED
               INITIALIZE PWK-NEW-STEP
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'SURPLUS LINES TAX' TO PWK-NEW-DESCRIPTION
               STRING 'STATE ' LK-TERRITORY (1:2)
                      DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
               MOVE WS-WKS-TAXABLE TO PWK-NEW-BASIS
               MOVE WS-EFF-SL-TAX-RATE TO PWK-NEW-FACTOR
               MOVE LK-SL-TAX-AMT TO PWK-NEW-AMOUNT
               PERFORM P980-ADD-WORKSHEET-STEP

               INITIALIZE PWK-NEW-STEP
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'SURPLUS LINES STAMPING FEE' TO PWK-NEW-DESCRIPTION
               STRING 'STATE ' LK-TERRITORY (1:2)
                      DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
               MOVE WS-WKS-TAXABLE TO PWK-NEW-BASIS
               MOVE WS-EFF-STAMPING-RATE TO PWK-NEW-FACTOR
               MOVE LK-STAMPING-FEE-AMT TO PWK-NEW-AMOUNT
               PERFORM P980-ADD-WORKSHEET-STEP
           ELSE
               INITIALIZE PWK-NEW-STEP
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'STATE PREMIUM TAX' TO PWK-NEW-DESCRIPTION
               STRING 'STATE ' LK-TERRITORY (1:2)
                      DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
               MOVE WS-WKS-TAXABLE TO PWK-NEW-BASIS
               MOVE WS-EFF-STATE-TAX-RATE TO PWK-NEW-FACTOR
               MOVE LK-STATE-TAX-AMT TO PWK-NEW-AMOUNT
               PERFORM P980-ADD-WORKSHEET-STEP

               INITIALIZE PWK-NEW-STEP
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'COUNTY PREMIUM TAX' TO PWK-NEW-DESCRIPTION
               STRING 'STATE ' LK-TERRITORY (1:2)
                      DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
               MOVE WS-WKS-TAXABLE TO PWK-NEW-BASIS
               MOVE WS-EFF-COUNTY-TAX-RATE TO PWK-NEW-FACTOR
               MOVE LK-COUNTY-TAX-AMT TO PWK-NEW-AMOUNT
               PERFORM P980-ADD-WORKSHEET-STEP
           END-IF

           INITIALIZE PWK-NEW-STEP
           MOVE 'P' TO PWK-NEW-TYPE
           MOVE 'POLICY FEE' TO PWK-NEW-DESCRIPTION
           MOVE LK-POLICY-FEE-AMT TO PWK-NEW-AMOUNT
           PERFORM P980-ADD-WORKSHEET-STEP

           IF LK-INSPECTION-FEE-AMT > ZERO
               INITIALIZE PWK-NEW-STEP
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'INSPECTION FEE' TO PWK-NEW-DESCRIPTION
               MOVE 'OVER 10000 SQFT' TO PWK-NEW-REFERENCE
               MOVE LK-INSPECTION-FEE-AMT TO PWK-NEW-AMOUNT
               PERFORM P980-ADD-WORKSHEET-STEP
           END-IF.

       P978-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE 5% OF TOTAL INSURED VALUE RATE CAP, WHERE IT BIT, AND THE  *
      * FINAL RATE FACTOR.  THE RUNNING PREMIUM NOW EQUALS             *
      * LK-TOTAL-PREMIUM.                                              *
      *----------------------------------------------------------------*
       P979-RECORD-FINAL.
           IF NOT PWK-RECORDING
               GO TO P979-EXIT
           END-IF

           IF RATE-WAS-CAPPED
               INITIALIZE PWK-NEW-STEP
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'RATE CAP - PREMIUM / TIV' TO PWK-NEW-DESCRIPTION
               MOVE 'CAP .050000' TO PWK-NEW-REFERENCE
               MOVE WS-TOTAL-INSURED-VAL TO PWK-NEW-BASIS
               MOVE LK-FINAL-RATE-FACTOR TO PWK-NEW-FACTOR
               COMPUTE PWK-NEW-AMOUNT =
                   LK-TOTAL-PREMIUM - WS-WKS-RUNNING
               PERFORM P980-ADD-WORKSHEET-STEP
           END-IF

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'FINAL RATE FACTOR (PREM/TIV)' TO PWK-NEW-DESCRIPTION
           MOVE WS-TOTAL-INSURED-VAL TO PWK-NEW-BASIS
           MOVE LK-FINAL-RATE-FACTOR TO PWK-NEW-FACTOR
           MOVE LK-TOTAL-PREMIUM TO PWK-NEW-AMOUNT
           PERFORM P980-ADD-WORKSHEET-STEP.

       P979-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ADD PWK-NEW-STEP TO THE WORKSHEET.  A P STEP MOVES THE RUNNING *
      * PREMIUM BY ITS AMOUNT; EVERY STEP CARRIES THE PREMIUM AS IT    *
      * STANDS AFTER IT.                                               *
      *----------------------------------------------------------------*
       P980-ADD-WORKSHEET-STEP.
           MOVE 'LGAPDB04' TO PWK-NEW-PROGRAM
           IF PWK-NEW-PREMIUM-STEP
               ADD PWK-NEW-AMOUNT TO WS-WKS-RUNNING
           END-IF
           MOVE WS-WKS-RUNNING TO PWK-NEW-RUNNING-PREM
           IF PWK-STEP-COUNT < 150
               ADD 1 TO PWK-STEP-COUNT
               MOVE PWK-NEW-STEP TO PWK-STEP (PWK-STEP-COUNT)
           ELSE
               MOVE 'Y' TO PWK-OVERFLOW-IND
           END-IF.

       P999-FINAL.
           MOVE 'N' TO LK-RATE-CAPPED-IND

