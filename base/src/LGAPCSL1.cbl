       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCSL1.
      *================================================================*
      * PROGRAM: LGAPCSL1 - DETERMINISTIC CAT SCENARIO LOSS ESTIMATE  *
      * PURPOSE: ANSWERS "WHAT WILL THIS EVENT COST US, GROSS AND     *
      *          NET?" FOR ONE OR MORE SCENARIOS ON CATSCEN.DAT --    *
      *          A LANDFALL FOOTPRINT KEYED AS IT COMES IN, OR THE    *
      *          STANDARD REALISTIC DISASTER SCENARIOS FOR THE        *
      *          RATING AGENCY FILING.  EACH SCENARIO GIVES AN        *
      *          INTENSITY BAND PER POSTCODE; EVERY IN-FORCE POLICY   *
      *          IN A BANDED POSTCODE TAKES THE DMGRATIO.DAT DAMAGE   *
      *          RATIOS FOR ITS BAND AND CONSTRUCTION ON ITS          *
      *          BUILDING, CONTENTS AND BI LIMITS, LESS THE WIND      *
      *          DEDUCTIBLE, FOR THE GROSS LOSS.  THE POLICY'S        *
      *          SURPLUS-SHARE CESSION FROM REINCES.DAT COMES OFF,    *
      *          AND THE EVENT'S RETAINED LOSS IS RUN UP THE CAT XOL  *
      *          LAYERS ON CATTRTY.DAT FOR THE NET.  REPORTED BY      *
      *          POSTCODE, TERRITORY AND LAYER, WITH THE LAYERS THE   *
      *          EVENT WOULD EXHAUST, PLUS ONE SUMMARY LINE PER       *
      *          SCENARIO FOR THE FILING.                             *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-FILE ASSIGN TO 'CATSCEN.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCN-STAT.

           SELECT DAMAGE-RATIO-FILE ASSIGN TO 'DMGRATIO.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DMG-STAT.

      *    LGAPREI1's per-policy premium split -- the share of each
      *    policy ceded to the surplus-share treaty and to any
      *    facultative certificate is the share of its loss ceded.
           SELECT CESSION-FILE ASSIGN TO 'REINCES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CES-STAT.

           SELECT TREATY-FILE ASSIGN TO 'CATTRTY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRT-STAT.

           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT SUMMARY-FILE ASSIGN TO 'CSLSUM.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SUM-STAT.

           SELECT REPORT-FILE ASSIGN TO 'CSLRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
      *    A scenario header ('S') followed by the postcodes it
      *    strikes ('P'), each with its intensity band -- 1 the
      *    weakest, 9 the strongest.  Any number of scenarios may
      *    follow one another on the file.
       FD  SCENARIO-FILE.
       01  SCENARIO-RECORD.
           05 SCN-REC-TYPE             PIC X(1).
              88 SCN-HEADER            VALUE 'S'.
              88 SCN-POSTCODE          VALUE 'P'.
           05 FILLER                   PIC X.
           05 SCN-HEADER-DATA.
              10 SCN-SCENARIO-ID       PIC X(8).
              10 FILLER                PIC X.
              10 SCN-SCENARIO-KIND     PIC X(1).
                 88 SCN-LANDFALL       VALUE 'L'.
                 88 SCN-RDS            VALUE 'R'.
              10 FILLER                PIC X.
              10 SCN-SCENARIO-NAME     PIC X(40).
           05 SCN-POSTCODE-DATA REDEFINES SCN-HEADER-DATA.
              10 SCN-POSTCODE-VALUE    PIC X(8).
              10 FILLER                PIC X.
              10 SCN-INTENSITY-BAND    PIC 9(1).
              10 FILLER                PIC X(41).

      *    Damage ratios as percentages of each limit by intensity
      *    band and construction type; '***' is the row for any
      *    construction not given its own.
       FD  DAMAGE-RATIO-FILE.
       01  DAMAGE-RATIO-RECORD.
           05 DMG-INTENSITY-BAND       PIC 9(1).
           05 FILLER                   PIC X.
           05 DMG-CONSTRUCTION-TYPE    PIC X(3).
           05 FILLER                   PIC X.
           05 DMG-BUILDING-PCT         PIC 999V99.
           05 FILLER                   PIC X.
           05 DMG-CONTENTS-PCT         PIC 999V99.
           05 FILLER                   PIC X.
           05 DMG-BI-PCT               PIC 999V99.

       FD  CESSION-FILE.
       01  CESSION-LINE                PIC X(250).

       FD  TREATY-FILE.
       01  TREATY-RECORD.
           05 TRT-LAYER-NO             PIC 9.
           05 FILLER                   PIC X.
           05 TRT-ATTACHMENT           PIC 9(10)V99.
           05 FILLER                   PIC X.
           05 TRT-LIMIT                PIC 9(10)V99.
           05 FILLER                   PIC X.
           05 TRT-LAYER-PREMIUM        PIC 9(10)V99.
           05 FILLER                   PIC X.
           05 TRT-REINST-PCT           PIC 99V99.
           05 FILLER                   PIC X.
           05 TRT-REINSURER            PIC X(20).

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE                PIC X(250).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-SCN-STAT                 PIC X(2).
           88 SCENARIO-OK              VALUE '00'.
           88 SCENARIO-EOF             VALUE '10'.

       01  WS-DMG-STAT                 PIC X(2).
           88 DAMAGE-RATIO-OK          VALUE '00'.
           88 DAMAGE-RATIO-EOF         VALUE '10'.

       01  WS-CES-STAT                 PIC X(2).
           88 CESSION-OK               VALUE '00'.
           88 CESSION-EOF              VALUE '10'.

       01  WS-TRT-STAT                 PIC X(2).
           88 TREATY-OK                VALUE '00'.
           88 TREATY-EOF               VALUE '10'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.
           88 POLICY-MASTER-EOF        VALUE '10'.

       01  WS-SUM-STAT                 PIC X(2).
           88 SUMMARY-OK               VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * SCENARIOS -- UP TO 20 PER RUN, EACH WITH ITS EVENT TOTALS AND  *
      * THE RECOVERY IT TAKES FROM EACH TREATY LAYER.                  *
      *----------------------------------------------------------------*
       01  WS-SCENARIO-TABLE.
           05 WS-SCN-COUNT             PIC 99 VALUE ZERO.
           05 WS-SCN-ENTRY             OCCURS 20 TIMES
                                       INDEXED BY SCN-IDX.
              10 WS-SCN-ID             PIC X(8).
              10 WS-SCN-KIND           PIC X(1).
              10 WS-SCN-NAME           PIC X(40).
              10 WS-SCN-POSTCODE-CNT   PIC 9(4).
              10 WS-SCN-POLICY-CNT     PIC 9(6).
              10 WS-SCN-GROUND-UP      PIC 9(13)V99.
              10 WS-SCN-DEDUCTIBLE     PIC 9(13)V99.
              10 WS-SCN-GROSS          PIC 9(13)V99.
              10 WS-SCN-CEDED          PIC 9(13)V99.
              10 WS-SCN-RETAINED       PIC 9(13)V99.
              10 WS-SCN-XOL-RECOVERY   PIC 9(13)V99.
              10 WS-SCN-NET            PIC 9(13)V99.
              10 WS-SCN-EXHAUSTED-CNT  PIC 9.
              10 WS-SCN-LAYER-RECOVERY PIC 9(10)V99
                                       OCCURS 9 TIMES.

      *----------------------------------------------------------------*
      * THE POSTCODES EACH SCENARIO STRIKES, WITH THE LOSS BUILT UP    *
      * IN EACH.  ONE TABLE FOR ALL SCENARIOS -- EACH ENTRY CARRIES    *
      * ITS SCENARIO'S SUBSCRIPT, SO A POLICY'S POSTCODE IS LOOKED UP  *
      * ONCE FOR EVERY SCENARIO THAT NAMES IT.                         *
      *----------------------------------------------------------------*
       01  WS-POSTCODE-TABLE.
           05 WS-PCL-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-PCL-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY PCL-IDX.
              10 WS-PCL-SCN-SUB        PIC 99.
              10 WS-PCL-POSTCODE       PIC X(8).
              10 WS-PCL-BAND           PIC 9(1).
              10 WS-PCL-POLICY-CNT     PIC 9(6).
              10 WS-PCL-GROSS          PIC 9(13)V99.
              10 WS-PCL-RETAINED       PIC 9(13)V99.

      *----------------------------------------------------------------*
      * TERRITORY ACCUMULATION, BUILT AS THE SCAN FINDS THEM.          *
      *----------------------------------------------------------------*
       01  WS-TERRITORY-TABLE.
           05 WS-TER-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-TER-ENTRY             OCCURS 1000 TIMES
                                       INDEXED BY TER-IDX.
              10 WS-TER-SCN-SUB        PIC 99.
              10 WS-TER-CODE           PIC X(5).
              10 WS-TER-POLICY-CNT     PIC 9(6).
              10 WS-TER-GROSS          PIC 9(13)V99.
              10 WS-TER-RETAINED       PIC 9(13)V99.

       01  WS-TER-MATCH-IDX            PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
      * DAMAGE RATIO TABLE, AS PERCENTAGES OF EACH LIMIT.              *
      *----------------------------------------------------------------*
       01  WS-DAMAGE-TABLE.
           05 WS-DMG-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-DMG-ENTRY             OCCURS 200 TIMES
                                       INDEXED BY DMG-IDX.
              10 WS-DMG-BAND           PIC 9(1).
              10 WS-DMG-CONSTRUCTION   PIC X(3).
              10 WS-DMG-BUILDING-PCT   PIC 999V99.
              10 WS-DMG-CONTENTS-PCT   PIC 999V99.
              10 WS-DMG-BI-PCT         PIC 999V99.

       01  WS-DMG-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-DMG-DEFAULT-IDX          PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
      * CEDED SHARE PER POLICY FROM REINCES.DAT -- ONLY POLICIES THAT  *
      * CEDE ANYTHING ARE HELD.                                        *
      *----------------------------------------------------------------*
       01  WS-CESSION-TABLE.
           05 WS-CES-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CES-ENTRY             OCCURS 10000 TIMES
                                       INDEXED BY CES-IDX.
              10 WS-CES-POLICY-NUM     PIC X(12).
              10 WS-CES-SHARE          PIC 9V9(6).

       01  WS-CES-MATCH-IDX            PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------*
      * TREATY LAYER TABLE -- ONE ENTRY PER CATTRTY.DAT RECORD, THE    *
      * SAME TERMS LGAPCAT1 BILLS ACTUAL EVENTS AGAINST.               *
      *----------------------------------------------------------------*
       01  WS-TREATY-TABLE.
           05 WS-LAYER-COUNT           PIC 9 VALUE ZERO.
           05 WS-LAYER-ENTRY           OCCURS 9 TIMES
                                       INDEXED BY LYR-IDX.
              10 WS-LYR-NO             PIC 9.
              10 WS-LYR-ATTACHMENT     PIC 9(10)V99.
              10 WS-LYR-LIMIT          PIC 9(10)V99.
              10 WS-LYR-REINSURER      PIC X(20).

       01  WS-PARSE-FIELDS.
           05 WS-CSV-F1                PIC X(30).
           05 WS-CSV-F2                PIC X(30).
           05 WS-CSV-F3                PIC X(30).
           05 WS-CSV-F4                PIC X(30).
           05 WS-CSV-F5                PIC X(30).
           05 WS-CSV-F6                PIC X(30).
           05 WS-CSV-F7                PIC X(30).
           05 WS-CSV-F8                PIC X(30).

       01  WS-COUNTERS.
           05 WS-CES-REC-CNT           PIC 9(7) VALUE ZERO.
           05 WS-MASTER-READ-CNT       PIC 9(7) VALUE ZERO.
           05 WS-POLICY-HIT-CNT        PIC 9(7) VALUE ZERO.
           05 WS-NO-RATIO-CNT          PIC 9(7) VALUE ZERO.
           05 WS-SCN-SKIP-CNT          PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-NET             PIC 9(13)V99 VALUE ZERO.

      *    Per-policy loss work, worked once for each scenario that
      *    strikes the policy's postcode.
       01  WS-LOSS-WORK.
           05 WS-POLICY-DEDUCTIBLE     PIC 9(9)V99.
           05 WS-POLICY-CEDED-SHARE    PIC 9V9(6).
           05 WS-CES-LOOKED-UP-IND     PIC X VALUE 'N'.
              88 CESSION-LOOKED-UP     VALUE 'Y'.
           05 WS-GROUND-UP-LOSS        PIC 9(11)V99.
           05 WS-GROSS-LOSS            PIC 9(11)V99.
           05 WS-CEDED-LOSS            PIC 9(11)V99.
           05 WS-RETAINED-LOSS         PIC 9(11)V99.
           05 WS-DED-APPLIED           PIC 9(11)V99.
           05 WS-POLICY-HIT-IND        PIC X VALUE 'N'.
              88 POLICY-WAS-HIT        VALUE 'Y'.

       01  WS-CESSION-WORK.
           05 WS-CES-TOTAL-PREM        PIC 9(9)V99.
           05 WS-CES-CEDED-PREM        PIC 9(9)V99.
           05 WS-CES-FAC-PREM          PIC 9(9)V99.

       01  WS-LAYER-WORK.
           05 WS-EXCESS-LOSS           PIC 9(13)V99.
           05 WS-LAYER-RECOVERY        PIC 9(10)V99.
           05 WS-NET-FACTOR            PIC 9V9(6).
           05 WS-ALLOCATED-NET         PIC 9(13)V99.
           05 WS-EXHAUSTED-TEXT        PIC X(10).

       01  WS-CURRENT-SCN-SUB          PIC 99 VALUE ZERO.

      *    Extract amounts carry an explicit decimal point so the
      *    filing spreadsheet can parse them.
       01  WS-GRND-CSV                 PIC 9(13).99.
       01  WS-GROSS-CSV                PIC 9(13).99.
       01  WS-CEDED-CSV                PIC 9(13).99.
       01  WS-XOL-CSV                  PIC 9(13).99.
       01  WS-NET-CSV                  PIC 9(13).99.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY-2            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CNT-DISPLAY              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-SCENARIOS THRU P300-EXIT
           IF WS-PCL-COUNT = ZERO
               DISPLAY 'ERROR: Scenario file carries no banded '
                       'postcodes - run ends'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P320-LOAD-DAMAGE-RATIOS THRU P320-EXIT
           IF WS-DMG-COUNT = ZERO
               DISPLAY 'ERROR: No damage ratios on file - run ends'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P340-LOAD-CESSIONS THRU P340-EXIT
           PERFORM P370-LOAD-TREATY-TERMS THRU P370-EXIT
           PERFORM P400-SCAN-POLICY-MASTER THRU P400-EXIT
           PERFORM P500-APPLY-TREATY-LAYERS
                   VARYING SCN-IDX FROM 1 BY 1
                   UNTIL SCN-IDX > WS-SCN-COUNT
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P700-WRITE-SUMMARY-FILE THRU P700-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

      *----------------------------------------------------------------*
      * SCENARIOS.  A POSTCODE LINE BELONGS TO THE LAST HEADER READ;   *
      * ONE AHEAD OF ANY HEADER, OR PAST THE TABLE CEILINGS, IS        *
      * SKIPPED AND COUNTED.  BAND ZERO MEANS NO DAMAGE AND IS NOT     *
      * HELD.                                                          *
      *----------------------------------------------------------------*
       P300-LOAD-SCENARIOS.
           OPEN INPUT SCENARIO-FILE
           IF NOT SCENARIO-OK
               DISPLAY 'ERROR: Cannot open scenario file: '
                       WS-SCN-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P310-READ-SCENARIO
           PERFORM UNTIL SCENARIO-EOF
               PERFORM P315-POST-SCENARIO-LINE THRU P315-EXIT
               PERFORM P310-READ-SCENARIO
           END-PERFORM
           CLOSE SCENARIO-FILE
           IF WS-SCN-SKIP-CNT > ZERO
               DISPLAY 'Warning: ' WS-SCN-SKIP-CNT
                       ' scenario lines skipped'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P300-EXIT.
           EXIT.

       P310-READ-SCENARIO.
           READ SCENARIO-FILE
           END-READ.

       P315-POST-SCENARIO-LINE.
           EVALUATE TRUE
               WHEN SCN-HEADER
                   IF WS-SCN-COUNT >= 20
                       MOVE ZERO TO WS-CURRENT-SCN-SUB
                       ADD 1 TO WS-SCN-SKIP-CNT
                       GO TO P315-EXIT
                   END-IF
                   ADD 1 TO WS-SCN-COUNT
                   MOVE WS-SCN-COUNT TO WS-CURRENT-SCN-SUB
                   SET SCN-IDX TO WS-SCN-COUNT
                   INITIALIZE WS-SCN-ENTRY (SCN-IDX)
                   MOVE SCN-SCENARIO-ID TO WS-SCN-ID (SCN-IDX)
                   MOVE SCN-SCENARIO-KIND TO WS-SCN-KIND (SCN-IDX)
                   MOVE SCN-SCENARIO-NAME TO WS-SCN-NAME (SCN-IDX)
               WHEN SCN-POSTCODE
                   IF WS-CURRENT-SCN-SUB = ZERO OR
                      WS-PCL-COUNT >= 2000 OR
                      SCN-POSTCODE-VALUE = SPACES OR
                      SCN-INTENSITY-BAND NOT NUMERIC
                       ADD 1 TO WS-SCN-SKIP-CNT
                       GO TO P315-EXIT
                   END-IF
                   IF SCN-INTENSITY-BAND = ZERO
                       GO TO P315-EXIT
                   END-IF
                   ADD 1 TO WS-PCL-COUNT
                   SET PCL-IDX TO WS-PCL-COUNT
                   MOVE WS-CURRENT-SCN-SUB TO WS-PCL-SCN-SUB (PCL-IDX)
                   MOVE SCN-POSTCODE-VALUE TO WS-PCL-POSTCODE (PCL-IDX)
                   MOVE SCN-INTENSITY-BAND TO WS-PCL-BAND (PCL-IDX)
                   MOVE ZERO TO WS-PCL-POLICY-CNT (PCL-IDX)
                   MOVE ZERO TO WS-PCL-GROSS (PCL-IDX)
                   MOVE ZERO TO WS-PCL-RETAINED (PCL-IDX)
                   SET SCN-IDX TO WS-CURRENT-SCN-SUB
                   ADD 1 TO WS-SCN-POSTCODE-CNT (SCN-IDX)
               WHEN OTHER
                   ADD 1 TO WS-SCN-SKIP-CNT
           END-EVALUATE.

       P315-EXIT.
           EXIT.

       P320-LOAD-DAMAGE-RATIOS.
           OPEN INPUT DAMAGE-RATIO-FILE
           IF NOT DAMAGE-RATIO-OK
               DISPLAY 'ERROR: Cannot open damage ratio file: '
                       WS-DMG-STAT
               GO TO P320-EXIT
           END-IF
           PERFORM P330-READ-DAMAGE-RATIO
           PERFORM UNTIL DAMAGE-RATIO-EOF
               IF WS-DMG-COUNT < 200 AND
                  DMG-INTENSITY-BAND NUMERIC AND
                  DMG-BUILDING-PCT NUMERIC AND
                  DMG-CONTENTS-PCT NUMERIC AND
                  DMG-BI-PCT NUMERIC
                   ADD 1 TO WS-DMG-COUNT
                   SET DMG-IDX TO WS-DMG-COUNT
                   MOVE DMG-INTENSITY-BAND TO WS-DMG-BAND (DMG-IDX)
                   MOVE DMG-CONSTRUCTION-TYPE
                        TO WS-DMG-CONSTRUCTION (DMG-IDX)
                   MOVE DMG-BUILDING-PCT
                        TO WS-DMG-BUILDING-PCT (DMG-IDX)
                   MOVE DMG-CONTENTS-PCT
                        TO WS-DMG-CONTENTS-PCT (DMG-IDX)
                   MOVE DMG-BI-PCT TO WS-DMG-BI-PCT (DMG-IDX)
               END-IF
               PERFORM P330-READ-DAMAGE-RATIO
           END-PERFORM
           CLOSE DAMAGE-RATIO-FILE.

       P320-EXIT.
           EXIT.

       P330-READ-DAMAGE-RATIO.
           READ DAMAGE-RATIO-FILE
           END-READ.

      *----------------------------------------------------------------*
      * A POLICY'S CEDED SHARE IS WHAT LGAPREI1 CEDED OF ITS PREMIUM   *
      * -- SURPLUS-SHARE PLUS FACULTATIVE -- OVER ITS TOTAL PREMIUM.   *
      * WITHOUT THE CESSION FILE THE SCENARIO RUNS WITH NOTHING CEDED  *
      * AND SAYS SO.                                                   *
      *----------------------------------------------------------------*
       P340-LOAD-CESSIONS.
           OPEN INPUT CESSION-FILE
           IF NOT CESSION-OK
               DISPLAY 'Warning: Cannot open cession extract: '
                       WS-CES-STAT ' - no surplus-share cession taken'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO P340-EXIT
           END-IF
           PERFORM P350-READ-CESSION
           PERFORM UNTIL CESSION-EOF
               PERFORM P360-POST-CESSION THRU P360-EXIT
               PERFORM P350-READ-CESSION
           END-PERFORM
           CLOSE CESSION-FILE.

       P340-EXIT.
           EXIT.

       P350-READ-CESSION.
           READ CESSION-FILE
           END-READ.

       P360-POST-CESSION.
           ADD 1 TO WS-CES-REC-CNT
           IF WS-CES-REC-CNT = 1
               GO TO P360-EXIT
           END-IF

      *    REINCES.DAT: CUSTOMER,PROPERTY,TOTAL,RETAINED,CEDED,
      *    POLICY,FAC_CEDED,FAC_REINSURER
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING CESSION-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
                    WS-CSV-F5 WS-CSV-F6 WS-CSV-F7 WS-CSV-F8
           END-UNSTRING

           COMPUTE WS-CES-TOTAL-PREM = FUNCTION NUMVAL(WS-CSV-F3)
           COMPUTE WS-CES-CEDED-PREM = FUNCTION NUMVAL(WS-CSV-F5)
           MOVE ZERO TO WS-CES-FAC-PREM
           IF WS-CSV-F7 NOT = SPACES
               COMPUTE WS-CES-FAC-PREM = FUNCTION NUMVAL(WS-CSV-F7)
           END-IF
           IF WS-CES-TOTAL-PREM = ZERO OR
              WS-CES-CEDED-PREM + WS-CES-FAC-PREM = ZERO OR
              WS-CSV-F6 = SPACES
               GO TO P360-EXIT
           END-IF
           IF WS-CES-COUNT >= 10000
               DISPLAY 'ERROR: Cession table full - policy '
                       WS-CSV-F6 (1:12) ' taken as retained'
               MOVE 8 TO RETURN-CODE
               GO TO P360-EXIT
           END-IF

           ADD 1 TO WS-CES-COUNT
           SET CES-IDX TO WS-CES-COUNT
           MOVE WS-CSV-F6 (1:12) TO WS-CES-POLICY-NUM (CES-IDX)
           IF WS-CES-CEDED-PREM + WS-CES-FAC-PREM >= WS-CES-TOTAL-PREM
               MOVE 1 TO WS-CES-SHARE (CES-IDX)
           ELSE
               COMPUTE WS-CES-SHARE (CES-IDX) ROUNDED =
                   (WS-CES-CEDED-PREM + WS-CES-FAC-PREM) /
                   WS-CES-TOTAL-PREM
           END-IF.

       P360-EXIT.
           EXIT.

       P370-LOAD-TREATY-TERMS.
           OPEN INPUT TREATY-FILE
           IF NOT TREATY-OK
               DISPLAY 'Warning: Cannot open cat treaty terms file: '
                       WS-TRT-STAT ' - no XOL recovery taken'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO P370-EXIT
           END-IF
           PERFORM P380-READ-TREATY
           PERFORM UNTIL TREATY-EOF
               IF WS-LAYER-COUNT < 9
                   ADD 1 TO WS-LAYER-COUNT
                   SET LYR-IDX TO WS-LAYER-COUNT
                   MOVE TRT-LAYER-NO TO WS-LYR-NO (LYR-IDX)
                   MOVE TRT-ATTACHMENT TO WS-LYR-ATTACHMENT (LYR-IDX)
                   MOVE TRT-LIMIT TO WS-LYR-LIMIT (LYR-IDX)
                   MOVE TRT-REINSURER TO WS-LYR-REINSURER (LYR-IDX)
               END-IF
               PERFORM P380-READ-TREATY
           END-PERFORM
           CLOSE TREATY-FILE.

       P370-EXIT.
           EXIT.

       P380-READ-TREATY.
           READ TREATY-FILE
           END-READ.

       P400-SCAN-POLICY-MASTER.
           OPEN INPUT POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'ERROR: Cannot open policy master: '
                       WS-POL-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO POL-POLICY-NUM
           START POLICY-MASTER-FILE KEY NOT < POL-POLICY-NUM
               INVALID KEY
                   CLOSE POLICY-MASTER-FILE
                   GO TO P400-EXIT
           END-START
           PERFORM P410-SCAN-ONE-POLICY
                   UNTIL POLICY-MASTER-EOF
           CLOSE POLICY-MASTER-FILE
           IF WS-NO-RATIO-CNT > ZERO
               DISPLAY 'Warning: ' WS-NO-RATIO-CNT
                       ' policy losses with no damage ratio for '
                       'their band and construction'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P400-EXIT.
           EXIT.

       P410-SCAN-ONE-POLICY.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-CNT
                   PERFORM P420-CHECK-POLICY THRU P420-EXIT
           END-READ.

      *----------------------------------------------------------------*
      * IN FORCE THE WAY LGAPFPT1 TAKES IT: APPROVED AND NOT PAST ITS  *
      * EXPIRY.  THE WIND DEDUCTIBLE IS THE DOLLAR AMOUNT ON THE       *
      * MASTER, WHICH FOR A PERCENTAGE NAMED-STORM DEDUCTIBLE ALREADY  *
      * CARRIES THE RESOLVED AMOUNT; A PERCENTAGE WITH NO RESOLVED     *
      * AMOUNT IS RESOLVED HERE AGAINST THE BUILDING LIMIT.            *
      *----------------------------------------------------------------*
       P420-CHECK-POLICY.
           IF POL-STATUS NOT = 'APPROVED'
               GO TO P420-EXIT
           END-IF
           IF POL-EXPIRY-DATE > ZERO AND
              POL-EXPIRY-DATE <= WS-CURRENT-DATE
               GO TO P420-EXIT
           END-IF

           MOVE POL-WIND-DEDUCTIBLE TO WS-POLICY-DEDUCTIBLE
           IF POL-WIND-DED-PCT NUMERIC AND
              POL-WIND-DED-PCT > ZERO AND
              POL-WIND-DEDUCTIBLE = ZERO
               COMPUTE WS-POLICY-DEDUCTIBLE ROUNDED =
                   POL-BUILDING-LIMIT * POL-WIND-DED-PCT / 100
           END-IF
           MOVE 'N' TO WS-CES-LOOKED-UP-IND
           MOVE 'N' TO WS-POLICY-HIT-IND

           PERFORM P421-CHECK-SCENARIO-POSTCODE THRU P421-EXIT
                   VARYING PCL-IDX FROM 1 BY 1
                   UNTIL PCL-IDX > WS-PCL-COUNT

           IF POLICY-WAS-HIT
               ADD 1 TO WS-POLICY-HIT-CNT
           END-IF.

       P420-EXIT.
           EXIT.

       P421-CHECK-SCENARIO-POSTCODE.
           IF WS-PCL-POSTCODE (PCL-IDX) NOT = POL-POSTCODE
               GO TO P421-EXIT
           END-IF
           MOVE 'Y' TO WS-POLICY-HIT-IND
           IF NOT CESSION-LOOKED-UP
               PERFORM P440-FIND-CEDED-SHARE
           END-IF
           PERFORM P430-APPLY-SCENARIO-LOSS THRU P430-EXIT.

       P421-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ONE POLICY'S LOSS IN ONE SCENARIO: DAMAGE RATIOS FOR THE BAND  *
      * AND CONSTRUCTION ON EACH LIMIT, LESS THE WIND DEDUCTIBLE FOR   *
      * THE GROSS, LESS THE POLICY'S CEDED SHARE FOR WHAT THE EVENT    *
      * RETAINS BEFORE THE CAT XOL.                                    *
      *----------------------------------------------------------------*
       P430-APPLY-SCENARIO-LOSS.
           MOVE ZERO TO WS-DMG-MATCH-IDX
           MOVE ZERO TO WS-DMG-DEFAULT-IDX
           PERFORM P431-FIND-DAMAGE-RATIO
                   VARYING DMG-IDX FROM 1 BY 1
                   UNTIL DMG-IDX > WS-DMG-COUNT
           IF WS-DMG-MATCH-IDX = ZERO
               MOVE WS-DMG-DEFAULT-IDX TO WS-DMG-MATCH-IDX
           END-IF
           IF WS-DMG-MATCH-IDX = ZERO
               ADD 1 TO WS-NO-RATIO-CNT
               GO TO P430-EXIT
           END-IF

           SET DMG-IDX TO WS-DMG-MATCH-IDX
           COMPUTE WS-GROUND-UP-LOSS ROUNDED =
               (POL-BUILDING-LIMIT * WS-DMG-BUILDING-PCT (DMG-IDX) +
                POL-CONTENTS-LIMIT * WS-DMG-CONTENTS-PCT (DMG-IDX) +
                POL-BI-LIMIT * WS-DMG-BI-PCT (DMG-IDX)) / 100
           IF WS-GROUND-UP-LOSS > WS-POLICY-DEDUCTIBLE
               MOVE WS-POLICY-DEDUCTIBLE TO WS-DED-APPLIED
               COMPUTE WS-GROSS-LOSS =
                   WS-GROUND-UP-LOSS - WS-POLICY-DEDUCTIBLE
           ELSE
               MOVE WS-GROUND-UP-LOSS TO WS-DED-APPLIED
               MOVE ZERO TO WS-GROSS-LOSS
           END-IF
           COMPUTE WS-CEDED-LOSS ROUNDED =
               WS-GROSS-LOSS * WS-POLICY-CEDED-SHARE
           COMPUTE WS-RETAINED-LOSS = WS-GROSS-LOSS - WS-CEDED-LOSS

           ADD 1 TO WS-PCL-POLICY-CNT (PCL-IDX)
           ADD WS-GROSS-LOSS TO WS-PCL-GROSS (PCL-IDX)
           ADD WS-RETAINED-LOSS TO WS-PCL-RETAINED (PCL-IDX)

           SET SCN-IDX TO WS-PCL-SCN-SUB (PCL-IDX)
           ADD 1 TO WS-SCN-POLICY-CNT (SCN-IDX)
           ADD WS-GROUND-UP-LOSS TO WS-SCN-GROUND-UP (SCN-IDX)
           ADD WS-DED-APPLIED TO WS-SCN-DEDUCTIBLE (SCN-IDX)
           ADD WS-GROSS-LOSS TO WS-SCN-GROSS (SCN-IDX)
           ADD WS-CEDED-LOSS TO WS-SCN-CEDED (SCN-IDX)
           ADD WS-RETAINED-LOSS TO WS-SCN-RETAINED (SCN-IDX)

           PERFORM P450-POST-TERRITORY THRU P450-EXIT.

       P430-EXIT.
           EXIT.

       P431-FIND-DAMAGE-RATIO.
           IF WS-DMG-BAND (DMG-IDX) = WS-PCL-BAND (PCL-IDX)
               IF WS-DMG-CONSTRUCTION (DMG-IDX) =
                  POL-CONSTRUCTION-TYPE
                   SET WS-DMG-MATCH-IDX TO DMG-IDX
               END-IF
               IF WS-DMG-CONSTRUCTION (DMG-IDX) = '***'
                   SET WS-DMG-DEFAULT-IDX TO DMG-IDX
               END-IF
           END-IF.

       P440-FIND-CEDED-SHARE.
           MOVE ZERO TO WS-POLICY-CEDED-SHARE
           MOVE ZERO TO WS-CES-MATCH-IDX
           PERFORM P441-CHECK-CESSION
                   VARYING CES-IDX FROM 1 BY 1
                   UNTIL CES-IDX > WS-CES-COUNT
           IF WS-CES-MATCH-IDX > ZERO
               SET CES-IDX TO WS-CES-MATCH-IDX
               MOVE WS-CES-SHARE (CES-IDX) TO WS-POLICY-CEDED-SHARE
           END-IF
           MOVE 'Y' TO WS-CES-LOOKED-UP-IND.

       P441-CHECK-CESSION.
           IF WS-CES-POLICY-NUM (CES-IDX) = POL-POLICY-NUM
               SET WS-CES-MATCH-IDX TO CES-IDX
           END-IF.

       P450-POST-TERRITORY.
           MOVE ZERO TO WS-TER-MATCH-IDX
           PERFORM P451-CHECK-TERRITORY-SLOT
                   VARYING TER-IDX FROM 1 BY 1
                   UNTIL TER-IDX > WS-TER-COUNT
           IF WS-TER-MATCH-IDX = ZERO
               IF WS-TER-COUNT >= 1000
                   DISPLAY 'ERROR: Territory table full - loss '
                           'left out of the territory totals'
                   MOVE 8 TO RETURN-CODE
                   GO TO P450-EXIT
               END-IF
               ADD 1 TO WS-TER-COUNT
               MOVE WS-TER-COUNT TO WS-TER-MATCH-IDX
               SET TER-IDX TO WS-TER-MATCH-IDX
               MOVE WS-PCL-SCN-SUB (PCL-IDX) TO WS-TER-SCN-SUB (TER-IDX)
               MOVE POL-TERRITORY-CODE TO WS-TER-CODE (TER-IDX)
               MOVE ZERO TO WS-TER-POLICY-CNT (TER-IDX)
               MOVE ZERO TO WS-TER-GROSS (TER-IDX)
               MOVE ZERO TO WS-TER-RETAINED (TER-IDX)
           END-IF
           SET TER-IDX TO WS-TER-MATCH-IDX
           ADD 1 TO WS-TER-POLICY-CNT (TER-IDX)
           ADD WS-GROSS-LOSS TO WS-TER-GROSS (TER-IDX)
           ADD WS-RETAINED-LOSS TO WS-TER-RETAINED (TER-IDX).

       P450-EXIT.
           EXIT.

       P451-CHECK-TERRITORY-SLOT.
           IF WS-TER-SCN-SUB (TER-IDX) = WS-PCL-SCN-SUB (PCL-IDX) AND
              WS-TER-CODE (TER-IDX) = POL-TERRITORY-CODE
               SET WS-TER-MATCH-IDX TO TER-IDX
           END-IF.

      *----------------------------------------------------------------*
      * RUN THE SCENARIO'S RETAINED EVENT LOSS UP THE XOL LAYERS: EACH *
      * RECOVERS THE LOSS ABOVE ITS ATTACHMENT UP TO ITS LIMIT, AS     *
      * LGAPCAT1 BILLS AN ACTUAL EVENT.  A LAYER THAT PAYS ITS FULL    *
      * LIMIT IS EXHAUSTED.                                            *
      *----------------------------------------------------------------*
       P500-APPLY-TREATY-LAYERS.
           MOVE ZERO TO WS-SCN-XOL-RECOVERY (SCN-IDX)
           MOVE ZERO TO WS-SCN-EXHAUSTED-CNT (SCN-IDX)
           PERFORM P510-APPLY-ONE-LAYER
                   VARYING LYR-IDX FROM 1 BY 1
                   UNTIL LYR-IDX > WS-LAYER-COUNT
           IF WS-SCN-XOL-RECOVERY (SCN-IDX) >
              WS-SCN-RETAINED (SCN-IDX)
               MOVE WS-SCN-RETAINED (SCN-IDX)
                    TO WS-SCN-XOL-RECOVERY (SCN-IDX)
           END-IF
           COMPUTE WS-SCN-NET (SCN-IDX) =
               WS-SCN-RETAINED (SCN-IDX) -
               WS-SCN-XOL-RECOVERY (SCN-IDX)
           ADD WS-SCN-NET (SCN-IDX) TO WS-TOTAL-NET.

       P510-APPLY-ONE-LAYER.
           IF WS-SCN-RETAINED (SCN-IDX) <=
              WS-LYR-ATTACHMENT (LYR-IDX)
               MOVE ZERO TO WS-LAYER-RECOVERY
           ELSE
               COMPUTE WS-EXCESS-LOSS =
                   WS-SCN-RETAINED (SCN-IDX) -
                   WS-LYR-ATTACHMENT (LYR-IDX)
               IF WS-EXCESS-LOSS >= WS-LYR-LIMIT (LYR-IDX)
                   MOVE WS-LYR-LIMIT (LYR-IDX) TO WS-LAYER-RECOVERY
                   ADD 1 TO WS-SCN-EXHAUSTED-CNT (SCN-IDX)
               ELSE
                   MOVE WS-EXCESS-LOSS TO WS-LAYER-RECOVERY
               END-IF
           END-IF
           MOVE WS-LAYER-RECOVERY
                TO WS-SCN-LAYER-RECOVERY (SCN-IDX, LYR-IDX)
           ADD WS-LAYER-RECOVERY TO WS-SCN-XOL-RECOVERY (SCN-IDX).

      *----------------------------------------------------------------*
      * ONE SECTION PER SCENARIO.  THE XOL RECOVERY IS AN EVENT-LEVEL  *
      * FIGURE, SO THE NET SHOWN BY POSTCODE AND TERRITORY SPREADS IT  *
      * OVER THEIR RETAINED LOSS PRO RATA.                             *
      *----------------------------------------------------------------*
       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open scenario loss report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '   CATASTROPHE SCENARIO LOSS ESTIMATE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Run Date:            ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Scenarios:           ' WS-SCN-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Master Records Read: ' WS-MASTER-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Policies Struck:     ' WS-POLICY-HIT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'No Damage Ratio:     ' WS-NO-RATIO-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Treaty Layers:       ' WS-LAYER-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P610-REPORT-ONE-SCENARIO
                   VARYING SCN-IDX FROM 1 BY 1
                   UNTIL SCN-IDX > WS-SCN-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

       P610-REPORT-ONE-SCENARIO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE (1:72)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-SCN-KIND (SCN-IDX) = 'R'
               MOVE SPACES TO REPORT-LINE
               STRING 'SCENARIO ' WS-SCN-ID (SCN-IDX)
                      '  REALISTIC DISASTER  ' WS-SCN-NAME (SCN-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'SCENARIO ' WS-SCN-ID (SCN-IDX)
                      '  LANDFALL            ' WS-SCN-NAME (SCN-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Postcodes Banded:    ' WS-SCN-POSTCODE-CNT (SCN-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Policies Struck:     ' WS-SCN-POLICY-CNT (SCN-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SCN-GROUND-UP (SCN-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Ground-Up Loss:      ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SCN-DEDUCTIBLE (SCN-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Wind Deductibles:    ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SCN-GROSS (SCN-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Gross Loss:          ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SCN-CEDED (SCN-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Surplus/Fac Ceded:   ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SCN-RETAINED (SCN-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Retained Before XOL: ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SCN-XOL-RECOVERY (SCN-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Cat XOL Recovery:    ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SCN-NET (SCN-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Net Loss:            ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Layers Exhausted:    '
                  WS-SCN-EXHAUSTED-CNT (SCN-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-SCN-RETAINED (SCN-IDX) > ZERO
               COMPUTE WS-NET-FACTOR ROUNDED =
                   WS-SCN-NET (SCN-IDX) / WS-SCN-RETAINED (SCN-IDX)
           ELSE
               MOVE ZERO TO WS-NET-FACTOR
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  POSTCODE  BAND  POLICIES            GROSS LOSS'
                TO REPORT-LINE
           MOVE '              NET LOSS' TO REPORT-LINE (49:22)
           WRITE REPORT-LINE
           PERFORM P620-REPORT-POSTCODE
                   VARYING PCL-IDX FROM 1 BY 1
                   UNTIL PCL-IDX > WS-PCL-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  TERRITORY       POLICIES            GROSS LOSS'
                TO REPORT-LINE
           MOVE '              NET LOSS' TO REPORT-LINE (49:22)
           WRITE REPORT-LINE
           PERFORM P630-REPORT-TERRITORY
                   VARYING TER-IDX FROM 1 BY 1
                   UNTIL TER-IDX > WS-TER-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  LAYER  REINSURER                       RECOVERY'
                TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P640-REPORT-LAYER
                   VARYING LYR-IDX FROM 1 BY 1
                   UNTIL LYR-IDX > WS-LAYER-COUNT.

       P620-REPORT-POSTCODE.
           IF WS-PCL-SCN-SUB (PCL-IDX) = SCN-IDX
               COMPUTE WS-ALLOCATED-NET ROUNDED =
                   WS-PCL-RETAINED (PCL-IDX) * WS-NET-FACTOR
               MOVE WS-PCL-POLICY-CNT (PCL-IDX) TO WS-CNT-DISPLAY
               MOVE WS-PCL-GROSS (PCL-IDX) TO WS-AMT-DISPLAY
               MOVE WS-ALLOCATED-NET TO WS-AMT-DISPLAY-2
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-PCL-POSTCODE (PCL-IDX)
                      '    ' WS-PCL-BAND (PCL-IDX)
                      '   ' WS-CNT-DISPLAY
                      '  ' WS-AMT-DISPLAY
                      '  ' WS-AMT-DISPLAY-2
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P630-REPORT-TERRITORY.
           IF WS-TER-SCN-SUB (TER-IDX) = SCN-IDX
               COMPUTE WS-ALLOCATED-NET ROUNDED =
                   WS-TER-RETAINED (TER-IDX) * WS-NET-FACTOR
               MOVE WS-TER-POLICY-CNT (TER-IDX) TO WS-CNT-DISPLAY
               MOVE WS-TER-GROSS (TER-IDX) TO WS-AMT-DISPLAY
               MOVE WS-ALLOCATED-NET TO WS-AMT-DISPLAY-2
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-TER-CODE (TER-IDX)
                      '          ' WS-CNT-DISPLAY
                      '  ' WS-AMT-DISPLAY
                      '  ' WS-AMT-DISPLAY-2
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P640-REPORT-LAYER.
           IF WS-SCN-LAYER-RECOVERY (SCN-IDX, LYR-IDX) =
              WS-LYR-LIMIT (LYR-IDX) AND
              WS-LYR-LIMIT (LYR-IDX) > ZERO
               MOVE 'EXHAUSTED' TO WS-EXHAUSTED-TEXT
           ELSE
               MOVE SPACES TO WS-EXHAUSTED-TEXT
           END-IF
           MOVE WS-SCN-LAYER-RECOVERY (SCN-IDX, LYR-IDX)
                TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '    ' WS-LYR-NO (LYR-IDX)
                  '    ' WS-LYR-REINSURER (LYR-IDX)
                  '  ' WS-AMT-DISPLAY
                  '  ' WS-EXHAUSTED-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * ONE LINE PER SCENARIO FOR THE RATING AGENCY FILING.            *
      *----------------------------------------------------------------*
       P700-WRITE-SUMMARY-FILE.
           OPEN OUTPUT SUMMARY-FILE
           IF NOT SUMMARY-OK
               DISPLAY 'ERROR: Cannot open scenario summary file: '
                       WS-SUM-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P700-EXIT
           END-IF
           STRING 'SCENARIO_ID' ',' 'KIND' ',' 'NAME' ','
                  'POLICIES' ',' 'GROUND_UP_LOSS' ',' 'GROSS_LOSS' ','
                  'CEDED_LOSS' ',' 'XOL_RECOVERY' ',' 'NET_LOSS' ','
                  'LAYERS_EXHAUSTED'
                  DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           PERFORM P710-WRITE-SUMMARY-LINE
                   VARYING SCN-IDX FROM 1 BY 1
                   UNTIL SCN-IDX > WS-SCN-COUNT
           CLOSE SUMMARY-FILE.

       P700-EXIT.
           EXIT.

       P710-WRITE-SUMMARY-LINE.
           MOVE WS-SCN-GROUND-UP (SCN-IDX) TO WS-GRND-CSV
           MOVE WS-SCN-GROSS (SCN-IDX) TO WS-GROSS-CSV
           MOVE WS-SCN-CEDED (SCN-IDX) TO WS-CEDED-CSV
           MOVE WS-SCN-XOL-RECOVERY (SCN-IDX) TO WS-XOL-CSV
           MOVE WS-SCN-NET (SCN-IDX) TO WS-NET-CSV
           MOVE SPACES TO SUMMARY-LINE
           STRING FUNCTION TRIM(WS-SCN-ID (SCN-IDX)) ','
                  WS-SCN-KIND (SCN-IDX) ','
                  FUNCTION TRIM(WS-SCN-NAME (SCN-IDX)) ','
                  WS-SCN-POLICY-CNT (SCN-IDX) ','
                  FUNCTION TRIM(WS-GRND-CSV) ','
                  FUNCTION TRIM(WS-GROSS-CSV) ','
                  FUNCTION TRIM(WS-CEDED-CSV) ','
                  FUNCTION TRIM(WS-XOL-CSV) ','
                  FUNCTION TRIM(WS-NET-CSV) ','
                  WS-SCN-EXHAUSTED-CNT (SCN-IDX)
                  DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
      * RESTART DECISIONS SHOULD NOT REQUIRE GREPPING SYSOUT.          *
      *----------------------------------------------------------------*
       P990-WRITE-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF NOT RUN-STATUS-OK
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           IF NOT RUN-STATUS-OK
               GO TO P990-EXIT
           END-IF
           MOVE 'LGAPCSL1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-POLICY-HIT-CNT TO RST-RECORD-COUNT
           MOVE WS-TOTAL-NET TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
           EVALUATE RETURN-CODE
               WHEN 0  MOVE 'CLEAN' TO RST-STATUS-TEXT
               WHEN 4  MOVE 'WARNINGS' TO RST-STATUS-TEXT
               WHEN 8  MOVE 'OUT OF BALANCE' TO RST-STATUS-TEXT
               WHEN 12 MOVE 'FATAL' TO RST-STATUS-TEXT
               WHEN OTHER MOVE 'CHECK LOG' TO RST-STATUS-TEXT
           END-EVALUATE
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.

       P990-EXIT.
           EXIT.
