       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPFST1.
      *================================================================*
      * PROGRAM: LGAPFST1 - CLAIM FREQUENCY AND SEVERITY TREND        *
      * PURPOSE: FOR THE ROLLING ACCIDENT QUARTERS ENDING WITH THE    *
      *          LAST COMPLETE QUARTER, BY TERRITORY, POLICY TYPE AND *
      *          CLAIM TYPE: EARNED EXPOSURE IN POLICY-YEARS FROM THE *
      *          POLICY MASTER TERMS (CUT OFF AT THE CANCELLATION     *
      *          DATE ON POLHIST.DAT), CLAIM COUNTS, FREQUENCY PER    *
      *          100 EXPOSURES, AVERAGE SEVERITY OF NET INCURRED      *
      *          (PAID PLUS RESERVE LESS RECOVERIES) AND PURE         *
      *          PREMIUM, WITH THE FITTED ANNUAL TREND IN EACH        *
      *          MEASURE -- THE EXHIBIT ACTUARIAL PICKS TREND FACTORS *
      *          FROM.  THE SAME FIGURES GO TO A CSV EXTRACT FOR THE  *
      *          RATE-FILING SUPPORT PACKAGE.                         *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

      *    Read for cancellation dates -- the master keeps only the
      *    status, and a cancelled policy stops earning exposure
      *    from the date it went off cover.
           SELECT HISTORY-FILE ASSIGN TO 'POLHIST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HST-STAT.

           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'FSTRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    The same figures, one line per cell and quarter plus a
      *    trend line per cell, for the rate-filing package.
           SELECT EXTRACT-FILE ASSIGN TO 'FSTEXT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  HISTORY-FILE.
           COPY POLHIST.

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(200).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.
           88 POLICY-MASTER-EOF        VALUE '10'.

       01  WS-HST-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-EOF              VALUE '10'.

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-EXT-STAT                 PIC X(2).
           88 EXTRACT-OK               VALUE '00'.

      *----------------------------------------------------------------*
      * THE EXPERIENCE WINDOW: FST_QUARTERS ACCIDENT QUARTERS (DEFAULT *
      * 8, AT MOST 12) ENDING WITH THE LAST QUARTER COMPLETE AT THE    *
      * STATEMENT DATE (TODAY UNLESS FST_STATEMENT_DATE PINS IT).      *
      *----------------------------------------------------------------*
       01  WS-QUARTERS-WANTED          PIC 99 VALUE 8.

       01  WS-STATEMENT-DATE           PIC 9(8).
       01  WS-STATEMENT-DATE-X REDEFINES WS-STATEMENT-DATE.
           05 WS-STMT-YYYY             PIC 9(4).
           05 WS-STMT-MM               PIC 99.
           05 WS-STMT-DD               PIC 99.

       01  WS-QTR-DATE                 PIC 9(8).
       01  WS-QTR-DATE-X REDEFINES WS-QTR-DATE.
           05 WS-QTR-YYYY              PIC 9(4).
           05 WS-QTR-MM                PIC 99.
           05 WS-QTR-DD                PIC 99.

       01  WS-QTR-NUM                  PIC 9.

      *----------------------------------------------------------------*
      * THE ACCIDENT QUARTERS, OLDEST FIRST.  THE END IS THE FIRST DAY *
      * OF THE NEXT QUARTER, SO DAYS COVERED IS END LESS START.        *
      *----------------------------------------------------------------*
       01  WS-QUARTER-TABLE.
           05 WS-QTR-COUNT             PIC 99 VALUE ZERO.
           05 WS-QTR-ENTRY             OCCURS 12 TIMES
                                       INDEXED BY QTR-IDX.
              10 WS-QTR-LABEL          PIC X(6).
              10 WS-QTR-START-INT      PIC 9(9) COMP.
              10 WS-QTR-END-INT        PIC 9(9) COMP.

       01  WS-QTR-SUB                  PIC 99 VALUE ZERO.
       01  WS-QTR-MATCH                PIC 99 VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-EFF-INT               PIC 9(9).
           05 WS-END-INT               PIC 9(9).
           05 WS-FROM-INT              PIC 9(9).
           05 WS-TO-INT                PIC 9(9).
           05 WS-LOSS-INT              PIC 9(9).

       01  WS-EXPIRE-DATE-NUM          PIC 9(8).
       01  WS-EXPIRE-DATE-X REDEFINES WS-EXPIRE-DATE-NUM.
           05 WS-EXPIRE-YYYY           PIC 9(4).
           05 WS-EXPIRE-MMDD           PIC 9(4).

       01  WS-EFFECTIVE-DATE-HOLD      PIC 9(8).
       01  WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE-HOLD.
           05 WS-EFF-YYYY              PIC 9(4).
           05 WS-EFF-MMDD              PIC 9(4).

      *----------------------------------------------------------------*
      * CANCELLATIONS FROM THE POLICY HISTORY: THE LATEST CANCELLATION *
      * EFFECTIVE DATE PER POLICY, CLEARED BY A LATER REINSTATEMENT.   *
      *----------------------------------------------------------------*
       01  WS-CANCEL-TABLE.
           05 WS-CNX-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CNX-ENTRY             OCCURS 10000 TIMES
                                       INDEXED BY CNX-IDX.
              10 WS-CNX-POLICY         PIC X(12).
              10 WS-CNX-DATE           PIC 9(8).

       01  WS-CNX-MATCH-IDX            PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------*
      * THE EXPOSURE CELLS -- TERRITORY PLUS POLICY TYPE -- WITH       *
      * EXPOSURE, CLAIMS AND NET INCURRED PER ACCIDENT QUARTER FOR ALL *
      * CLAIM TYPES TOGETHER.                                          *
      *----------------------------------------------------------------*
       01  WS-CELL-TABLE.
           05 WS-CEL-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-CEL-ENTRY             OCCURS 200 TIMES
                                       INDEXED BY CEL-IDX.
              10 WS-CEL-TERRITORY      PIC X(5).
              10 WS-CEL-TYPE           PIC X(1).
              10 WS-CEL-QUARTER        OCCURS 12 TIMES.
                 15 WS-CEL-EXPOSURE    PIC 9(7)V9(4).
                 15 WS-CEL-CLAIMS      PIC 9(5).
                 15 WS-CEL-INCURRED    PIC 9(11)V99.

       01  WS-CEL-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-CEL-WORK-TERRITORY       PIC X(5).
       01  WS-CEL-WORK-TYPE            PIC X(1).

      *----------------------------------------------------------------*
      * THE CLAIM-TYPE SPLIT OF EACH EXPOSURE CELL.  EXPOSURE IS THE   *
      * OWNING CELL'S; ONLY THE CLAIMS ARE SPLIT.                      *
      *----------------------------------------------------------------*
       01  WS-CLAIM-TYPE-TABLE.
           05 WS-CTP-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-CTP-ENTRY             OCCURS 1000 TIMES
                                       INDEXED BY CTP-IDX.
              10 WS-CTP-CELL-SUB       PIC 9(3).
              10 WS-CTP-CLAIM-TYPE     PIC X(10).
              10 WS-CTP-QUARTER        OCCURS 12 TIMES.
                 15 WS-CTP-CLAIMS      PIC 9(5).
                 15 WS-CTP-INCURRED    PIC 9(11)V99.

       01  WS-CTP-MATCH-IDX            PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
      * CUSTOMER TO CELL CROSS REFERENCE FOR PLACING CLAIMS, AS IN THE *
      * RATE-LEVEL INDICATION.                                         *
      *----------------------------------------------------------------*
       01  WS-CUSTOMER-XREF.
           05 WS-XREF-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-XREF-ENTRY            OCCURS 10000 TIMES
                                       INDEXED BY XREF-IDX.
              10 WS-XREF-CUSTOMER      PIC X(10).
              10 WS-XREF-CELL-SUB      PIC 9(3).

       01  WS-XREF-MATCH-IDX           PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------*
      * ONE BLOCK OF THE EXHIBIT -- A CELL FOR ALL CLAIM TYPES OR ONE  *
      * CLAIM TYPE WITHIN IT -- AND ITS MEASURES BY QUARTER.           *
      *----------------------------------------------------------------*
       01  WS-BLOCK.
           05 WS-BLK-TERRITORY         PIC X(5).
           05 WS-BLK-TYPE              PIC X(1).
           05 WS-BLK-CLAIM-TYPE        PIC X(10).
           05 WS-BLK-QUARTER           OCCURS 12 TIMES.
              10 WS-BLK-EXPOSURE       PIC 9(7)V9(4).
              10 WS-BLK-CLAIMS         PIC 9(5).
              10 WS-BLK-INCURRED       PIC 9(11)V99.
              10 WS-BLK-FREQUENCY      PIC 9(5)V9(4).
              10 WS-BLK-SEVERITY       PIC 9(9)V99.
              10 WS-BLK-PURE-PREM      PIC 9(9)V99.
           05 WS-BLK-TREND-FREQ        PIC S9(5)V99.
           05 WS-BLK-TREND-SEV         PIC S9(5)V99.
           05 WS-BLK-TREND-PP          PIC S9(5)V99.
           05 WS-BLK-FIT-FREQ          PIC X(1).
           05 WS-BLK-FIT-SEV           PIC X(1).
           05 WS-BLK-FIT-PP            PIC X(1).

      *----------------------------------------------------------------*
      * LOG-LINEAR LEAST-SQUARES FIT: LN(MEASURE) ON THE QUARTER       *
      * NUMBER OVER THE QUARTERS WITH A NON-ZERO MEASURE, ANNUALISED   *
      * AS EXP(4 X SLOPE) - 1.  FEWER THAN THREE POINTS IS NOT FITTED. *
      *----------------------------------------------------------------*
       01  WS-FIT-WORK.
           05 WS-FIT-VALUE             PIC 9(9)V9(4) OCCURS 12 TIMES.
           05 WS-FIT-POINTS            PIC 99.
           05 WS-FIT-LN                PIC S9(3)V9(8).
           05 WS-FIT-SUM-X             PIC S9(5)V9(8).
           05 WS-FIT-SUM-Y             PIC S9(5)V9(8).
           05 WS-FIT-SUM-XY            PIC S9(7)V9(8).
           05 WS-FIT-SUM-XX            PIC S9(7)V9(8).
           05 WS-FIT-DENOM             PIC S9(9)V9(8).
           05 WS-FIT-SLOPE             PIC S9(3)V9(8).
           05 WS-FIT-TREND-PCT         PIC S9(5)V99.
           05 WS-FIT-IND               PIC X(1).
              88 TREND-FITTED          VALUE 'Y'.

       01  WS-CLAIM-NET                PIC S9(9)V99.

       01  WS-COUNTERS.
           05 WS-MASTER-READ-CNT       PIC 9(7) VALUE ZERO.
           05 WS-POLICY-CNT            PIC 9(7) VALUE ZERO.
           05 WS-CANCEL-READ-CNT       PIC 9(7) VALUE ZERO.
           05 WS-CLAIM-CNT             PIC 9(7) VALUE ZERO.
           05 WS-NO-POLICY-CNT         PIC 9(7) VALUE ZERO.
           05 WS-TABLE-FULL-CNT        PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-INCURRED        PIC 9(13)V99 VALUE ZERO.

       01  WS-CURRENT-DATE             PIC 9(8).

       01  WS-EXP-DISPLAY              PIC ZZZ,ZZ9.9999.
       01  WS-CNT-DISPLAY              PIC ZZ,ZZ9.
       01  WS-FRQ-DISPLAY              PIC ZZ,ZZ9.9999.
       01  WS-AMT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY2             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY3             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-DISPLAY              PIC -ZZ,ZZ9.99.
       01  WS-PCT-TEXT                 PIC X(10).
       01  WS-PCT-TEXT2                PIC X(10).
       01  WS-PCT-TEXT3                PIC X(10).

       01  WS-EXP-CSV                  PIC 9(7).9(4).
       01  WS-FRQ-CSV                  PIC 9(5).9(4).
       01  WS-SEV-CSV                  PIC 9(9).99.
       01  WS-PP-CSV                   PIC 9(9).99.
       01  WS-INC-CSV                  PIC 9(11).99.
       01  WS-TRD-CSV                  PIC -9(5).99.
       01  WS-TRD-TEXT                 PIC X(9).
       01  WS-TRD-TEXT2                PIC X(9).
       01  WS-TRD-TEXT3                PIC X(9).

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P250-BUILD-QUARTERS
           PERFORM P300-LOAD-CANCELLATIONS THRU P300-EXIT
           PERFORM P400-SCAN-POLICY-MASTER THRU P400-EXIT
           PERFORM P500-ACCUM-CLAIMS THRU P500-EXIT
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-STATEMENT-DATE
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'FST_STATEMENT_DATE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-STATEMENT-DATE
               END-IF
               MOVE 'FST_QUARTERS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-QUARTERS-WANTED
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           IF WS-QUARTERS-WANTED < 2 OR WS-QUARTERS-WANTED > 12
               DISPLAY 'Warning: FST_QUARTERS ' WS-QUARTERS-WANTED
                       ' is outside 2 to 12 - 8 quarters used'
               MOVE 8 TO WS-QUARTERS-WANTED
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * WORK BACK FROM THE QUARTER THE STATEMENT DATE FALLS IN: THE    *
      * NEWEST ACCIDENT QUARTER IS THE ONE BEFORE IT, AND THE TABLE IS *
      * FILLED FROM THE END SO IT READS OLDEST FIRST.                  *
      *----------------------------------------------------------------*
       P250-BUILD-QUARTERS.
           MOVE WS-QUARTERS-WANTED TO WS-QTR-COUNT
           COMPUTE WS-QTR-NUM = (WS-STMT-MM - 1) / 3 + 1
           MOVE WS-STMT-YYYY TO WS-QTR-YYYY
           COMPUTE WS-QTR-MM = (WS-QTR-NUM - 1) * 3 + 1
           MOVE 01 TO WS-QTR-DD
           PERFORM P255-STEP-BACK-QUARTER
                   VARYING WS-QTR-SUB FROM WS-QTR-COUNT BY -1
                   UNTIL WS-QTR-SUB < 1.

       P255-STEP-BACK-QUARTER.
           SET QTR-IDX TO WS-QTR-SUB
           COMPUTE WS-QTR-END-INT (QTR-IDX) =
               FUNCTION INTEGER-OF-DATE (WS-QTR-DATE)
           IF WS-QTR-NUM = 1
               MOVE 4 TO WS-QTR-NUM
               SUBTRACT 1 FROM WS-QTR-YYYY
           ELSE
               SUBTRACT 1 FROM WS-QTR-NUM
           END-IF
           COMPUTE WS-QTR-MM = (WS-QTR-NUM - 1) * 3 + 1
           COMPUTE WS-QTR-START-INT (QTR-IDX) =
               FUNCTION INTEGER-OF-DATE (WS-QTR-DATE)
           MOVE SPACES TO WS-QTR-LABEL (QTR-IDX)
           STRING WS-QTR-YYYY 'Q' WS-QTR-NUM
                  DELIMITED BY SIZE INTO WS-QTR-LABEL (QTR-IDX).

       P300-LOAD-CANCELLATIONS.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'Warning: Policy history unavailable: '
                       WS-HST-STAT ' - cancelled policies earn '
                       'exposure to expiry'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               IF PHS-CANCELLATION OR PHS-REINSTATEMENT
                   PERFORM P320-POST-CANCELLATION
               END-IF
               PERFORM P310-READ-HISTORY
           END-PERFORM
           CLOSE HISTORY-FILE.

       P300-EXIT.
           EXIT.

       P310-READ-HISTORY.
           READ HISTORY-FILE
           END-READ.

       P320-POST-CANCELLATION.
           MOVE ZERO TO WS-CNX-MATCH-IDX
           PERFORM P321-FIND-CANCELLATION
                   VARYING CNX-IDX FROM 1 BY 1
                   UNTIL CNX-IDX > WS-CNX-COUNT
                      OR WS-CNX-MATCH-IDX > ZERO
           IF WS-CNX-MATCH-IDX = ZERO AND PHS-CANCELLATION
               IF WS-CNX-COUNT < 10000
                   ADD 1 TO WS-CNX-COUNT
                   MOVE WS-CNX-COUNT TO WS-CNX-MATCH-IDX
                   SET CNX-IDX TO WS-CNX-MATCH-IDX
                   MOVE PHS-POLICY-NUM TO WS-CNX-POLICY (CNX-IDX)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-CNT
               END-IF
           END-IF
           IF WS-CNX-MATCH-IDX > ZERO
               SET CNX-IDX TO WS-CNX-MATCH-IDX
               IF PHS-CANCELLATION
                   ADD 1 TO WS-CANCEL-READ-CNT
                   MOVE PHS-EFFECTIVE-DATE TO WS-CNX-DATE (CNX-IDX)
               ELSE
                   MOVE ZERO TO WS-CNX-DATE (CNX-IDX)
               END-IF
           END-IF.

       P321-FIND-CANCELLATION.
           IF WS-CNX-POLICY (CNX-IDX) = PHS-POLICY-NUM
               SET WS-CNX-MATCH-IDX TO CNX-IDX
           END-IF.

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
           CLOSE POLICY-MASTER-FILE.

       P400-EXIT.
           EXIT.

       P410-SCAN-ONE-POLICY.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-CNT
                   PERFORM P420-EARN-POLICY THRU P420-EXIT
           END-READ.

      *----------------------------------------------------------------*
      * A POLICY THAT WAS EVER ON COVER -- IN FORCE, LAPSED AT EXPIRY  *
      * OR CANCELLED -- EARNS ONE EXPOSURE PER YEAR ON COVER, FROM ITS *
      * EFFECTIVE DATE TO ITS EXPIRY (OR CANCELLATION, IF EARLIER),    *
      * SPREAD OVER THE ACCIDENT QUARTERS IT OVERLAPS.                 *
      *----------------------------------------------------------------*
       P420-EARN-POLICY.
           IF POL-STATUS NOT = 'APPROVED' AND
              POL-STATUS NOT = 'LAPSED' AND
              POL-STATUS NOT = 'CANCELLED'
               GO TO P420-EXIT
           END-IF
           IF POL-EFFECTIVE-DATE NOT NUMERIC OR
              POL-EFFECTIVE-DATE = ZERO
               GO TO P420-EXIT
           END-IF

           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE
                                  (POL-EFFECTIVE-DATE)
           IF POL-EXPIRY-DATE NUMERIC AND
              POL-EXPIRY-DATE > POL-EFFECTIVE-DATE
               MOVE POL-EXPIRY-DATE TO WS-EXPIRE-DATE-NUM
           ELSE
               MOVE POL-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE-HOLD
               COMPUTE WS-EXPIRE-YYYY = WS-EFF-YYYY + POL-POLICY-TERM
               MOVE WS-EFF-MMDD TO WS-EXPIRE-MMDD
           END-IF
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-EXPIRE-DATE-NUM)
           IF POL-STATUS = 'CANCELLED'
               PERFORM P430-APPLY-CANCELLATION
           END-IF
           IF WS-END-INT <= WS-EFF-INT
               GO TO P420-EXIT
           END-IF

           MOVE POL-TERRITORY-CODE TO WS-CEL-WORK-TERRITORY
           MOVE POL-POLICY-TYPE TO WS-CEL-WORK-TYPE
           PERFORM P450-FIND-OR-ADD-CELL
           IF WS-CEL-MATCH-IDX = ZERO
               ADD 1 TO WS-TABLE-FULL-CNT
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-POLICY-CNT
           SET CEL-IDX TO WS-CEL-MATCH-IDX
           PERFORM P440-EARN-QUARTER
                   VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-QTR-COUNT

           IF WS-XREF-COUNT < 10000
               ADD 1 TO WS-XREF-COUNT
               SET XREF-IDX TO WS-XREF-COUNT
               MOVE POL-CUSTOMER-NUM TO WS-XREF-CUSTOMER (XREF-IDX)
               MOVE WS-CEL-MATCH-IDX TO WS-XREF-CELL-SUB (XREF-IDX)
           ELSE
               ADD 1 TO WS-TABLE-FULL-CNT
           END-IF.

       P420-EXIT.
           EXIT.

       P430-APPLY-CANCELLATION.
           MOVE ZERO TO WS-CNX-MATCH-IDX
           PERFORM P431-MATCH-CANCELLATION
                   VARYING CNX-IDX FROM 1 BY 1
                   UNTIL CNX-IDX > WS-CNX-COUNT
                      OR WS-CNX-MATCH-IDX > ZERO
           IF WS-CNX-MATCH-IDX > ZERO
               SET CNX-IDX TO WS-CNX-MATCH-IDX
               IF WS-CNX-DATE (CNX-IDX) NUMERIC AND
                  WS-CNX-DATE (CNX-IDX) > ZERO
                   COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE
                                        (WS-CNX-DATE (CNX-IDX))
                   IF WS-TO-INT < WS-END-INT
                       MOVE WS-TO-INT TO WS-END-INT
                   END-IF
               END-IF
           END-IF.

       P431-MATCH-CANCELLATION.
           IF WS-CNX-POLICY (CNX-IDX) = POL-POLICY-NUM
               SET WS-CNX-MATCH-IDX TO CNX-IDX
           END-IF.

       P440-EARN-QUARTER.
           IF WS-EFF-INT > WS-QTR-START-INT (QTR-IDX)
               MOVE WS-EFF-INT TO WS-FROM-INT
           ELSE
               MOVE WS-QTR-START-INT (QTR-IDX) TO WS-FROM-INT
           END-IF
           IF WS-END-INT < WS-QTR-END-INT (QTR-IDX)
               MOVE WS-END-INT TO WS-TO-INT
           ELSE
               MOVE WS-QTR-END-INT (QTR-IDX) TO WS-TO-INT
           END-IF
           IF WS-TO-INT > WS-FROM-INT
               COMPUTE WS-CEL-EXPOSURE (CEL-IDX, QTR-IDX) ROUNDED =
                   WS-CEL-EXPOSURE (CEL-IDX, QTR-IDX) +
                   (WS-TO-INT - WS-FROM-INT) / 365
           END-IF.

       P450-FIND-OR-ADD-CELL.
           MOVE ZERO TO WS-CEL-MATCH-IDX
           PERFORM P451-CHECK-CELL
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-COUNT
                      OR WS-CEL-MATCH-IDX > ZERO
           IF WS-CEL-MATCH-IDX = ZERO
               IF WS-CEL-COUNT < 200
                   ADD 1 TO WS-CEL-COUNT
                   MOVE WS-CEL-COUNT TO WS-CEL-MATCH-IDX
                   SET CEL-IDX TO WS-CEL-MATCH-IDX
                   INITIALIZE WS-CEL-ENTRY (CEL-IDX)
                   MOVE WS-CEL-WORK-TERRITORY
                        TO WS-CEL-TERRITORY (CEL-IDX)
                   MOVE WS-CEL-WORK-TYPE TO WS-CEL-TYPE (CEL-IDX)
               END-IF
           END-IF.

       P451-CHECK-CELL.
           IF WS-CEL-TERRITORY (CEL-IDX) = WS-CEL-WORK-TERRITORY AND
              WS-CEL-TYPE (CEL-IDX) = WS-CEL-WORK-TYPE
               SET WS-CEL-MATCH-IDX TO CEL-IDX
           END-IF.

      *----------------------------------------------------------------*
      * CLAIMS BY ACCIDENT (LOSS) DATE.  A DENIED CLAIM, OR ONE WITH   *
      * NOTHING INCURRED NET OF RECOVERIES, IS NOT A CLAIM FOR         *
      * FREQUENCY.                                                     *
      *----------------------------------------------------------------*
       P500-ACCUM-CLAIMS.
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               DISPLAY 'Warning: Claims master unavailable: '
                       WS-CLM-STAT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO P500-EXIT
           END-IF
           PERFORM P510-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               PERFORM P520-POST-CLAIM THRU P520-EXIT
               PERFORM P510-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE
           IF WS-NO-POLICY-CNT > ZERO
               DISPLAY 'Warning: ' WS-NO-POLICY-CNT
                       ' claims in the window with no policy on file'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P500-EXIT.
           EXIT.

       P510-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P520-POST-CLAIM.
           IF CLM-DENIED OR CLM-CLAIM-DATE NOT NUMERIC OR
              CLM-CLAIM-DATE = ZERO
               GO TO P520-EXIT
           END-IF
           COMPUTE WS-LOSS-INT = FUNCTION INTEGER-OF-DATE
                                  (CLM-CLAIM-DATE)
           MOVE ZERO TO WS-QTR-MATCH
           PERFORM P521-FIND-QUARTER
                   VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-QTR-COUNT
           IF WS-QTR-MATCH = ZERO
               GO TO P520-EXIT
           END-IF

           COMPUTE WS-CLAIM-NET =
               CLM-PAID-AMOUNT + CLM-RESERVE-AMOUNT
           IF CLM-RECOVERY-AMOUNT NUMERIC
               SUBTRACT CLM-RECOVERY-AMOUNT FROM WS-CLAIM-NET
           END-IF
           IF WS-CLAIM-NET <= ZERO
               GO TO P520-EXIT
           END-IF

           MOVE ZERO TO WS-XREF-MATCH-IDX
           PERFORM P522-FIND-XREF
                   VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > WS-XREF-COUNT
           IF WS-XREF-MATCH-IDX = ZERO
               ADD 1 TO WS-NO-POLICY-CNT
               GO TO P520-EXIT
           END-IF
           SET XREF-IDX TO WS-XREF-MATCH-IDX
           SET CEL-IDX TO WS-XREF-CELL-SUB (XREF-IDX)

           ADD 1 TO WS-CLAIM-CNT
           ADD WS-CLAIM-NET TO WS-TOTAL-INCURRED
           ADD 1 TO WS-CEL-CLAIMS (CEL-IDX, WS-QTR-MATCH)
           ADD WS-CLAIM-NET TO WS-CEL-INCURRED (CEL-IDX, WS-QTR-MATCH)

           MOVE ZERO TO WS-CTP-MATCH-IDX
           PERFORM P523-FIND-CLAIM-TYPE
                   VARYING CTP-IDX FROM 1 BY 1
                   UNTIL CTP-IDX > WS-CTP-COUNT
                      OR WS-CTP-MATCH-IDX > ZERO
           IF WS-CTP-MATCH-IDX = ZERO
               IF WS-CTP-COUNT >= 1000
                   ADD 1 TO WS-TABLE-FULL-CNT
                   GO TO P520-EXIT
               END-IF
               ADD 1 TO WS-CTP-COUNT
               MOVE WS-CTP-COUNT TO WS-CTP-MATCH-IDX
               SET CTP-IDX TO WS-CTP-MATCH-IDX
               INITIALIZE WS-CTP-ENTRY (CTP-IDX)
               SET WS-CTP-CELL-SUB (CTP-IDX) TO CEL-IDX
               MOVE CLM-CLAIM-TYPE TO WS-CTP-CLAIM-TYPE (CTP-IDX)
           END-IF
           SET CTP-IDX TO WS-CTP-MATCH-IDX
           ADD 1 TO WS-CTP-CLAIMS (CTP-IDX, WS-QTR-MATCH)
           ADD WS-CLAIM-NET TO WS-CTP-INCURRED (CTP-IDX, WS-QTR-MATCH).

       P520-EXIT.
           EXIT.

       P521-FIND-QUARTER.
           IF WS-LOSS-INT >= WS-QTR-START-INT (QTR-IDX) AND
              WS-LOSS-INT < WS-QTR-END-INT (QTR-IDX)
               SET WS-QTR-MATCH TO QTR-IDX
           END-IF.

       P522-FIND-XREF.
           IF WS-XREF-CUSTOMER (XREF-IDX) = CLM-CUSTOMER-NUM
               SET WS-XREF-MATCH-IDX TO XREF-IDX
           END-IF.

       P523-FIND-CLAIM-TYPE.
           IF WS-CTP-CELL-SUB (CTP-IDX) = WS-XREF-CELL-SUB (XREF-IDX)
              AND WS-CTP-CLAIM-TYPE (CTP-IDX) = CLM-CLAIM-TYPE
               SET WS-CTP-MATCH-IDX TO CTP-IDX
           END-IF.

       P600-WRITE-REPORT.
           IF WS-TABLE-FULL-CNT > ZERO
               DISPLAY 'Warning: ' WS-TABLE-FULL-CNT
                       ' policies or claims left out - cell tables full'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open trend report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF NOT EXTRACT-OK
               DISPLAY 'ERROR: Cannot open trend extract: '
                       WS-EXT-STAT
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '     CLAIM FREQUENCY AND SEVERITY TREND EXHIBIT'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Statement Date:      ' WS-STATEMENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Accident Quarters:   ' WS-QTR-LABEL (1) ' TO '
                  WS-QTR-LABEL (WS-QTR-COUNT)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Policies Earning:    ' WS-POLICY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Cancellations Read:  ' WS-CANCEL-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Claims Counted:      ' WS-CLAIM-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Claims No Policy:    ' WS-NO-POLICY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO EXTRACT-LINE
           STRING 'TERRITORY' ',' 'POLICY_TYPE' ',' 'CLAIM_TYPE' ','
                  'ACCIDENT_QUARTER' ',' 'EXPOSURE' ',' 'CLAIMS' ','
                  'INCURRED' ',' 'FREQUENCY' ',' 'SEVERITY' ','
                  'PURE_PREMIUM'
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE

           PERFORM P610-WRITE-CELL
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-COUNT

           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE.

       P600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ONE CELL: ALL CLAIM TYPES FIRST, THEN EACH CLAIM TYPE SEEN IN  *
      * IT AGAINST THE SAME EXPOSURE.                                  *
      *----------------------------------------------------------------*
       P610-WRITE-CELL.
           INITIALIZE WS-BLOCK
           MOVE WS-CEL-TERRITORY (CEL-IDX) TO WS-BLK-TERRITORY
           MOVE WS-CEL-TYPE (CEL-IDX) TO WS-BLK-TYPE
           MOVE 'ALL' TO WS-BLK-CLAIM-TYPE
           PERFORM P611-LOAD-CELL-QUARTER
                   VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-QTR-COUNT
           PERFORM P620-WRITE-BLOCK
           PERFORM P615-WRITE-CLAIM-TYPE
                   VARYING CTP-IDX FROM 1 BY 1
                   UNTIL CTP-IDX > WS-CTP-COUNT.

       P611-LOAD-CELL-QUARTER.
           MOVE WS-CEL-EXPOSURE (CEL-IDX, QTR-IDX)
                TO WS-BLK-EXPOSURE (QTR-IDX)
           MOVE WS-CEL-CLAIMS (CEL-IDX, QTR-IDX)
                TO WS-BLK-CLAIMS (QTR-IDX)
           MOVE WS-CEL-INCURRED (CEL-IDX, QTR-IDX)
                TO WS-BLK-INCURRED (QTR-IDX).

       P615-WRITE-CLAIM-TYPE.
           IF WS-CTP-CELL-SUB (CTP-IDX) = CEL-IDX
               MOVE WS-CTP-CLAIM-TYPE (CTP-IDX) TO WS-BLK-CLAIM-TYPE
               PERFORM P616-LOAD-TYPE-QUARTER
                       VARYING QTR-IDX FROM 1 BY 1
                       UNTIL QTR-IDX > WS-QTR-COUNT
               PERFORM P620-WRITE-BLOCK
           END-IF.

       P616-LOAD-TYPE-QUARTER.
           MOVE WS-CTP-CLAIMS (CTP-IDX, QTR-IDX)
                TO WS-BLK-CLAIMS (QTR-IDX)
           MOVE WS-CTP-INCURRED (CTP-IDX, QTR-IDX)
                TO WS-BLK-INCURRED (QTR-IDX).

       P620-WRITE-BLOCK.
           PERFORM P625-CALC-MEASURES
                   VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-QTR-COUNT

           PERFORM P626-MOVE-FREQUENCY
                   VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-QTR-COUNT
           PERFORM P650-FIT-TREND THRU P650-EXIT
           MOVE WS-FIT-TREND-PCT TO WS-BLK-TREND-FREQ
           MOVE WS-FIT-IND TO WS-BLK-FIT-FREQ
           PERFORM P627-MOVE-SEVERITY
                   VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-QTR-COUNT
           PERFORM P650-FIT-TREND THRU P650-EXIT
           MOVE WS-FIT-TREND-PCT TO WS-BLK-TREND-SEV
           MOVE WS-FIT-IND TO WS-BLK-FIT-SEV
           PERFORM P628-MOVE-PURE-PREMIUM
                   VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-QTR-COUNT
           PERFORM P650-FIT-TREND THRU P650-EXIT
           MOVE WS-FIT-TREND-PCT TO WS-BLK-TREND-PP
           MOVE WS-FIT-IND TO WS-BLK-FIT-PP

           MOVE SPACES TO REPORT-LINE
           STRING 'TERR ' WS-BLK-TERRITORY
                  '  TYPE ' WS-BLK-TYPE
                  '  CLAIM TYPE ' WS-BLK-CLAIM-TYPE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  ACC QTR      EXPOSURE  CLAIMS   FREQ/100'
                  '        INCURRED    AVG SEVERITY    PURE PREMIUM'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P630-WRITE-QUARTER-LINE
                   VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > WS-QTR-COUNT
           PERFORM P640-WRITE-TREND-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P625-CALC-MEASURES.
           MOVE ZERO TO WS-BLK-FREQUENCY (QTR-IDX)
           MOVE ZERO TO WS-BLK-SEVERITY (QTR-IDX)
           MOVE ZERO TO WS-BLK-PURE-PREM (QTR-IDX)
           IF WS-BLK-EXPOSURE (QTR-IDX) > ZERO
               COMPUTE WS-BLK-FREQUENCY (QTR-IDX) ROUNDED =
                   WS-BLK-CLAIMS (QTR-IDX) /
                   WS-BLK-EXPOSURE (QTR-IDX) * 100
               COMPUTE WS-BLK-PURE-PREM (QTR-IDX) ROUNDED =
                   WS-BLK-INCURRED (QTR-IDX) /
                   WS-BLK-EXPOSURE (QTR-IDX)
           END-IF
           IF WS-BLK-CLAIMS (QTR-IDX) > ZERO
               COMPUTE WS-BLK-SEVERITY (QTR-IDX) ROUNDED =
                   WS-BLK-INCURRED (QTR-IDX) / WS-BLK-CLAIMS (QTR-IDX)
           END-IF.

       P626-MOVE-FREQUENCY.
           MOVE WS-BLK-FREQUENCY (QTR-IDX) TO WS-FIT-VALUE (QTR-IDX).

       P627-MOVE-SEVERITY.
           MOVE WS-BLK-SEVERITY (QTR-IDX) TO WS-FIT-VALUE (QTR-IDX).

       P628-MOVE-PURE-PREMIUM.
           MOVE WS-BLK-PURE-PREM (QTR-IDX) TO WS-FIT-VALUE (QTR-IDX).

       P630-WRITE-QUARTER-LINE.
           MOVE WS-BLK-EXPOSURE (QTR-IDX) TO WS-EXP-DISPLAY
           MOVE WS-BLK-CLAIMS (QTR-IDX) TO WS-CNT-DISPLAY
           MOVE WS-BLK-FREQUENCY (QTR-IDX) TO WS-FRQ-DISPLAY
           MOVE WS-BLK-INCURRED (QTR-IDX) TO WS-AMT-DISPLAY
           MOVE WS-BLK-SEVERITY (QTR-IDX) TO WS-AMT-DISPLAY2
           MOVE WS-BLK-PURE-PREM (QTR-IDX) TO WS-AMT-DISPLAY3
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-QTR-LABEL (QTR-IDX) ' '
                  WS-EXP-DISPLAY '  ' WS-CNT-DISPLAY ' '
                  WS-FRQ-DISPLAY '  ' WS-AMT-DISPLAY '  '
                  WS-AMT-DISPLAY2 '  ' WS-AMT-DISPLAY3
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BLK-EXPOSURE (QTR-IDX) TO WS-EXP-CSV
           MOVE WS-BLK-FREQUENCY (QTR-IDX) TO WS-FRQ-CSV
           MOVE WS-BLK-INCURRED (QTR-IDX) TO WS-INC-CSV
           MOVE WS-BLK-SEVERITY (QTR-IDX) TO WS-SEV-CSV
           MOVE WS-BLK-PURE-PREM (QTR-IDX) TO WS-PP-CSV
           MOVE SPACES TO EXTRACT-LINE
           STRING FUNCTION TRIM(WS-BLK-TERRITORY) ','
                  WS-BLK-TYPE ','
                  FUNCTION TRIM(WS-BLK-CLAIM-TYPE) ','
                  WS-QTR-LABEL (QTR-IDX) ','
                  WS-EXP-CSV ','
                  WS-BLK-CLAIMS (QTR-IDX) ','
                  WS-INC-CSV ','
                  WS-FRQ-CSV ','
                  WS-SEV-CSV ','
                  WS-PP-CSV
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE.

      *----------------------------------------------------------------*
      * THE FITTED ANNUAL TRENDS.  IN THE EXTRACT THE TREND LINE       *
      * CARRIES 'TREND' AS ITS QUARTER AND THE THREE PERCENTAGES IN    *
      * THE FREQUENCY, SEVERITY AND PURE PREMIUM COLUMNS; A MEASURE    *
      * TOO THIN TO FIT IS LEFT EMPTY.                                 *
      *----------------------------------------------------------------*
       P640-WRITE-TREND-LINE.
           MOVE WS-BLK-TREND-FREQ TO WS-PCT-DISPLAY
           MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
           MOVE WS-BLK-TREND-SEV TO WS-PCT-DISPLAY
           MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT2
           MOVE WS-BLK-TREND-PP TO WS-PCT-DISPLAY
           MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT3
           MOVE WS-BLK-TREND-FREQ TO WS-TRD-CSV
           MOVE WS-TRD-CSV TO WS-TRD-TEXT
           MOVE WS-BLK-TREND-SEV TO WS-TRD-CSV
           MOVE WS-TRD-CSV TO WS-TRD-TEXT2
           MOVE WS-BLK-TREND-PP TO WS-TRD-CSV
           MOVE WS-TRD-CSV TO WS-TRD-TEXT3
           IF WS-BLK-FIT-FREQ NOT = 'Y'
               MOVE '   NOT FIT' TO WS-PCT-TEXT
               MOVE SPACES TO WS-TRD-TEXT
           END-IF
           IF WS-BLK-FIT-SEV NOT = 'Y'
               MOVE '   NOT FIT' TO WS-PCT-TEXT2
               MOVE SPACES TO WS-TRD-TEXT2
           END-IF
           IF WS-BLK-FIT-PP NOT = 'Y'
               MOVE '   NOT FIT' TO WS-PCT-TEXT3
               MOVE SPACES TO WS-TRD-TEXT3
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '  FITTED ANNUAL TREND   FREQUENCY ' WS-PCT-TEXT
                  ' PCT   SEVERITY ' WS-PCT-TEXT2
                  ' PCT   PURE PREMIUM ' WS-PCT-TEXT3 ' PCT'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO EXTRACT-LINE
           STRING FUNCTION TRIM(WS-BLK-TERRITORY) ','
                  WS-BLK-TYPE ','
                  FUNCTION TRIM(WS-BLK-CLAIM-TYPE) ','
                  'TREND' ',,,,'
                  FUNCTION TRIM(WS-TRD-TEXT) ','
                  FUNCTION TRIM(WS-TRD-TEXT2) ','
                  FUNCTION TRIM(WS-TRD-TEXT3)
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE.

       P650-FIT-TREND.
           MOVE ZERO TO WS-FIT-POINTS WS-FIT-SUM-X WS-FIT-SUM-Y
                        WS-FIT-SUM-XY WS-FIT-SUM-XX
                        WS-FIT-TREND-PCT
           MOVE 'N' TO WS-FIT-IND
           PERFORM P655-ADD-FIT-POINT
                   VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > WS-QTR-COUNT
           IF WS-FIT-POINTS < 3
               GO TO P650-EXIT
           END-IF
           COMPUTE WS-FIT-DENOM =
               WS-FIT-POINTS * WS-FIT-SUM-XX -
               WS-FIT-SUM-X * WS-FIT-SUM-X
           IF WS-FIT-DENOM = ZERO
               GO TO P650-EXIT
           END-IF
           COMPUTE WS-FIT-SLOPE ROUNDED =
               (WS-FIT-POINTS * WS-FIT-SUM-XY -
                WS-FIT-SUM-X * WS-FIT-SUM-Y) / WS-FIT-DENOM
           COMPUTE WS-FIT-TREND-PCT ROUNDED =
               (FUNCTION EXP (4 * WS-FIT-SLOPE) - 1) * 100
               ON SIZE ERROR
                   GO TO P650-EXIT
           END-COMPUTE
           MOVE 'Y' TO WS-FIT-IND.

       P650-EXIT.
           EXIT.

       P655-ADD-FIT-POINT.
           IF WS-FIT-VALUE (WS-QTR-SUB) > ZERO
               ADD 1 TO WS-FIT-POINTS
               COMPUTE WS-FIT-LN ROUNDED =
                   FUNCTION LOG (WS-FIT-VALUE (WS-QTR-SUB))
               ADD WS-QTR-SUB TO WS-FIT-SUM-X
               ADD WS-FIT-LN TO WS-FIT-SUM-Y
               COMPUTE WS-FIT-SUM-XY =
                   WS-FIT-SUM-XY + WS-QTR-SUB * WS-FIT-LN
               COMPUTE WS-FIT-SUM-XX =
                   WS-FIT-SUM-XX + WS-QTR-SUB * WS-QTR-SUB
           END-IF.

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
           MOVE 'LGAPFST1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-CLAIM-CNT TO RST-RECORD-COUNT
           MOVE WS-TOTAL-INCURRED TO RST-TOTAL-AMOUNT
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
