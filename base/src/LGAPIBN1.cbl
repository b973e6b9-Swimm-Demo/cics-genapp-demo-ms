       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPIBN1.
      *================================================================*
      * PROGRAM: LGAPIBN1 - IBNR / ULTIMATE LOSS PROJECTION           *
      * PURPOSE: MONTH-END JOB RUN AFTER LGAPCLM2 HAS ARCHIVED THE    *
      *          CLAIMS MASTER.  WALKS THE CLAIMS.DAT.YYYYMMDD        *
      *          ARCHIVES AND THE LIVE MASTER INTO ANNUAL INCURRED    *
      *          TRIANGLES BY LINE (POLICY TYPE) AND ACCIDENT YEAR,   *
      *          SELECTS AGE-TO-AGE FACTORS (VOLUME-WEIGHTED TRIANGLE *
      *          AVERAGES UNLESS OPS HAVE FILED AN OVERRIDE IN        *
      *          IBNRFAC.DAT), PROJECTS ULTIMATE LOSSES, AND REPORTS  *
      *          IBNR = ULTIMATE - REPORTED INCURRED BY ACCIDENT YEAR *
      *          AND POLICY TYPE.  THE CHANGE AGAINST THE PRIOR       *
      *          STATEMENT'S IBNR IS WRITTEN AS A BALANCED GLJRNL     *
      *          JOURNAL SO THE BOOKED RESERVE TIES TO THE MASTER.    *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One logical claims file opened against a different
      *    physical name per evaluation point -- the dated archives
      *    LGAPCLM2 leaves behind, plus the live file.
           SELECT CLAIMS-FILE ASSIGN TO DYNAMIC WS-CLAIMS-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

      *    Read end to end to place each claim's customer in a line.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

      *    Ops-maintained factor overrides: one row per line and
      *    development age; age 10 is the tail factor to ultimate.
           SELECT FACTOR-FILE ASSIGN TO 'IBNRFAC.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FAC-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

      *    Prior-statement IBNR by line, read for the movement and
      *    rewritten with this statement's figures at end of run.
           SELECT IBNR-MASTER-FILE ASSIGN TO 'IBNRMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IBM-STAT.

           SELECT REPORT-FILE ASSIGN TO 'IBNRRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    The IBNR movement journal, in the same account/debit/
      *    credit layout as the other GL journals.
           SELECT JOURNAL-FILE ASSIGN TO 'IBNRJRNL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JRN-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  FACTOR-FILE.
       01  FACTOR-RECORD.
           05 IBF-LINE                 PIC X(1).
           05 FILLER                   PIC X.
           05 IBF-AGE                  PIC 99.
           05 FILLER                   PIC X.
           05 IBF-FACTOR               PIC 9(2)V9999.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  IBNR-MASTER-FILE.
       01  IBNR-MASTER-RECORD.
           05 IBM-STATEMENT-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 IBM-LINE                 PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 IBM-IBNR-AMT             PIC S9(13)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  JOURNAL-FILE.
           COPY GLJRNL.

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.
           88 CLAIMS-MISSING           VALUE '35'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.
           88 POLICY-MASTER-EOF        VALUE '10'.

       01  WS-FAC-STAT                 PIC X(2).
           88 FACTOR-OK                VALUE '00'.
           88 FACTOR-EOF               VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-IBM-STAT                 PIC X(2).
           88 IBNR-MASTER-OK           VALUE '00'.
           88 IBNR-MASTER-EOF          VALUE '10'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-JRN-STAT                 PIC X(2).
           88 JOURNAL-OK               VALUE '00'.

       01  WS-CLAIMS-FILE-NAME         PIC X(30).

      *----------------------------------------------------------------*
      * STATEMENT CONTROL -- TEN ACCIDENT YEARS ENDING WITH THE        *
      * STATEMENT YEAR, DEVELOPED TO AGE TEN.  THE WALK STARTS ON 1    *
      * JANUARY OF THE OLDEST ACCIDENT YEAR; DAYS WITH NO ARCHIVE ARE  *
      * SKIPPED, THE SAME WALK LGAPCLM2 USES.                          *
      *----------------------------------------------------------------*
       01  WS-STATEMENT-DATE           PIC 9(8).
       01  WS-STATEMENT-DATE-X REDEFINES WS-STATEMENT-DATE.
           05 WS-STMT-YYYY             PIC 9(4).
           05 WS-STMT-MMDD             PIC 9(4).

       01  WS-FIRST-AY                 PIC 9(4).
       01  WS-WALK-START-DATE          PIC 9(8).
       01  WS-WALK-START-X REDEFINES WS-WALK-START-DATE.
           05 WS-WALK-START-YYYY       PIC 9(4).
           05 WS-WALK-START-MMDD       PIC 9(4).

       01  WS-DATE-INTEGERS            COMP.
           05 WS-STMT-INT              PIC 9(9).
           05 WS-WALK-INT              PIC 9(9).
           05 WS-START-INT             PIC 9(9).

       01  WS-WALK-DATE                PIC 9(8).
       01  WS-EVAL-DATE                PIC 9(8).
       01  WS-EVAL-DATE-X REDEFINES WS-EVAL-DATE.
           05 WS-EVAL-YYYY             PIC 9(4).
           05 WS-EVAL-MMDD             PIC 9(4).

       01  WS-COUNTERS.
           05 WS-EVAL-POINT-CNT        PIC 9(5) VALUE ZERO.
           05 WS-CLAIM-REC-CNT         PIC 9(7) VALUE ZERO.
           05 WS-UNPLACED-CNT          PIC 9(7) VALUE ZERO.
           05 WS-OVERRIDE-CNT          PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
      * CHART-OF-ACCOUNTS MAPPING FOR THE IBNR JOURNAL (CONFIG KEYS    *
      * IBN_GL_RESERVE_ACCT AND IBN_GL_EXPENSE_ACCT).                  *
      *----------------------------------------------------------------*
       01  WS-GL-ACCOUNT-MAP.
           05 WS-IBN-GL-RESERVE-ACCT   PIC X(8) VALUE '21210'.
           05 WS-IBN-GL-EXPENSE-ACCT   PIC X(8) VALUE '51210'.

      *----------------------------------------------------------------*
      * CUSTOMER TO LINE CROSS REFERENCE FOR PLACING CLAIMS, BUILT     *
      * FROM THE POLICY MASTER.  A CUSTOMER NOT ON THE MASTER FALLS    *
      * INTO THE OTHER LINE.                                           *
      *----------------------------------------------------------------*
       01  WS-CUSTOMER-XREF.
           05 WS-XREF-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-XREF-ENTRY            OCCURS 10000 TIMES
                                       INDEXED BY XREF-IDX.
              10 WS-XREF-CUSTOMER      PIC X(10).
              10 WS-XREF-TYPE          PIC X(1).

       01  WS-XREF-MATCH-IDX           PIC 9(5) VALUE ZERO.
       01  WS-XREF-FULL-IND            PIC X VALUE 'N'.
           88 XREF-TABLE-FULL          VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE TRIANGLES -- PER LINE, INCURRED (PAID PLUS RESERVE) BY     *
      * ACCIDENT YEAR DOWN AND DEVELOPMENT AGE (YEARS) ACROSS.  EACH   *
      * CELL HOLDS THE LAST EVALUATION TAKEN IN THAT CALENDAR YEAR,    *
      * SO COMPLETED YEARS ARE YEAR-END POSITIONS AND THE CURRENT      *
      * YEAR IS THE STATEMENT-DATE POSITION FROM THE LIVE MASTER.      *
      *----------------------------------------------------------------*
       01  WS-LINE-TABLE.
           05 WS-LINE-ENTRY            OCCURS 4 TIMES
                                       INDEXED BY LIN-IDX.
              10 WS-LINE-CODE          PIC X(1).
              10 WS-LINE-DESC          PIC X(12).
              10 WS-LINE-AGE           OCCURS 10 TIMES
                                       INDEXED BY AGE-IDX.
                 15 WS-LINE-FACTOR     PIC 9(2)V9999.
                 15 WS-LINE-FAC-SOURCE PIC X(1).
                    88 FACTOR-OVERRIDDEN VALUE 'O'.
                 15 WS-LINE-CDF        PIC 9(3)V9999.
                 15 WS-LINE-FAC-NUM    PIC 9(13)V99.
                 15 WS-LINE-FAC-DEN    PIC 9(13)V99.
              10 WS-LINE-AY            OCCURS 10 TIMES
                                       INDEXED BY AY-IDX.
                 15 WS-AY-EVAL-WORK    PIC 9(12)V99.
                 15 WS-AY-CELL         PIC 9(12)V99
                                       OCCURS 10 TIMES.
                 15 WS-AY-REPORTED     PIC 9(12)V99.
                 15 WS-AY-ULTIMATE     PIC 9(12)V99.
                 15 WS-AY-IBNR         PIC S9(12)V99.
              10 WS-LINE-REPORTED      PIC 9(13)V99.
              10 WS-LINE-ULTIMATE      PIC 9(13)V99.
              10 WS-LINE-IBNR          PIC S9(13)V99.
              10 WS-LINE-PRIOR-IBNR    PIC S9(13)V99.
              10 WS-LINE-MOVEMENT      PIC S9(13)V99.

       01  WS-LINE-MATCH-IDX           PIC 9 VALUE ZERO.
       01  WS-LINE-SEARCH-CODE         PIC X(1).

      *    An accident year / age cell counts as evaluated once an
      *    archive from the matching calendar year has been read.
       01  WS-EVALUATED-CELLS.
           05 WS-EVAL-AY               OCCURS 10 TIMES.
              10 WS-EVAL-AGE-SEEN      PIC X(1) OCCURS 10 TIMES.

       01  WS-CALC-WORK.
           05 WS-CLAIM-YEAR            PIC 9(4).
           05 WS-AY-SUB                PIC 99.
           05 WS-AGE-SUB               PIC 99.
           05 WS-NEXT-AGE              PIC 99.
           05 WS-CUR-AGE               PIC 99.
           05 WS-INCURRED-AMT          PIC 9(9)V99.

       01  WS-BOOK-TOTALS.
           05 WS-TOT-REPORTED          PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-ULTIMATE          PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-IBNR              PIC S9(13)V99 VALUE ZERO.
           05 WS-TOT-PRIOR-IBNR        PIC S9(13)V99 VALUE ZERO.
           05 WS-TOT-MOVEMENT          PIC S9(13)V99 VALUE ZERO.

       01  WS-PRIOR-STATEMENT.
           05 WS-PRIOR-FOUND           PIC X VALUE 'N'.
              88 PRIOR-STATEMENT-FOUND VALUE 'Y'.
           05 WS-PRIOR-STMT-DATE       PIC 9(8) VALUE ZERO.

       01  WS-JOURNAL-TOTALS.
           05 WS-JRN-DEBITS            PIC S9(13)V99 VALUE ZERO.
           05 WS-JRN-CREDITS           PIC S9(13)V99 VALUE ZERO.
           05 WS-JRN-ABS-MOVE          PIC 9(13)V99.

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY2             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SGN-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FAC-DISPLAY              PIC Z9.9999.
       01  WS-CDF-DISPLAY              PIC ZZ9.9999.
       01  WS-AGE-DISPLAY              PIC Z9.

       COPY GLPERIOD.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P205-RESOLVE-GL-PERIOD
           PERFORM P250-LOAD-CUSTOMER-XREF THRU P250-EXIT
           PERFORM P300-READ-PRIOR-STATEMENT
           PERFORM P400-WALK-EVALUATION-POINTS
           PERFORM P500-SELECT-FACTORS
           PERFORM P520-LOAD-FACTOR-OVERRIDES THRU P520-EXIT
           PERFORM P540-BUILD-CDFS
           PERFORM P550-PROJECT-ULTIMATES
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P630-WRITE-GL-JOURNAL THRU P630-EXIT
           PERFORM P650-SAVE-STATEMENT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-STATEMENT-DATE FROM DATE YYYYMMDD
           PERFORM P210-READ-CONFIG
           COMPUTE WS-STMT-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-STATEMENT-DATE)
           COMPUTE WS-FIRST-AY = WS-STMT-YYYY - 9
           MOVE WS-FIRST-AY TO WS-WALK-START-YYYY
           MOVE 0101 TO WS-WALK-START-MMDD
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-WALK-START-DATE)

           INITIALIZE WS-LINE-TABLE
           INITIALIZE WS-EVALUATED-CELLS
           MOVE 'C' TO WS-LINE-CODE (1)
           MOVE 'COMMERCIAL' TO WS-LINE-DESC (1)
           MOVE 'P' TO WS-LINE-CODE (2)
           MOVE 'PERSONAL' TO WS-LINE-DESC (2)
           MOVE 'F' TO WS-LINE-CODE (3)
           MOVE 'FARM' TO WS-LINE-DESC (3)
           MOVE ' ' TO WS-LINE-CODE (4)
           MOVE 'OTHER' TO WS-LINE-DESC (4).

      *----------------------------------------------------------------*
      * RESOLVE THE ACCOUNTING PERIOD THE JOURNAL POSTS TO.  A RUN     *
      * DATED INTO A CLOSED PERIOD POSTS TO THE OPEN PERIOD AS A       *
      * PRIOR-PERIOD ADJUSTMENT; WITH NO OPEN PERIOD TO TAKE IT THE    *
      * RUN STOPS BEFORE ANYTHING IS POSTED.                           *
      *----------------------------------------------------------------*
       P205-RESOLVE-GL-PERIOD.
           MOVE WS-STATEMENT-DATE TO GPR-POSTING-DATE
           CALL 'LGAPPRD1' USING GL-PERIOD-REQUEST
           EVALUATE TRUE
               WHEN GPR-NO-OPEN-PERIOD
                   DISPLAY 'ERROR: Period ' GPR-ORIG-PERIOD
                           ' is closed and no later period is open'
                           ' - nothing posted'
                   MOVE 12 TO RETURN-CODE
                   PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   STOP RUN
               WHEN GPR-PRIOR-PERIOD-ADJ
                   DISPLAY 'Period ' GPR-ORIG-PERIOD ' is closed - '
                           'journal posts to ' GPR-PERIOD
                           ' as a prior-period adjustment'
               WHEN GPR-NOT-ON-CALENDAR
                   DISPLAY 'Warning: Period ' GPR-ORIG-PERIOD
                           ' is not on the accounting calendar'
           END-EVALUATE.

       P210-READ-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'IBN_STATEMENT_DATE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-STATEMENT-DATE
               END-IF
               MOVE 'IBN_GL_RESERVE_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-IBN-GL-RESERVE-ACCT
               END-IF
               MOVE 'IBN_GL_EXPENSE_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-IBN-GL-EXPENSE-ACCT
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

       P250-LOAD-CUSTOMER-XREF.
           OPEN INPUT POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'Warning: Policy master unavailable: '
                       WS-POL-STAT ' - all claims placed in OTHER'
               MOVE 4 TO RETURN-CODE
               GO TO P250-EXIT
           END-IF
           PERFORM P251-READ-POLICY
           PERFORM UNTIL POLICY-MASTER-EOF
               PERFORM P252-STORE-XREF
               PERFORM P251-READ-POLICY
           END-PERFORM
           CLOSE POLICY-MASTER-FILE
           IF XREF-TABLE-FULL
               DISPLAY 'Warning: customer cross reference full - '
                       'later customers placed in OTHER'
               MOVE 4 TO RETURN-CODE
           END-IF.

       P250-EXIT.
           EXIT.

       P251-READ-POLICY.
           READ POLICY-MASTER-FILE NEXT RECORD
           END-READ.

       P252-STORE-XREF.
           MOVE ZERO TO WS-XREF-MATCH-IDX
           PERFORM P253-FIND-XREF
                   VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > WS-XREF-COUNT
           IF WS-XREF-MATCH-IDX = ZERO
               IF WS-XREF-COUNT < 10000
                   ADD 1 TO WS-XREF-COUNT
                   SET XREF-IDX TO WS-XREF-COUNT
                   MOVE POL-CUSTOMER-NUM TO WS-XREF-CUSTOMER (XREF-IDX)
                   MOVE POL-POLICY-TYPE TO WS-XREF-TYPE (XREF-IDX)
               ELSE
                   MOVE 'Y' TO WS-XREF-FULL-IND
               END-IF
           END-IF.

       P253-FIND-XREF.
           IF WS-XREF-CUSTOMER (XREF-IDX) = POL-CUSTOMER-NUM
               SET WS-XREF-MATCH-IDX TO XREF-IDX
           END-IF.

       P300-READ-PRIOR-STATEMENT.
           OPEN INPUT IBNR-MASTER-FILE
           IF IBNR-MASTER-OK
               PERFORM P310-READ-PRIOR-LINE
               PERFORM UNTIL NOT IBNR-MASTER-OK
                   MOVE 'Y' TO WS-PRIOR-FOUND
                   MOVE IBM-STATEMENT-DATE TO WS-PRIOR-STMT-DATE
                   PERFORM P320-POST-PRIOR-LINE
                   PERFORM P310-READ-PRIOR-LINE
               END-PERFORM
               CLOSE IBNR-MASTER-FILE
           END-IF.

       P310-READ-PRIOR-LINE.
           READ IBNR-MASTER-FILE
           END-READ.

       P320-POST-PRIOR-LINE.
           MOVE IBM-LINE TO WS-LINE-SEARCH-CODE
           PERFORM P800-FIND-LINE
           SET LIN-IDX TO WS-LINE-MATCH-IDX
           ADD IBM-IBNR-AMT TO WS-LINE-PRIOR-IBNR (LIN-IDX)
           ADD IBM-IBNR-AMT TO WS-TOT-PRIOR-IBNR.

       P400-WALK-EVALUATION-POINTS.
      *    The dated archives first, one per day up to the day
      *    before the statement...
           PERFORM P410-PROCESS-ARCHIVE-DAY
                   VARYING WS-WALK-INT FROM WS-START-INT BY 1
                   UNTIL WS-WALK-INT >= WS-STMT-INT
      *    ...then the live master as the statement-date position.
           MOVE 'CLAIMS.DAT' TO WS-CLAIMS-FILE-NAME
           MOVE WS-STATEMENT-DATE TO WS-EVAL-DATE
           PERFORM P420-PROCESS-EVALUATION THRU P420-EXIT.

       P410-PROCESS-ARCHIVE-DAY.
           COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER
                                   (WS-WALK-INT)
           MOVE SPACES TO WS-CLAIMS-FILE-NAME
           STRING 'CLAIMS.DAT.' WS-WALK-DATE DELIMITED BY SIZE
                  INTO WS-CLAIMS-FILE-NAME
           MOVE WS-WALK-DATE TO WS-EVAL-DATE
           PERFORM P420-PROCESS-EVALUATION THRU P420-EXIT.

       P420-PROCESS-EVALUATION.
           OPEN INPUT CLAIMS-FILE
           IF CLAIMS-MISSING
               GO TO P420-EXIT
           END-IF
           IF NOT CLAIMS-OK
               DISPLAY 'Warning: cannot open ' WS-CLAIMS-FILE-NAME
                       ' status ' WS-CLM-STAT
               GO TO P420-EXIT
           END-IF

           ADD 1 TO WS-EVAL-POINT-CNT
           PERFORM P425-CLEAR-LINE-WORK
                   VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > 4

           PERFORM P430-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               PERFORM P440-POST-CLAIM THRU P440-EXIT
               PERFORM P430-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE

      *    This evaluation replaces any earlier one from the same
      *    calendar year in every accident year it has an age for.
           PERFORM P450-STORE-EVALUATION
                   VARYING WS-AY-SUB FROM 1 BY 1
                   UNTIL WS-AY-SUB > 10.

       P420-EXIT.
           EXIT.

       P425-CLEAR-LINE-WORK.
           PERFORM P426-CLEAR-AY-WORK
                   VARYING AY-IDX FROM 1 BY 1
                   UNTIL AY-IDX > 10.

       P426-CLEAR-AY-WORK.
           MOVE ZERO TO WS-AY-EVAL-WORK (LIN-IDX, AY-IDX).

       P430-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P440-POST-CLAIM.
           ADD 1 TO WS-CLAIM-REC-CNT
           IF CLM-DENIED
               GO TO P440-EXIT
           END-IF
           IF CLM-CLAIM-DATE NOT NUMERIC OR CLM-CLAIM-DATE = ZERO
               GO TO P440-EXIT
           END-IF
           MOVE CLM-CLAIM-DATE (1:4) TO WS-CLAIM-YEAR
           IF WS-CLAIM-YEAR < WS-FIRST-AY OR
              WS-CLAIM-YEAR > WS-EVAL-YYYY
               GO TO P440-EXIT
           END-IF
           COMPUTE WS-AY-SUB = WS-CLAIM-YEAR - WS-FIRST-AY + 1
           COMPUTE WS-INCURRED-AMT =
               CLM-PAID-AMOUNT + CLM-RESERVE-AMOUNT

           MOVE 4 TO WS-LINE-MATCH-IDX
           MOVE ZERO TO WS-XREF-MATCH-IDX
           PERFORM P441-FIND-CLAIM-XREF
                   VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > WS-XREF-COUNT
           IF WS-XREF-MATCH-IDX = ZERO
               ADD 1 TO WS-UNPLACED-CNT
           ELSE
               MOVE WS-XREF-TYPE (WS-XREF-MATCH-IDX)
                    TO WS-LINE-SEARCH-CODE
               PERFORM P800-FIND-LINE
           END-IF

           SET LIN-IDX TO WS-LINE-MATCH-IDX
           SET AY-IDX TO WS-AY-SUB
           ADD WS-INCURRED-AMT TO WS-AY-EVAL-WORK (LIN-IDX, AY-IDX).

       P440-EXIT.
           EXIT.

       P441-FIND-CLAIM-XREF.
           IF WS-XREF-CUSTOMER (XREF-IDX) = CLM-CUSTOMER-NUM
               SET WS-XREF-MATCH-IDX TO XREF-IDX
           END-IF.

       P450-STORE-EVALUATION.
           COMPUTE WS-CLAIM-YEAR = WS-FIRST-AY + WS-AY-SUB - 1
           IF WS-CLAIM-YEAR > WS-EVAL-YYYY
               GO TO P450-EXIT
           END-IF
           COMPUTE WS-AGE-SUB = WS-EVAL-YYYY - WS-CLAIM-YEAR + 1
           IF WS-AGE-SUB > 10
               GO TO P450-EXIT
           END-IF
           MOVE 'Y' TO WS-EVAL-AGE-SEEN (WS-AY-SUB, WS-AGE-SUB)
           PERFORM P455-STORE-LINE-CELL
                   VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > 4.

       P450-EXIT.
           EXIT.

       P455-STORE-LINE-CELL.
           MOVE WS-AY-EVAL-WORK (LIN-IDX, WS-AY-SUB)
                TO WS-AY-CELL (LIN-IDX, WS-AY-SUB, WS-AGE-SUB).

      *----------------------------------------------------------------*
      * VOLUME-WEIGHTED AGE-TO-AGE FACTORS PER LINE: FOR AGE N, THE    *
      * SUM OF AGE N+1 INCURRED OVER THE SUM OF AGE N INCURRED ACROSS  *
      * EVERY ACCIDENT YEAR WHERE BOTH ARE COMPLETED YEAR-END          *
      * EVALUATIONS.  THE PARTIAL CURRENT YEAR IS LEFT OUT SO A        *
      * MID-YEAR STATEMENT DOES NOT UNDERSTATE DEVELOPMENT.  NO        *
      * VOLUME MEANS NO DEVELOPMENT (1.0000); THE TAIL DEFAULTS TO     *
      * 1.0000 UNLESS OVERRIDDEN.                                      *
      *----------------------------------------------------------------*
       P500-SELECT-FACTORS.
           PERFORM P505-SELECT-LINE-FACTORS
                   VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > 4.

       P505-SELECT-LINE-FACTORS.
           PERFORM P506-RESET-FACTOR
                   VARYING AGE-IDX FROM 1 BY 1
                   UNTIL AGE-IDX > 10
           PERFORM P510-ACCUM-FACTOR-PAIRS
                   VARYING WS-AY-SUB FROM 1 BY 1
                   UNTIL WS-AY-SUB > 10
           PERFORM P515-AVERAGE-FACTOR
                   VARYING AGE-IDX FROM 1 BY 1
                   UNTIL AGE-IDX > 9.

       P506-RESET-FACTOR.
           MOVE 1 TO WS-LINE-FACTOR (LIN-IDX, AGE-IDX)
           MOVE 'T' TO WS-LINE-FAC-SOURCE (LIN-IDX, AGE-IDX)
           MOVE ZERO TO WS-LINE-FAC-NUM (LIN-IDX, AGE-IDX)
           MOVE ZERO TO WS-LINE-FAC-DEN (LIN-IDX, AGE-IDX).

       P510-ACCUM-FACTOR-PAIRS.
           COMPUTE WS-CLAIM-YEAR = WS-FIRST-AY + WS-AY-SUB - 1
           PERFORM P511-ACCUM-AGE-PAIR
                   VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > 9.

       P511-ACCUM-AGE-PAIR.
           COMPUTE WS-NEXT-AGE = WS-AGE-SUB + 1
           IF WS-EVAL-AGE-SEEN (WS-AY-SUB, WS-AGE-SUB) = 'Y'
              AND WS-EVAL-AGE-SEEN (WS-AY-SUB, WS-NEXT-AGE) = 'Y'
              AND WS-CLAIM-YEAR + WS-AGE-SUB < WS-STMT-YYYY
               SET AGE-IDX TO WS-AGE-SUB
               ADD WS-AY-CELL (LIN-IDX, WS-AY-SUB, WS-AGE-SUB)
                   TO WS-LINE-FAC-DEN (LIN-IDX, AGE-IDX)
               ADD WS-AY-CELL (LIN-IDX, WS-AY-SUB, WS-NEXT-AGE)
                   TO WS-LINE-FAC-NUM (LIN-IDX, AGE-IDX)
           END-IF.

       P515-AVERAGE-FACTOR.
           IF WS-LINE-FAC-DEN (LIN-IDX, AGE-IDX) > ZERO
               COMPUTE WS-LINE-FACTOR (LIN-IDX, AGE-IDX) ROUNDED =
                   WS-LINE-FAC-NUM (LIN-IDX, AGE-IDX) /
                   WS-LINE-FAC-DEN (LIN-IDX, AGE-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * OPS OVERRIDES REPLACE THE TRIANGLE AVERAGE FOR A LINE AND AGE. *
      * LINE 'O' (OR BLANK) IS THE OTHER LINE; AGE 10 IS THE TAIL.     *
      *----------------------------------------------------------------*
       P520-LOAD-FACTOR-OVERRIDES.
           OPEN INPUT FACTOR-FILE
           IF NOT FACTOR-OK
               GO TO P520-EXIT
           END-IF
           PERFORM P521-READ-FACTOR
           PERFORM UNTIL FACTOR-EOF
               PERFORM P522-APPLY-OVERRIDE THRU P522-EXIT
               PERFORM P521-READ-FACTOR
           END-PERFORM
           CLOSE FACTOR-FILE.

       P520-EXIT.
           EXIT.

       P521-READ-FACTOR.
           READ FACTOR-FILE
           END-READ.

       P522-APPLY-OVERRIDE.
           IF IBF-AGE NOT NUMERIC OR IBF-FACTOR NOT NUMERIC
               GO TO P522-EXIT
           END-IF
           IF IBF-AGE < 1 OR IBF-AGE > 10 OR IBF-FACTOR = ZERO
               GO TO P522-EXIT
           END-IF
           MOVE IBF-LINE TO WS-LINE-SEARCH-CODE
           PERFORM P800-FIND-LINE
           IF WS-LINE-MATCH-IDX = 4 AND
              IBF-LINE NOT = 'O' AND IBF-LINE NOT = SPACE
               GO TO P522-EXIT
           END-IF
           SET LIN-IDX TO WS-LINE-MATCH-IDX
           SET AGE-IDX TO IBF-AGE
           MOVE IBF-FACTOR TO WS-LINE-FACTOR (LIN-IDX, AGE-IDX)
           MOVE 'O' TO WS-LINE-FAC-SOURCE (LIN-IDX, AGE-IDX)
           ADD 1 TO WS-OVERRIDE-CNT.

       P522-EXIT.
           EXIT.

      *    Cumulative development to ultimate, tail first.
       P540-BUILD-CDFS.
           PERFORM P541-BUILD-LINE-CDFS
                   VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > 4.

       P541-BUILD-LINE-CDFS.
           MOVE WS-LINE-FACTOR (LIN-IDX, 10)
                TO WS-LINE-CDF (LIN-IDX, 10)
           PERFORM P542-CHAIN-CDF
                   VARYING WS-AGE-SUB FROM 9 BY -1
                   UNTIL WS-AGE-SUB < 1.

       P542-CHAIN-CDF.
           COMPUTE WS-NEXT-AGE = WS-AGE-SUB + 1
           COMPUTE WS-LINE-CDF (LIN-IDX, WS-AGE-SUB) ROUNDED =
               WS-LINE-FACTOR (LIN-IDX, WS-AGE-SUB) *
               WS-LINE-CDF (LIN-IDX, WS-NEXT-AGE).

       P550-PROJECT-ULTIMATES.
           PERFORM P555-PROJECT-LINE
                   VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > 4
           COMPUTE WS-TOT-MOVEMENT = WS-TOT-IBNR - WS-TOT-PRIOR-IBNR.

       P555-PROJECT-LINE.
           PERFORM P560-PROJECT-AY
                   VARYING WS-AY-SUB FROM 1 BY 1
                   UNTIL WS-AY-SUB > 10
           COMPUTE WS-LINE-MOVEMENT (LIN-IDX) =
               WS-LINE-IBNR (LIN-IDX) - WS-LINE-PRIOR-IBNR (LIN-IDX)
           ADD WS-LINE-REPORTED (LIN-IDX) TO WS-TOT-REPORTED
           ADD WS-LINE-ULTIMATE (LIN-IDX) TO WS-TOT-ULTIMATE
           ADD WS-LINE-IBNR (LIN-IDX) TO WS-TOT-IBNR.

       P560-PROJECT-AY.
           COMPUTE WS-CUR-AGE =
               WS-STMT-YYYY - (WS-FIRST-AY + WS-AY-SUB - 1) + 1
           MOVE WS-AY-CELL (LIN-IDX, WS-AY-SUB, WS-CUR-AGE)
                TO WS-AY-REPORTED (LIN-IDX, WS-AY-SUB)
           COMPUTE WS-AY-ULTIMATE (LIN-IDX, WS-AY-SUB) ROUNDED =
               WS-AY-REPORTED (LIN-IDX, WS-AY-SUB) *
               WS-LINE-CDF (LIN-IDX, WS-CUR-AGE)
           COMPUTE WS-AY-IBNR (LIN-IDX, WS-AY-SUB) =
               WS-AY-ULTIMATE (LIN-IDX, WS-AY-SUB) -
               WS-AY-REPORTED (LIN-IDX, WS-AY-SUB)
           ADD WS-AY-REPORTED (LIN-IDX, WS-AY-SUB)
               TO WS-LINE-REPORTED (LIN-IDX)
           ADD WS-AY-ULTIMATE (LIN-IDX, WS-AY-SUB)
               TO WS-LINE-ULTIMATE (LIN-IDX)
           ADD WS-AY-IBNR (LIN-IDX, WS-AY-SUB)
               TO WS-LINE-IBNR (LIN-IDX).

       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open IBNR report file: '
                       WS-RPT-STAT
               MOVE 8 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '      IBNR AND ULTIMATE LOSS PROJECTION'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Statement Date:        ' WS-STATEMENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Evaluation Points:     ' WS-EVAL-POINT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Claim Records Read:    ' WS-CLAIM-REC-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Factor Overrides:      ' WS-OVERRIDE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P610-WRITE-LINE-SECTION
                   VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > 4

           MOVE '    BOOK TOTALS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-REPORTED TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  Reported Incurred:   ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-ULTIMATE TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  Projected Ultimate:  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-IBNR TO WS-SGN-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  IBNR:               ' WS-SGN-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF PRIOR-STATEMENT-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING '  Prior Statement:     ' WS-PRIOR-STMT-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TOT-PRIOR-IBNR TO WS-SGN-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '  Prior IBNR:         ' WS-SGN-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE '  No prior statement on file - full IBNR booked'
                    TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-TOT-MOVEMENT TO WS-SGN-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  IBNR Movement:      ' WS-SGN-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNPLACED-CNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING '  Claims With No Policy On Master (OTHER): '
                      WS-UNPLACED-CNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

       P610-WRITE-LINE-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING '    LINE: ' WS-LINE-DESC (LIN-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  AGE  FACTOR   SRC   CDF TO ULT' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P615-WRITE-FACTOR-LINE
                   VARYING AGE-IDX FROM 1 BY 1
                   UNTIL AGE-IDX > 10
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  ACC YR  AGE        REPORTED INCURRED'
                TO REPORT-LINE
           MOVE 'ULTIMATE' TO REPORT-LINE (50:8)
           MOVE 'IBNR' TO REPORT-LINE (76:4)
           WRITE REPORT-LINE
           PERFORM P620-WRITE-AY-LINE
                   VARYING WS-AY-SUB FROM 1 BY 1
                   UNTIL WS-AY-SUB > 10
           MOVE WS-LINE-REPORTED (LIN-IDX) TO WS-AMT-DISPLAY
           MOVE WS-LINE-ULTIMATE (LIN-IDX) TO WS-AMT-DISPLAY2
           MOVE WS-LINE-IBNR (LIN-IDX) TO WS-SGN-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  TOTAL      ' WS-AMT-DISPLAY
                  '  ' WS-AMT-DISPLAY2
                  '  ' WS-SGN-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LINE-MOVEMENT (LIN-IDX) TO WS-SGN-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  CHANGE FROM PRIOR STATEMENT  ' WS-SGN-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P615-WRITE-FACTOR-LINE.
           SET WS-AGE-SUB TO AGE-IDX
           MOVE WS-AGE-SUB TO WS-AGE-DISPLAY
           MOVE WS-LINE-FACTOR (LIN-IDX, AGE-IDX) TO WS-FAC-DISPLAY
           MOVE WS-LINE-CDF (LIN-IDX, AGE-IDX) TO WS-CDF-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF AGE-IDX = 10
               STRING '  ' WS-AGE-DISPLAY '-U ' WS-FAC-DISPLAY
                      '   ' WS-LINE-FAC-SOURCE (LIN-IDX, AGE-IDX)
                      '   ' WS-CDF-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING '  ' WS-AGE-DISPLAY '   ' WS-FAC-DISPLAY
                      '   ' WS-LINE-FAC-SOURCE (LIN-IDX, AGE-IDX)
                      '   ' WS-CDF-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       P620-WRITE-AY-LINE.
           COMPUTE WS-CLAIM-YEAR = WS-FIRST-AY + WS-AY-SUB - 1
           COMPUTE WS-CUR-AGE = WS-STMT-YYYY - WS-CLAIM-YEAR + 1
           MOVE WS-CUR-AGE TO WS-AGE-DISPLAY
           MOVE WS-AY-REPORTED (LIN-IDX, WS-AY-SUB) TO WS-AMT-DISPLAY
           MOVE WS-AY-ULTIMATE (LIN-IDX, WS-AY-SUB) TO WS-AMT-DISPLAY2
           MOVE WS-AY-IBNR (LIN-IDX, WS-AY-SUB) TO WS-SGN-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-CLAIM-YEAR '    ' WS-AGE-DISPLAY
                  '  ' WS-AMT-DISPLAY
                  '  ' WS-AMT-DISPLAY2
                  '  ' WS-SGN-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * THE IBNR JOURNAL: PER LINE, AN INCREASE IN IBNR DEBITS INCURRED*
      * LOSSES AND CREDITS THE IBNR RESERVE; A DECREASE RELEASES IT    *
      * THE OTHER WAY.  EACH LINE POSTS A MATCHED PAIR, SO DEBITS      *
      * EQUAL CREDITS BY CONSTRUCTION; THE TOTALS ARE STILL PROVED     *
      * BEFORE THE RUN REPORTS CLEAN.                                  *
      *----------------------------------------------------------------*
       P630-WRITE-GL-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY 'Warning: Cannot open IBNR journal file: '
                       WS-JRN-STAT
               MOVE 4 TO RETURN-CODE
               GO TO P630-EXIT
           END-IF

           PERFORM P640-WRITE-LINE-JOURNAL THRU P640-EXIT
                   VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > 4

           CLOSE JOURNAL-FILE

           IF WS-JRN-DEBITS NOT = WS-JRN-CREDITS
               DISPLAY 'ERROR: IBNR journal out of balance - debits '
                       WS-JRN-DEBITS ' credits ' WS-JRN-CREDITS
               MOVE 8 TO RETURN-CODE
           END-IF.

       P630-EXIT.
           EXIT.

       P640-WRITE-LINE-JOURNAL.
           IF WS-LINE-MOVEMENT (LIN-IDX) = ZERO
               GO TO P640-EXIT
           END-IF
           IF WS-LINE-MOVEMENT (LIN-IDX) < ZERO
               COMPUTE WS-JRN-ABS-MOVE =
                   WS-LINE-MOVEMENT (LIN-IDX) * -1
           ELSE
               MOVE WS-LINE-MOVEMENT (LIN-IDX) TO WS-JRN-ABS-MOVE
           END-IF

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE WS-IBN-GL-EXPENSE-ACCT TO GLJ-ACCOUNT
           MOVE SPACES TO GLJ-ACCOUNT-DESC
           STRING 'IBNR INCURRED ' WS-LINE-DESC (LIN-IDX)
                  DELIMITED BY SIZE INTO GLJ-ACCOUNT-DESC
           IF WS-LINE-MOVEMENT (LIN-IDX) > ZERO
               MOVE WS-JRN-ABS-MOVE TO GLJ-DEBIT-AMT
               MOVE ZERO TO GLJ-CREDIT-AMT
           ELSE
               MOVE ZERO TO GLJ-DEBIT-AMT
               MOVE WS-JRN-ABS-MOVE TO GLJ-CREDIT-AMT
           END-IF
           ADD GLJ-DEBIT-AMT TO WS-JRN-DEBITS
           ADD GLJ-CREDIT-AMT TO WS-JRN-CREDITS
           WRITE GL-JOURNAL-RECORD

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE WS-IBN-GL-RESERVE-ACCT TO GLJ-ACCOUNT
           MOVE SPACES TO GLJ-ACCOUNT-DESC
           STRING 'IBNR RESERVE ' WS-LINE-DESC (LIN-IDX)
                  DELIMITED BY SIZE INTO GLJ-ACCOUNT-DESC
           IF WS-LINE-MOVEMENT (LIN-IDX) > ZERO
               MOVE ZERO TO GLJ-DEBIT-AMT
               MOVE WS-JRN-ABS-MOVE TO GLJ-CREDIT-AMT
           ELSE
               MOVE WS-JRN-ABS-MOVE TO GLJ-DEBIT-AMT
               MOVE ZERO TO GLJ-CREDIT-AMT
           END-IF
           ADD GLJ-DEBIT-AMT TO WS-JRN-DEBITS
           ADD GLJ-CREDIT-AMT TO WS-JRN-CREDITS
           WRITE GL-JOURNAL-RECORD.

       P640-EXIT.
           EXIT.

       P650-SAVE-STATEMENT.
           OPEN OUTPUT IBNR-MASTER-FILE
           IF IBNR-MASTER-OK
               PERFORM P655-WRITE-STATEMENT-LINE
                       VARYING LIN-IDX FROM 1 BY 1
                       UNTIL LIN-IDX > 4
               CLOSE IBNR-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: Cannot save IBNR statement: '
                       WS-IBM-STAT
               MOVE 8 TO RETURN-CODE
           END-IF.

       P655-WRITE-STATEMENT-LINE.
           MOVE SPACES TO IBNR-MASTER-RECORD
           MOVE WS-STATEMENT-DATE TO IBM-STATEMENT-DATE
           MOVE WS-LINE-CODE (LIN-IDX) TO IBM-LINE
           MOVE WS-LINE-IBNR (LIN-IDX) TO IBM-IBNR-AMT
           WRITE IBNR-MASTER-RECORD.

      *    Line for a policy-type code: commercial, personal and
      *    farm by code, everything else the OTHER line.
       P800-FIND-LINE.
           MOVE 4 TO WS-LINE-MATCH-IDX
           PERFORM P801-CHECK-LINE
                   VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > 3.

       P801-CHECK-LINE.
           IF WS-LINE-CODE (LIN-IDX) = WS-LINE-SEARCH-CODE
               SET WS-LINE-MATCH-IDX TO LIN-IDX
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
           MOVE 'LGAPIBN1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-CLAIM-REC-CNT TO RST-RECORD-COUNT
           MOVE WS-TOT-IBNR TO RST-TOTAL-AMOUNT
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
