       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCLS1.
      *================================================================*
      * PROGRAM: LGAPCLS1 - MONTH-END CLOSE CHECKLIST                 *
      * PURPOSE: BEFORE FINANCE MARKS A PERIOD CLOSED ON THE          *
      *          ACCOUNTING PERIOD MASTER (ACCTPER.DAT), LISTS EVERY  *
      *          MONTH-END JOB THE CLOSE DEPENDS ON AND WHAT          *
      *          RUNSTAT.DAT SAYS ABOUT IT FOR THE PERIOD: NOT RUN,   *
      *          RUN CLEAN, RUN WITH WARNINGS, OR FAILED / OUT OF     *
      *          BALANCE AND NEEDING A RERUN.  A JOB COUNTS FOR THE   *
      *          PERIOD WHEN ITS RUN DATE FALLS IN THE CLOSE WINDOW   *
      *          AROUND THE MONTH END (CLS_LEAD_DAYS BEFORE THE 1ST   *
      *          OF THE NEXT MONTH TO CLS_LAG_DAYS AFTER IT).         *
      *          QUARTER-END JOBS ARE ONLY EXPECTED AT QUARTER ENDS.  *
      *          THE PERIOD IS CLS_PERIOD, OR THE EARLIEST PERIOD IN  *
      *          CLOSING STATUS, OR LAST MONTH.  RETURN CODE 4 WHEN   *
      *          ANY EXPECTED JOB IS MISSING OR DID NOT RUN CLEAN.    *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO 'ACCTPER.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-APM-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'CLOSERPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    Read for the checklist, then appended to with this run's
      *    own status line.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  PERIOD-FILE.
           COPY ACCTPER.

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

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
           88 RUN-STATUS-EOF           VALUE '10'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-APM-STAT                 PIC X(2).
           88 PERIOD-FILE-OK           VALUE '00'.
           88 PERIOD-FILE-EOF          VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CURRENT-DATE             PIC 9(8).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           05 WS-CUR-YYYY              PIC 9(4).
           05 WS-CUR-MM                PIC 99.
           05 WS-CUR-DD                PIC 99.

      *----------------------------------------------------------------*
      * THE PERIOD UNDER CLOSE AND ITS STATUS ON THE CALENDAR.         *
      *----------------------------------------------------------------*
       01  WS-CLOSE-PERIOD             PIC 9(6) VALUE ZERO.
       01  WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
           05 WS-CLS-YYYY              PIC 9(4).
           05 WS-CLS-MM                PIC 99.
       01  WS-CFG-PERIOD               PIC 9(6) VALUE ZERO.
       01  WS-CLOSING-PERIOD           PIC 9(6) VALUE 999999.
       01  WS-PERIOD-STATUS            PIC X(7) VALUE 'UNKNOWN'.
       01  WS-PERIOD-CLOSE-DATE        PIC 9(8) VALUE ZERO.

       01  WS-QUARTER-END-IND          PIC X VALUE 'N'.
           88 QUARTER-END-PERIOD       VALUE 'Y'.

      *----------------------------------------------------------------*
      * CLOSE WINDOW: RUNS DATED FROM CLS_LEAD_DAYS BEFORE THE FIRST   *
      * OF THE FOLLOWING MONTH THROUGH CLS_LAG_DAYS AFTER IT COUNT     *
      * FOR THE PERIOD.                                                *
      *----------------------------------------------------------------*
       01  WS-CLS-LEAD-DAYS            PIC 9(3) VALUE 5.
       01  WS-CLS-LAG-DAYS             PIC 9(3) VALUE 15.
       01  WS-NEXT-MONTH-DATE          PIC 9(8).
       01  WS-NEXT-MONTH-DATE-X REDEFINES WS-NEXT-MONTH-DATE.
           05 WS-NXT-YYYY              PIC 9(4).
           05 WS-NXT-MM                PIC 99.
           05 WS-NXT-DD                PIC 99.
       01  WS-WINDOW-FROM-DATE         PIC 9(8).
       01  WS-WINDOW-TO-DATE           PIC 9(8).
       01  WS-DATE-INTEGERS            COMP.
           05 WS-NEXT-MONTH-INT        PIC 9(9).
           05 WS-WORK-INT              PIC 9(9).

      *----------------------------------------------------------------*
      * THE MONTH-END JOBS THE CLOSE DEPENDS ON.  FREQUENCY M IS       *
      * EXPECTED EVERY MONTH, Q ONLY AT QUARTER ENDS.                  *
      *----------------------------------------------------------------*
       01  WS-CLOSE-JOB-TABLE.
           05 FILLER PIC X(39)
              VALUE 'LGAPCLM2MCLAIMS SNAPSHOT / TRIANGLES   '.
           05 FILLER PIC X(39)
              VALUE 'LGAPIBN1MIBNR / ULTIMATE LOSS          '.
           05 FILLER PIC X(39)
              VALUE 'LGAPUPR1MUNEARNED PREMIUM RESERVE      '.
           05 FILLER PIC X(39)
              VALUE 'LGAPDAC1MDEFERRED ACQUISITION COST     '.
           05 FILLER PIC X(39)
              VALUE 'LGAPCOM2MAGENCY COMMISSION STATEMENTS  '.
           05 FILLER PIC X(39)
              VALUE 'LGAPBRD1MCEDED BORDEREAUX              '.
           05 FILLER PIC X(39)
              VALUE 'LGAPMTD1MCONSOLIDATED PREMIUM REGISTER '.
           05 FILLER PIC X(39)
              VALUE 'LGAPVIN1MINSPECTION INVOICE RECONCILE  '.
           05 FILLER PIC X(39)
              VALUE 'LGAPRAG1QRECEIVABLE AGING / NONADMITTED'.
           05 FILLER PIC X(39)
              VALUE 'LGAPACC1QREINSURER ACCOUNT CURRENT     '.
       01  WS-CLOSE-JOB-ENTRIES REDEFINES WS-CLOSE-JOB-TABLE.
           05 WS-JOB-ENTRY             OCCURS 10 TIMES
                                       INDEXED BY JOB-IDX.
              10 WS-JOB-PROGRAM        PIC X(8).
              10 WS-JOB-FREQUENCY      PIC X(1).
                 88 JOB-QUARTERLY      VALUE 'Q'.
              10 WS-JOB-DESC           PIC X(30).
       01  WS-JOB-COUNT                PIC 9(2) VALUE 10.

       01  WS-JOB-RESULTS.
           05 WS-RES-ENTRY             OCCURS 10 TIMES
                                       INDEXED BY RES-IDX.
              10 WS-RES-RUN-CNT        PIC 9(4).
              10 WS-RES-LAST-DATE      PIC 9(8).
              10 WS-RES-LAST-CODE      PIC 9(2).
              10 WS-RES-LAST-TEXT      PIC X(20).

       01  WS-JOB-MATCH-IDX            PIC 9(2) VALUE ZERO.
       01  WS-CHECK-STATUS             PIC X(10).

       01  WS-COUNTERS.
           05 WS-RST-REC-CNT           PIC 9(7) VALUE ZERO.
           05 WS-EXPECTED-CNT          PIC 9(2) VALUE ZERO.
           05 WS-COMPLETE-CNT          PIC 9(2) VALUE ZERO.
           05 WS-WARNING-CNT           PIC 9(2) VALUE ZERO.
           05 WS-RERUN-CNT             PIC 9(2) VALUE ZERO.
           05 WS-MISSING-CNT           PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-CALENDAR THRU P300-EXIT
           PERFORM P350-SET-PERIOD
           PERFORM P400-SCAN-RUN-STATUS THRU P400-EXIT
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           IF WS-COMPLETE-CNT < WS-EXPECTED-CNT
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-JOB-RESULTS
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CLS_PERIOD' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-CFG-PERIOD
               END-IF
               MOVE 'CLS_LEAD_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-CLS-LEAD-DAYS
               END-IF
               MOVE 'CLS_LAG_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-CLS-LAG-DAYS
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * ONE PASS OF THE CALENDAR: THE EARLIEST PERIOD IN CLOSING       *
      * STATUS IS THE DEFAULT PERIOD UNDER CLOSE.  THE STATUS OF THE   *
      * PERIOD ITSELF IS PICKED UP IN P350 ONCE THE PERIOD IS KNOWN.   *
      *----------------------------------------------------------------*
       P300-LOAD-CALENDAR.
           OPEN INPUT PERIOD-FILE
           IF NOT PERIOD-FILE-OK
               DISPLAY 'Warning: Accounting period master unavailable: '
                       WS-APM-STAT
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-PERIOD
           PERFORM UNTIL PERIOD-FILE-EOF
               IF APM-PERIOD-CLOSING AND
                  APM-PERIOD < WS-CLOSING-PERIOD
                   MOVE APM-PERIOD TO WS-CLOSING-PERIOD
               END-IF
               PERFORM P310-READ-PERIOD
           END-PERFORM
           CLOSE PERIOD-FILE.

       P300-EXIT.
           EXIT.

       P310-READ-PERIOD.
           READ PERIOD-FILE
           END-READ.

       P350-SET-PERIOD.
           EVALUATE TRUE
               WHEN WS-CFG-PERIOD > ZERO
                   MOVE WS-CFG-PERIOD TO WS-CLOSE-PERIOD
               WHEN WS-CLOSING-PERIOD NOT = 999999
                   MOVE WS-CLOSING-PERIOD TO WS-CLOSE-PERIOD
               WHEN WS-CUR-MM = 1
                   COMPUTE WS-CLS-YYYY = WS-CUR-YYYY - 1
                   MOVE 12 TO WS-CLS-MM
               WHEN OTHER
                   MOVE WS-CUR-YYYY TO WS-CLS-YYYY
                   COMPUTE WS-CLS-MM = WS-CUR-MM - 1
           END-EVALUATE

           IF WS-CLS-MM = 3 OR WS-CLS-MM = 6 OR
              WS-CLS-MM = 9 OR WS-CLS-MM = 12
               MOVE 'Y' TO WS-QUARTER-END-IND
           END-IF

      *    Window around the first of the following month.
           IF WS-CLS-MM = 12
               COMPUTE WS-NXT-YYYY = WS-CLS-YYYY + 1
               MOVE 1 TO WS-NXT-MM
           ELSE
               MOVE WS-CLS-YYYY TO WS-NXT-YYYY
               COMPUTE WS-NXT-MM = WS-CLS-MM + 1
           END-IF
           MOVE 1 TO WS-NXT-DD
           COMPUTE WS-NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
           COMPUTE WS-WORK-INT = WS-NEXT-MONTH-INT - WS-CLS-LEAD-DAYS
           COMPUTE WS-WINDOW-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           COMPUTE WS-WORK-INT =
               WS-NEXT-MONTH-INT + WS-CLS-LAG-DAYS - 1
           COMPUTE WS-WINDOW-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)

      *    The period's own calendar status, for the report heading.
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-OK
               PERFORM P310-READ-PERIOD
               PERFORM UNTIL PERIOD-FILE-EOF
                   IF APM-PERIOD = WS-CLOSE-PERIOD
                       MOVE APM-STATUS TO WS-PERIOD-STATUS
                       MOVE APM-CLOSE-DATE TO WS-PERIOD-CLOSE-DATE
                   END-IF
                   PERFORM P310-READ-PERIOD
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

      *----------------------------------------------------------------*
      * KEEP, PER CHECKLIST JOB, THE LATEST RUN INSIDE THE WINDOW.     *
      *----------------------------------------------------------------*
       P400-SCAN-RUN-STATUS.
           OPEN INPUT RUN-STATUS-FILE
           IF NOT RUN-STATUS-OK
               DISPLAY 'Warning: Run status file unavailable: '
                       WS-RST-STAT ' - no month-end runs found'
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-RUN-STATUS
           PERFORM UNTIL RUN-STATUS-EOF
               ADD 1 TO WS-RST-REC-CNT
               PERFORM P420-POST-RUN THRU P420-EXIT
               PERFORM P410-READ-RUN-STATUS
           END-PERFORM
           CLOSE RUN-STATUS-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-RUN-STATUS.
           READ RUN-STATUS-FILE
           END-READ.

       P420-POST-RUN.
           IF RST-RUN-DATE NOT NUMERIC OR
              RST-RUN-DATE < WS-WINDOW-FROM-DATE OR
              RST-RUN-DATE > WS-WINDOW-TO-DATE
               GO TO P420-EXIT
           END-IF
      *    A run refused as a duplicate input file (16) applied
      *    nothing -- the job's real last run still stands.
           IF RST-STATUS-CODE = 16
               GO TO P420-EXIT
           END-IF
           MOVE ZERO TO WS-JOB-MATCH-IDX
           PERFORM P430-CHECK-JOB
                   VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > WS-JOB-COUNT
                      OR WS-JOB-MATCH-IDX > ZERO
           IF WS-JOB-MATCH-IDX = ZERO
               GO TO P420-EXIT
           END-IF
      *    The file is in run order, so the last run seen is the
      *    latest; an equal date means a rerun later the same day.
           SET RES-IDX TO WS-JOB-MATCH-IDX
           ADD 1 TO WS-RES-RUN-CNT (RES-IDX)
           IF RST-RUN-DATE >= WS-RES-LAST-DATE (RES-IDX)
               MOVE RST-RUN-DATE TO WS-RES-LAST-DATE (RES-IDX)
               MOVE RST-STATUS-CODE TO WS-RES-LAST-CODE (RES-IDX)
               MOVE RST-STATUS-TEXT TO WS-RES-LAST-TEXT (RES-IDX)
           END-IF.

       P420-EXIT.
           EXIT.

       P430-CHECK-JOB.
           IF WS-JOB-PROGRAM (JOB-IDX) = RST-PROGRAM
               SET WS-JOB-MATCH-IDX TO JOB-IDX
           END-IF.

       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open close checklist file: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    MONTH-END CLOSE CHECKLIST' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Accounting Period:     ' WS-CLOSE-PERIOD
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Calendar Status:       ' WS-PERIOD-STATUS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PERIOD-CLOSE-DATE > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING 'Closed On:             ' WS-PERIOD-CLOSE-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'Close Window:          ' WS-WINDOW-FROM-DATE
                  ' TO ' WS-WINDOW-TO-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'JOB      DESCRIPTION                    RUNS  LAST RUN'
                TO REPORT-LINE
           MOVE '  CODE  STATUS' TO REPORT-LINE (56:14)
           MOVE 'CHECK' TO REPORT-LINE (92:5)
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE (1:100)
           WRITE REPORT-LINE

           PERFORM P610-WRITE-JOB-LINE
                   VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > WS-JOB-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Jobs Expected:         ' WS-EXPECTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Run Clean:             ' WS-COMPLETE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Run With Warnings:     ' WS-WARNING-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Needing Rerun:         ' WS-RERUN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Not Run:               ' WS-MISSING-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-COMPLETE-CNT < WS-EXPECTED-CNT
               MOVE 'CLOSE STATUS: NOT READY TO CLOSE' TO REPORT-LINE
           ELSE
               MOVE 'CLOSE STATUS: READY TO CLOSE' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

       P610-WRITE-JOB-LINE.
           SET RES-IDX TO JOB-IDX
           EVALUATE TRUE
               WHEN JOB-QUARTERLY (JOB-IDX) AND
                    NOT QUARTER-END-PERIOD
                   MOVE 'N/A' TO WS-CHECK-STATUS
               WHEN WS-RES-RUN-CNT (RES-IDX) = ZERO
                   MOVE 'NOT RUN' TO WS-CHECK-STATUS
                   ADD 1 TO WS-EXPECTED-CNT
                   ADD 1 TO WS-MISSING-CNT
               WHEN WS-RES-LAST-CODE (RES-IDX) = ZERO
                   MOVE 'COMPLETE' TO WS-CHECK-STATUS
                   ADD 1 TO WS-EXPECTED-CNT
                   ADD 1 TO WS-COMPLETE-CNT
               WHEN WS-RES-LAST-CODE (RES-IDX) = 4
                   MOVE 'REVIEW' TO WS-CHECK-STATUS
                   ADD 1 TO WS-EXPECTED-CNT
                   ADD 1 TO WS-WARNING-CNT
               WHEN OTHER
                   MOVE 'RERUN' TO WS-CHECK-STATUS
                   ADD 1 TO WS-EXPECTED-CNT
                   ADD 1 TO WS-RERUN-CNT
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           MOVE WS-JOB-PROGRAM (JOB-IDX) TO REPORT-LINE (1:8)
           MOVE WS-JOB-DESC (JOB-IDX) TO REPORT-LINE (10:30)
           MOVE WS-RES-RUN-CNT (RES-IDX) TO REPORT-LINE (41:4)
           IF WS-RES-RUN-CNT (RES-IDX) > ZERO
               MOVE WS-RES-LAST-DATE (RES-IDX) TO REPORT-LINE (47:8)
               MOVE WS-RES-LAST-CODE (RES-IDX) TO REPORT-LINE (58:2)
               MOVE WS-RES-LAST-TEXT (RES-IDX) TO REPORT-LINE (62:20)
           END-IF
           MOVE WS-CHECK-STATUS TO REPORT-LINE (92:10)
           WRITE REPORT-LINE.

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
           MOVE 'LGAPCLS1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-RST-REC-CNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
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
