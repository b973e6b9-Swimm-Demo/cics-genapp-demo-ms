       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCHN1.
      *================================================================*
      * PROGRAM: LGAPCHN1 - END-OF-NIGHT BATCH CHAIN REPORT           *
      * PURPOSE: FOR EVERY JOB ON THE DEPENDENCY TABLE (JOBDEPS.DAT), *
      *          IN CHAIN ORDER, SHOWS WHEN THE GATE STEP RELEASED IT *
      *          (ITS START, FROM JOBLOG.DAT), WHEN IT ENDED AND WITH *
      *          WHAT STATUS (ITS LATEST RUNSTAT.DAT RECORD FOR THE   *
      *          PROCESSING DATE), AND ITS ELAPSED MINUTES AGAINST    *
      *          ITS NORMAL DURATION.  A JOB IS FLAGGED OVERRUN WHEN  *
      *          IT TOOK MORE THAN CHAIN_OVERRUN_PCT (CONFIG, DEFAULT *
      *          25) PERCENT OVER ITS NORMAL TIME.  THE CRITICAL PATH *
      *          -- THE LAST JOB TO END, BACK THROUGH WHICHEVER OF    *
      *          EACH JOB'S PREDECESSORS ENDED LAST -- IS MARKED AND  *
      *          LISTED.  THE PROCESSING DATE FOLLOWS THE GATE STEP   *
      *          (LGAPGTE1): CHAIN_CUTOFF_HOUR AND PROC_DATE.         *
      *          RETURN CODE 4 WHEN ANY JOB DID NOT RUN, WAS HELD,    *
      *          ENDED ABOVE 04 OR OVERRAN; 12 WHEN THE DEPENDENCY    *
      *          TABLE CANNOT BE READ.                                *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENCY-FILE ASSIGN TO 'JOBDEPS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JDP-STAT.

           SELECT JOB-LOG-FILE ASSIGN TO 'JOBLOG.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JBL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'CHAINRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  DEPENDENCY-FILE.
           COPY JOBDEP.

       FD  JOB-LOG-FILE.
           COPY JOBLOG.

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

       01  WS-JDP-STAT                 PIC X(2).
           88 DEPENDENCY-OK            VALUE '00'.
           88 DEPENDENCY-EOF           VALUE '10'.

       01  WS-JBL-STAT                 PIC X(2).
           88 JOB-LOG-OK               VALUE '00'.
           88 JOB-LOG-EOF              VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * PROCESSING DATE AND THE WINDOW OF RUN END TIMES THAT COUNT     *
      * FOR IT, AS YYYYMMDDHHMMSSCC -- AS THE GATE STEP DERIVES THEM.  *
      *----------------------------------------------------------------*
       01  WS-CURRENT-DATE             PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(8).
       01  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME.
           05 WS-CUR-HH                PIC 99.
           05 FILLER                   PIC 9(6).
       01  WS-CUTOFF-HOUR              PIC 99 VALUE 6.
       01  WS-OVERRUN-PCT              PIC 9(3) VALUE 25.
       01  WS-PROC-DATE                PIC 9(8).
       01  WS-PROC-DATE-ENV            PIC X(8) VALUE SPACES.
       01  WS-NEXT-DATE                PIC 9(8).
       01  WS-WINDOW-FROM              PIC 9(16).
       01  WS-WINDOW-TO                PIC 9(16).
       01  WS-RUN-STAMP                PIC 9(16).
       01  WS-RUN-STAMP-X REDEFINES WS-RUN-STAMP.
           05 WS-STAMP-DATE            PIC 9(8).
           05 WS-STAMP-HH              PIC 99.
           05 WS-STAMP-MI              PIC 99.
           05 FILLER                   PIC 9(4).
       01  WS-DATE-INTEGERS            COMP.
           05 WS-WORK-INT              PIC 9(9).
           05 WS-STAMP-MINUTES         PIC 9(9).

      *----------------------------------------------------------------*
      * THE CHAIN: EACH JOB, ITS PREDECESSORS AND NORMAL TIME, AND     *
      * WHAT HAPPENED TO IT THIS NIGHT.                                *
      *----------------------------------------------------------------*
       01  WS-CHN-MAX                  PIC 9(3) VALUE 200.
       01  WS-CHAIN-TABLE.
           05 WS-CHN-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-CHN-ENTRY             OCCURS 200 TIMES
                                       INDEXED BY CHN-IDX.
              10 WS-CHN-JOB            PIC X(8).
              10 WS-CHN-NORMAL-MIN     PIC 9(4).
              10 WS-CHN-PRED           PIC X(8) OCCURS 5 TIMES.
              10 WS-CHN-HELD-CNT       PIC 9(3).
              10 WS-CHN-START-STAMP    PIC 9(16).
              10 WS-CHN-END-STAMP      PIC 9(16).
              10 WS-CHN-CODE           PIC 9(2).
              10 WS-CHN-TEXT           PIC X(20).
              10 WS-CHN-ELAPSED        PIC 9(5).
              10 WS-CHN-STATE          PIC X(10).
              10 WS-CHN-CRITICAL-IND   PIC X.
                 88 WS-CHN-CRITICAL    VALUE 'Y'.
       01  WS-CHN-FULL-IND             PIC X VALUE 'N'.
           88 CHN-TABLE-FULL           VALUE 'Y'.
       01  WS-PRED-IDX                 PIC 9(1).
       01  WS-MATCH-IDX                PIC 9(3) VALUE ZERO.

      *    Critical path, walked back from the last job to end.
       01  WS-CRITICAL-PATH.
           05 WS-CRP-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-CRP-JOB-IDX           PIC 9(3) OCCURS 200 TIMES.
       01  WS-CRP-CURRENT              PIC 9(3) VALUE ZERO.
       01  WS-CRP-NEXT                 PIC 9(3) VALUE ZERO.
       01  WS-CRP-BEST-STAMP           PIC 9(16).
       01  WS-CRP-SUB                  PIC 9(3).

       01  WS-MINUTES-WORK.
           05 WS-START-MINUTES         PIC 9(9).
           05 WS-END-MINUTES           PIC 9(9).
           05 WS-OVERRUN-LIMIT         PIC 9(7).
           05 WS-VARIANCE              PIC S9(5).

       01  WS-COUNTERS.
           05 WS-RST-REC-CNT           PIC 9(7) VALUE ZERO.
           05 WS-JBL-REC-CNT           PIC 9(7) VALUE ZERO.
           05 WS-ENDED-CNT             PIC 9(3) VALUE ZERO.
           05 WS-FAILED-CNT            PIC 9(3) VALUE ZERO.
           05 WS-HELD-CNT              PIC 9(3) VALUE ZERO.
           05 WS-NOT-RUN-CNT           PIC 9(3) VALUE ZERO.
           05 WS-RUNNING-CNT           PIC 9(3) VALUE ZERO.
           05 WS-OVERRUN-CNT           PIC 9(3) VALUE ZERO.

       01  WS-CHAIN-START-STAMP        PIC 9(16) VALUE ZERO.
       01  WS-CHAIN-END-STAMP          PIC 9(16) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 WS-DTL-CRITICAL          PIC X(2).
           05 WS-DTL-JOB               PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-START             PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-END               PIC X(16).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-ELAPSED           PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-NORMAL            PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-VARIANCE          PIC -----9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-CODE              PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-TEXT              PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DTL-STATE             PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-DTL-FLAG              PIC X(20).
       01  WS-STAMP-DISPLAY.
           05 WS-SDS-DATE              PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-SDS-HH                PIC 99.
           05 FILLER                   PIC X VALUE ':'.
           05 WS-SDS-MI                PIC 99.
           05 FILLER                   PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-CHAIN THRU P300-EXIT
           PERFORM P400-SCAN-JOB-LOG THRU P400-EXIT
           PERFORM P500-SCAN-RUN-STATUS THRU P500-EXIT
           PERFORM P600-ASSESS-JOB
                   VARYING CHN-IDX FROM 1 BY 1
                   UNTIL CHN-IDX > WS-CHN-COUNT
           PERFORM P650-FIND-CRITICAL-PATH THRU P650-EXIT
           PERFORM P700-WRITE-REPORT THRU P700-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-PROC-DATE-ENV FROM ENVIRONMENT 'PROC_DATE'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CHAIN_CUTOFF_HOUR' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-CUTOFF-HOUR
               END-IF
               MOVE 'CHAIN_OVERRUN_PCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-OVERRUN-PCT
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           IF WS-CUTOFF-HOUR > 23
               MOVE 6 TO WS-CUTOFF-HOUR
           END-IF

           IF WS-PROC-DATE-ENV IS NUMERIC AND
              WS-PROC-DATE-ENV NOT = ZERO
               MOVE WS-PROC-DATE-ENV TO WS-PROC-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-PROC-DATE
               IF WS-CUR-HH < WS-CUTOFF-HOUR
                   COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                           (WS-CURRENT-DATE) - 1
                   COMPUTE WS-PROC-DATE = FUNCTION DATE-OF-INTEGER
                           (WS-WORK-INT)
               END-IF
           END-IF
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                   (WS-PROC-DATE) + 1
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-WORK-INT)
           COMPUTE WS-WINDOW-FROM = WS-PROC-DATE * 100000000
                                  + WS-CUTOFF-HOUR * 1000000
           COMPUTE WS-WINDOW-TO = WS-NEXT-DATE * 100000000
                                + WS-CUTOFF-HOUR * 1000000.

       P300-LOAD-CHAIN.
           OPEN INPUT DEPENDENCY-FILE
           IF NOT DEPENDENCY-OK
               DISPLAY 'ERROR: Cannot open dependency table: '
                       WS-JDP-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P310-READ-DEPENDENCY
           PERFORM UNTIL DEPENDENCY-EOF
               PERFORM P320-ADD-CHAIN-JOB THRU P320-EXIT
               PERFORM P310-READ-DEPENDENCY
           END-PERFORM
           CLOSE DEPENDENCY-FILE.

       P300-EXIT.
           EXIT.

       P310-READ-DEPENDENCY.
           READ DEPENDENCY-FILE
           END-READ.

       P320-ADD-CHAIN-JOB.
           IF JDP-JOB-NAME = SPACES
               GO TO P320-EXIT
           END-IF
           IF WS-CHN-COUNT NOT < WS-CHN-MAX
               IF NOT CHN-TABLE-FULL
                   DISPLAY 'Warning: more than ' WS-CHN-MAX
                           ' jobs on the dependency table - '
                           'report truncated'
                   MOVE 'Y' TO WS-CHN-FULL-IND
               END-IF
               GO TO P320-EXIT
           END-IF
           ADD 1 TO WS-CHN-COUNT
           SET CHN-IDX TO WS-CHN-COUNT
           INITIALIZE WS-CHN-ENTRY (CHN-IDX)
           MOVE JDP-JOB-NAME TO WS-CHN-JOB (CHN-IDX)
           IF JDP-NORMAL-MINUTES IS NUMERIC
               MOVE JDP-NORMAL-MINUTES TO WS-CHN-NORMAL-MIN (CHN-IDX)
           END-IF
           PERFORM P330-TAKE-PREDECESSOR
                   VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 5.

       P320-EXIT.
           EXIT.

       P330-TAKE-PREDECESSOR.
           MOVE JDP-PRED-JOB (WS-PRED-IDX)
                TO WS-CHN-PRED (CHN-IDX WS-PRED-IDX).

       P340-FIND-JOB.
           MOVE ZERO TO WS-MATCH-IDX
           SET CHN-IDX TO 1
           SEARCH WS-CHN-ENTRY
               AT END
                   CONTINUE
               WHEN CHN-IDX > WS-CHN-COUNT
                   CONTINUE
               WHEN WS-CHN-JOB (CHN-IDX) = RST-PROGRAM
                   SET WS-MATCH-IDX TO CHN-IDX
           END-SEARCH.

      *----------------------------------------------------------------*
      * START TIMES: THE LATEST RELEASE OF EACH JOB BY THE GATE STEP   *
      * FOR THE PROCESSING DATE, AND HOW OFTEN IT WAS HELD.            *
      *----------------------------------------------------------------*
       P400-SCAN-JOB-LOG.
           OPEN INPUT JOB-LOG-FILE
           IF NOT JOB-LOG-OK
               DISPLAY 'Warning: job log unavailable: ' WS-JBL-STAT
                       ' - no start times'
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-JOB-LOG
           PERFORM UNTIL JOB-LOG-EOF
               ADD 1 TO WS-JBL-REC-CNT
               PERFORM P420-POST-JOB-LOG THRU P420-EXIT
               PERFORM P410-READ-JOB-LOG
           END-PERFORM
           CLOSE JOB-LOG-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-JOB-LOG.
           READ JOB-LOG-FILE
           END-READ.

       P420-POST-JOB-LOG.
           IF JBL-PROC-DATE NOT NUMERIC OR
              JBL-PROC-DATE NOT = WS-PROC-DATE OR
              JBL-START-DATE NOT NUMERIC OR
              JBL-START-TIME NOT NUMERIC
               GO TO P420-EXIT
           END-IF
           MOVE JBL-JOB-NAME TO RST-PROGRAM
           PERFORM P340-FIND-JOB
           IF WS-MATCH-IDX = ZERO
               GO TO P420-EXIT
           END-IF
           SET CHN-IDX TO WS-MATCH-IDX
           IF JBL-HELD
               ADD 1 TO WS-CHN-HELD-CNT (CHN-IDX)
               GO TO P420-EXIT
           END-IF
           COMPUTE WS-RUN-STAMP = JBL-START-DATE * 100000000
                                + JBL-START-TIME
           IF WS-RUN-STAMP > WS-CHN-START-STAMP (CHN-IDX)
               MOVE WS-RUN-STAMP TO WS-CHN-START-STAMP (CHN-IDX)
           END-IF.

       P420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * END TIMES AND STATUS: EACH JOB'S LATEST RUN THAT ENDED IN THE  *
      * PROCESSING DATE'S WINDOW.                                      *
      *----------------------------------------------------------------*
       P500-SCAN-RUN-STATUS.
           OPEN INPUT RUN-STATUS-FILE
           IF NOT RUN-STATUS-OK
               DISPLAY 'Warning: run status file unavailable: '
                       WS-RST-STAT
               GO TO P500-EXIT
           END-IF
           PERFORM P510-READ-RUN-STATUS
           PERFORM UNTIL RUN-STATUS-EOF
               ADD 1 TO WS-RST-REC-CNT
               PERFORM P520-POST-RUN THRU P520-EXIT
               PERFORM P510-READ-RUN-STATUS
           END-PERFORM
           CLOSE RUN-STATUS-FILE.

       P500-EXIT.
           EXIT.

       P510-READ-RUN-STATUS.
           READ RUN-STATUS-FILE
           END-READ.

       P520-POST-RUN.
           IF RST-RUN-DATE NOT NUMERIC
               GO TO P520-EXIT
           END-IF
           COMPUTE WS-RUN-STAMP = RST-RUN-DATE * 100000000
           IF RST-RUN-TIME IS NUMERIC
               ADD RST-RUN-TIME TO WS-RUN-STAMP
           END-IF
           IF WS-RUN-STAMP < WS-WINDOW-FROM OR
              WS-RUN-STAMP NOT < WS-WINDOW-TO
               GO TO P520-EXIT
           END-IF
           PERFORM P340-FIND-JOB
           IF WS-MATCH-IDX = ZERO
               GO TO P520-EXIT
           END-IF
           SET CHN-IDX TO WS-MATCH-IDX
           IF WS-RUN-STAMP NOT < WS-CHN-END-STAMP (CHN-IDX)
               MOVE WS-RUN-STAMP TO WS-CHN-END-STAMP (CHN-IDX)
               MOVE RST-STATUS-CODE TO WS-CHN-CODE (CHN-IDX)
               MOVE RST-STATUS-TEXT TO WS-CHN-TEXT (CHN-IDX)
           END-IF.

       P520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * STATE, ELAPSED MINUTES AND CHAIN TOTALS FOR ONE JOB.  A START  *
      * LATER THAN THE END MEANS A RERUN IS STILL RUNNING.             *
      *----------------------------------------------------------------*
       P600-ASSESS-JOB.
           EVALUATE TRUE
               WHEN WS-CHN-END-STAMP (CHN-IDX) = ZERO AND
                    WS-CHN-START-STAMP (CHN-IDX) NOT = ZERO
                   MOVE 'RUNNING' TO WS-CHN-STATE (CHN-IDX)
                   ADD 1 TO WS-RUNNING-CNT
               WHEN WS-CHN-END-STAMP (CHN-IDX) = ZERO AND
                    WS-CHN-HELD-CNT (CHN-IDX) > ZERO
                   MOVE 'HELD' TO WS-CHN-STATE (CHN-IDX)
                   ADD 1 TO WS-HELD-CNT
               WHEN WS-CHN-END-STAMP (CHN-IDX) = ZERO
                   MOVE 'NOT RUN' TO WS-CHN-STATE (CHN-IDX)
                   ADD 1 TO WS-NOT-RUN-CNT
               WHEN WS-CHN-START-STAMP (CHN-IDX) >
                    WS-CHN-END-STAMP (CHN-IDX)
                   MOVE 'RERUNNING' TO WS-CHN-STATE (CHN-IDX)
                   ADD 1 TO WS-RUNNING-CNT
               WHEN WS-CHN-CODE (CHN-IDX) > 4
                   MOVE 'FAILED' TO WS-CHN-STATE (CHN-IDX)
                   ADD 1 TO WS-FAILED-CNT
               WHEN OTHER
                   MOVE 'ENDED' TO WS-CHN-STATE (CHN-IDX)
                   ADD 1 TO WS-ENDED-CNT
           END-EVALUATE

           IF WS-CHN-START-STAMP (CHN-IDX) NOT = ZERO AND
              (WS-CHAIN-START-STAMP = ZERO OR
               WS-CHN-START-STAMP (CHN-IDX) < WS-CHAIN-START-STAMP)
               MOVE WS-CHN-START-STAMP (CHN-IDX)
                    TO WS-CHAIN-START-STAMP
           END-IF
           IF WS-CHN-END-STAMP (CHN-IDX) > WS-CHAIN-END-STAMP
               MOVE WS-CHN-END-STAMP (CHN-IDX) TO WS-CHAIN-END-STAMP
           END-IF

           IF WS-CHN-START-STAMP (CHN-IDX) NOT = ZERO AND
              WS-CHN-END-STAMP (CHN-IDX) NOT <
              WS-CHN-START-STAMP (CHN-IDX)
               MOVE WS-CHN-START-STAMP (CHN-IDX) TO WS-RUN-STAMP
               PERFORM P610-STAMP-TO-MINUTES
               MOVE WS-STAMP-MINUTES TO WS-START-MINUTES
               MOVE WS-CHN-END-STAMP (CHN-IDX) TO WS-RUN-STAMP
               PERFORM P610-STAMP-TO-MINUTES
               MOVE WS-STAMP-MINUTES TO WS-END-MINUTES
               COMPUTE WS-CHN-ELAPSED (CHN-IDX) =
                       WS-END-MINUTES - WS-START-MINUTES
               COMPUTE WS-OVERRUN-LIMIT =
                       WS-CHN-NORMAL-MIN (CHN-IDX) *
                       (100 + WS-OVERRUN-PCT) / 100
               IF WS-CHN-NORMAL-MIN (CHN-IDX) > ZERO AND
                  WS-CHN-ELAPSED (CHN-IDX) > WS-OVERRUN-LIMIT
                   ADD 1 TO WS-OVERRUN-CNT
               END-IF
           END-IF.

       P610-STAMP-TO-MINUTES.
           COMPUTE WS-STAMP-MINUTES =
                   FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
                   + WS-STAMP-HH * 60 + WS-STAMP-MI.

      *----------------------------------------------------------------*
      * CRITICAL PATH: START FROM THE JOB THAT ENDED LAST AND STEP     *
      * BACK TO WHICHEVER OF ITS PREDECESSORS ENDED LAST, UNTIL A JOB  *
      * WITH NO PREDECESSOR THAT RAN.  THE STEP COUNT IS CAPPED AT THE *
      * CHAIN SIZE SO A LOOP IN THE TABLE CANNOT HANG THE REPORT.      *
      *----------------------------------------------------------------*
       P650-FIND-CRITICAL-PATH.
           MOVE ZERO TO WS-CRP-CURRENT
           MOVE ZERO TO WS-CRP-BEST-STAMP
           PERFORM P660-CHECK-LAST-END
                   VARYING CHN-IDX FROM 1 BY 1
                   UNTIL CHN-IDX > WS-CHN-COUNT
           IF WS-CRP-CURRENT = ZERO
               GO TO P650-EXIT
           END-IF
           PERFORM P670-STEP-BACK
                   UNTIL WS-CRP-CURRENT = ZERO OR
                         WS-CRP-COUNT NOT < WS-CHN-COUNT.

       P650-EXIT.
           EXIT.

       P660-CHECK-LAST-END.
           IF WS-CHN-END-STAMP (CHN-IDX) > WS-CRP-BEST-STAMP
               MOVE WS-CHN-END-STAMP (CHN-IDX) TO WS-CRP-BEST-STAMP
               SET WS-CRP-CURRENT TO CHN-IDX
           END-IF.

       P670-STEP-BACK.
           ADD 1 TO WS-CRP-COUNT
           MOVE WS-CRP-CURRENT TO WS-CRP-JOB-IDX (WS-CRP-COUNT)
           MOVE 'Y' TO WS-CHN-CRITICAL-IND (WS-CRP-CURRENT)
           MOVE ZERO TO WS-CRP-NEXT
           MOVE ZERO TO WS-CRP-BEST-STAMP
           PERFORM P680-CHECK-PREDECESSOR-END
                   VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 5
           MOVE WS-CRP-NEXT TO WS-CRP-CURRENT.

       P680-CHECK-PREDECESSOR-END.
           IF WS-CHN-PRED (WS-CRP-CURRENT WS-PRED-IDX) NOT = SPACES
               MOVE WS-CHN-PRED (WS-CRP-CURRENT WS-PRED-IDX)
                    TO RST-PROGRAM
               PERFORM P340-FIND-JOB
               IF WS-MATCH-IDX NOT = ZERO
                   IF WS-CHN-END-STAMP (WS-MATCH-IDX) >
                      WS-CRP-BEST-STAMP AND
                      NOT WS-CHN-CRITICAL (WS-MATCH-IDX)
                       MOVE WS-CHN-END-STAMP (WS-MATCH-IDX)
                            TO WS-CRP-BEST-STAMP
                       MOVE WS-MATCH-IDX TO WS-CRP-NEXT
                   END-IF
               END-IF
           END-IF.

       P700-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open chain report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P700-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '       NIGHTLY BATCH CHAIN REPORT - PROCESSING DATE '
                  WS-PROC-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  JOB       START             END                ELAP'
                TO REPORT-LINE
           MOVE 'NORM     VAR  RC  STATUS                STATE'
                TO REPORT-LINE (55:)
           WRITE REPORT-LINE
           MOVE '  * = CRITICAL PATH      TIMES ARE YYYYMMDD HH:MM, '
                TO REPORT-LINE
           MOVE 'ELAPSED AND NORMAL IN MINUTES' TO REPORT-LINE (52:)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P710-WRITE-JOB-LINE
                   VARYING CHN-IDX FROM 1 BY 1
                   UNTIL CHN-IDX > WS-CHN-COUNT
           PERFORM P720-WRITE-SUMMARY
           CLOSE REPORT-FILE.

       P700-EXIT.
           EXIT.

       P710-WRITE-JOB-LINE.
           MOVE SPACES TO WS-DTL-CRITICAL WS-DTL-START WS-DTL-END
                          WS-DTL-CODE WS-DTL-TEXT WS-DTL-FLAG
           MOVE ZERO TO WS-DTL-ELAPSED WS-DTL-VARIANCE
           IF WS-CHN-CRITICAL (CHN-IDX)
               MOVE '* ' TO WS-DTL-CRITICAL
           END-IF
           MOVE WS-CHN-JOB (CHN-IDX) TO WS-DTL-JOB
           IF WS-CHN-START-STAMP (CHN-IDX) NOT = ZERO
               MOVE WS-CHN-START-STAMP (CHN-IDX) TO WS-RUN-STAMP
               PERFORM P730-FORMAT-STAMP
               MOVE WS-STAMP-DISPLAY TO WS-DTL-START
           END-IF
           IF WS-CHN-END-STAMP (CHN-IDX) NOT = ZERO
               MOVE WS-CHN-END-STAMP (CHN-IDX) TO WS-RUN-STAMP
               PERFORM P730-FORMAT-STAMP
               MOVE WS-STAMP-DISPLAY TO WS-DTL-END
               MOVE WS-CHN-CODE (CHN-IDX) TO WS-DTL-CODE
               MOVE WS-CHN-TEXT (CHN-IDX) TO WS-DTL-TEXT
           END-IF
           MOVE WS-CHN-NORMAL-MIN (CHN-IDX) TO WS-DTL-NORMAL
           MOVE WS-CHN-STATE (CHN-IDX) TO WS-DTL-STATE
           IF WS-CHN-START-STAMP (CHN-IDX) NOT = ZERO AND
              WS-CHN-END-STAMP (CHN-IDX) NOT <
              WS-CHN-START-STAMP (CHN-IDX)
               MOVE WS-CHN-ELAPSED (CHN-IDX) TO WS-DTL-ELAPSED
               COMPUTE WS-VARIANCE = WS-CHN-ELAPSED (CHN-IDX)
                                   - WS-CHN-NORMAL-MIN (CHN-IDX)
               MOVE WS-VARIANCE TO WS-DTL-VARIANCE
               COMPUTE WS-OVERRUN-LIMIT =
                       WS-CHN-NORMAL-MIN (CHN-IDX) *
                       (100 + WS-OVERRUN-PCT) / 100
               IF WS-CHN-NORMAL-MIN (CHN-IDX) > ZERO AND
                  WS-CHN-ELAPSED (CHN-IDX) > WS-OVERRUN-LIMIT
                   MOVE 'OVERRUN' TO WS-DTL-FLAG
               END-IF
           END-IF
           IF WS-CHN-HELD-CNT (CHN-IDX) > ZERO AND
              WS-DTL-FLAG = SPACES
               STRING 'HELD ' WS-CHN-HELD-CNT (CHN-IDX) ' TIME(S)'
                      DELIMITED BY SIZE INTO WS-DTL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       P720-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Jobs In Chain:         ' WS-CHN-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Jobs Ended:            ' WS-ENDED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Jobs Failed (RC > 04): ' WS-FAILED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Jobs Held At Gate:     ' WS-HELD-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Jobs Still Running:    ' WS-RUNNING-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Jobs Not Run:          ' WS-NOT-RUN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Jobs Overrun:          ' WS-OVERRUN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CHAIN-START-STAMP NOT = ZERO
               MOVE WS-CHAIN-START-STAMP TO WS-RUN-STAMP
               PERFORM P730-FORMAT-STAMP
               MOVE SPACES TO REPORT-LINE
               STRING 'Chain Started:         ' WS-STAMP-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CHAIN-END-STAMP NOT = ZERO
               MOVE WS-CHAIN-END-STAMP TO WS-RUN-STAMP
               PERFORM P730-FORMAT-STAMP
               MOVE SPACES TO REPORT-LINE
               STRING 'Chain Ended:           ' WS-STAMP-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CRITICAL PATH (FIRST TO LAST):' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P740-WRITE-CRITICAL-JOB
                   VARYING WS-CRP-SUB FROM WS-CRP-COUNT BY -1
                   UNTIL WS-CRP-SUB < 1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-FAILED-CNT > ZERO OR WS-HELD-CNT > ZERO OR
              WS-NOT-RUN-CNT > ZERO OR WS-OVERRUN-CNT > ZERO OR
              CHN-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.

       P730-FORMAT-STAMP.
           MOVE WS-STAMP-DATE TO WS-SDS-DATE
           MOVE WS-STAMP-HH TO WS-SDS-HH
           MOVE WS-STAMP-MI TO WS-SDS-MI.

       P740-WRITE-CRITICAL-JOB.
           SET CHN-IDX TO WS-CRP-JOB-IDX (WS-CRP-SUB)
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CHN-JOB (CHN-IDX) TO REPORT-LINE (5:8)
           MOVE WS-CHN-END-STAMP (CHN-IDX) TO WS-RUN-STAMP
           PERFORM P730-FORMAT-STAMP
           MOVE 'ENDED' TO REPORT-LINE (15:5)
           MOVE WS-STAMP-DISPLAY TO REPORT-LINE (21:16)
           MOVE WS-CHN-ELAPSED (CHN-IDX) TO WS-DTL-ELAPSED
           MOVE WS-DTL-ELAPSED TO REPORT-LINE (38:5)
           MOVE 'MIN' TO REPORT-LINE (44:3)
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
           MOVE 'LGAPCHN1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-CHN-COUNT TO RST-RECORD-COUNT
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
