       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPGTE1.
      *================================================================*
      * PROGRAM: LGAPGTE1 - BATCH CHAIN DEPENDENCY GATE               *
      * PURPOSE: FIRST STEP OF EVERY JOB IN THE NIGHTLY CHAIN.  THE   *
      *          JOB IS NAMED IN ENVIRONMENT VARIABLE GATE_JOB.  ITS  *
      *          PREDECESSORS AND THE HIGHEST RETURN CODE EACH MAY    *
      *          HAVE ENDED WITH COME FROM THE DEPENDENCY TABLE       *
      *          JOBDEPS.DAT; EACH PREDECESSOR'S LATEST RUN FOR THE   *
      *          PROCESSING DATE IS LOOKED UP ON RUNSTAT.DAT.  IF ANY *
      *          PREDECESSOR HAS NOT RUN OR ENDED ABOVE ITS LIMIT THE *
      *          JOB IS HELD (RETURN CODE 20) AND MUST NOT START;     *
      *          OTHERWISE IT IS RELEASED.  EITHER WAY THE OUTCOME IS *
      *          LOGGED ON JOBLOG.DAT, WHICH GIVES THE CHAIN REPORT   *
      *          (LGAPCHN1) THE JOB'S START TIME.                     *
      *          THE PROCESSING DATE IS TODAY, OR YESTERDAY BEFORE    *
      *          THE CHAIN CUTOFF HOUR (CONFIG CHAIN_CUTOFF_HOUR,     *
      *          DEFAULT 06) SO A CHAIN RUNNING PAST MIDNIGHT KEEPS   *
      *          ITS DATE; A RUN COUNTS FOR THE DATE WHEN IT ENDED    *
      *          BETWEEN THE CUTOFF HOUR THAT DAY AND THE CUTOFF HOUR *
      *          THE NEXT.  ENVIRONMENT VARIABLE PROC_DATE OVERRIDES  *
      *          THE DATE FOR A RERUN OF AN EARLIER NIGHT.            *
      *          RETURN CODE 4 WHEN THE JOB IS NOT IN THE TABLE (NO   *
      *          PREDECESSORS TO CHECK), 12 WHEN THE JOB IS NOT NAMED *
      *          OR THE TABLE CANNOT BE READ -- THE JOB IS HELD.      *
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

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-GATE-JOB                 PIC X(8) VALUE SPACES.
       01  WS-JOB-FOUND-IND            PIC X VALUE 'N'.
           88 JOB-IN-TABLE             VALUE 'Y'.
       01  WS-HOLD-IND                 PIC X VALUE 'N'.
           88 JOB-HELD                 VALUE 'Y'.
       01  WS-HOLD-REASON              PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------*
      * PROCESSING DATE AND THE WINDOW OF RUN END TIMES THAT COUNT     *
      * FOR IT, AS YYYYMMDDHHMMSSCC.                                   *
      *----------------------------------------------------------------*
       01  WS-CURRENT-DATE             PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(8).
       01  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME.
           05 WS-CUR-HH                PIC 99.
           05 FILLER                   PIC 9(6).
       01  WS-CUTOFF-HOUR              PIC 99 VALUE 6.
       01  WS-PROC-DATE                PIC 9(8).
       01  WS-PROC-DATE-ENV            PIC X(8) VALUE SPACES.
       01  WS-NEXT-DATE                PIC 9(8).
       01  WS-WINDOW-FROM              PIC 9(16).
       01  WS-WINDOW-TO                PIC 9(16).
       01  WS-RUN-STAMP                PIC 9(16).
       01  WS-DATE-INTEGERS            COMP.
           05 WS-WORK-INT              PIC 9(9).

      *----------------------------------------------------------------*
      * THE JOB'S PREDECESSORS AND THE LATEST RUN FOUND FOR EACH.      *
      *----------------------------------------------------------------*
       01  WS-PREDECESSORS.
           05 WS-PRD-ENTRY             OCCURS 5 TIMES
                                       INDEXED BY PRD-IDX.
              10 WS-PRD-JOB            PIC X(8).
              10 WS-PRD-MAX-RC         PIC 9(2).
              10 WS-PRD-FOUND-IND      PIC X.
                 88 WS-PRD-FOUND       VALUE 'Y'.
              10 WS-PRD-STAMP          PIC 9(16).
              10 WS-PRD-CODE           PIC 9(2).
              10 WS-PRD-TEXT           PIC X(20).
       01  WS-PRD-COUNT                PIC 9(2) VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-RST-REC-CNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-DEPENDENCIES THRU P300-EXIT
           IF JOB-IN-TABLE AND WS-PRD-COUNT > ZERO
               PERFORM P400-SCAN-RUN-STATUS THRU P400-EXIT
               PERFORM P500-CHECK-PREDECESSOR
                       VARYING PRD-IDX FROM 1 BY 1
                       UNTIL PRD-IDX > WS-PRD-COUNT
           END-IF
           PERFORM P800-LOG-GATE-RESULT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-GATE-JOB FROM ENVIRONMENT 'GATE_JOB'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
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
                                + WS-CUTOFF-HOUR * 1000000

           DISPLAY 'LGAPGTE1: gate for ' WS-GATE-JOB
                   ' processing date ' WS-PROC-DATE.

      *----------------------------------------------------------------*
      * FIND THE JOB ON THE DEPENDENCY TABLE.  NO JOB NAME OR NO TABLE *
      * HOLDS THE JOB -- IT CANNOT BE SHOWN SAFE TO START.             *
      *----------------------------------------------------------------*
       P300-LOAD-DEPENDENCIES.
           IF WS-GATE-JOB = SPACES
               DISPLAY 'ERROR: No job named in GATE_JOB'
               MOVE 'Y' TO WS-HOLD-IND
               MOVE 'NO JOB NAMED IN GATE_JOB' TO WS-HOLD-REASON
               MOVE 12 TO RETURN-CODE
               GO TO P300-EXIT
           END-IF

           OPEN INPUT DEPENDENCY-FILE
           IF NOT DEPENDENCY-OK
               DISPLAY 'ERROR: Cannot open dependency table: '
                       WS-JDP-STAT
               MOVE 'Y' TO WS-HOLD-IND
               MOVE 'DEPENDENCY TABLE UNAVAILABLE' TO WS-HOLD-REASON
               MOVE 12 TO RETURN-CODE
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-DEPENDENCY
           PERFORM UNTIL DEPENDENCY-EOF OR JOB-IN-TABLE
               IF JDP-JOB-NAME = WS-GATE-JOB
                   MOVE 'Y' TO WS-JOB-FOUND-IND
                   PERFORM P320-TAKE-PREDECESSOR
                           VARYING PRD-IDX FROM 1 BY 1
                           UNTIL PRD-IDX > 5
               ELSE
                   PERFORM P310-READ-DEPENDENCY
               END-IF
           END-PERFORM
           CLOSE DEPENDENCY-FILE

           IF NOT JOB-IN-TABLE
               DISPLAY 'Warning: ' WS-GATE-JOB
                       ' is not on the dependency table - released '
                       'without predecessor checks'
               MOVE 4 TO RETURN-CODE
           END-IF.

       P300-EXIT.
           EXIT.

       P310-READ-DEPENDENCY.
           READ DEPENDENCY-FILE
           END-READ.

       P320-TAKE-PREDECESSOR.
           IF JDP-PRED-JOB (PRD-IDX) NOT = SPACES
               ADD 1 TO WS-PRD-COUNT
               MOVE JDP-PRED-JOB (PRD-IDX)
                    TO WS-PRD-JOB (WS-PRD-COUNT)
               MOVE JDP-PRED-MAX-RC (PRD-IDX)
                    TO WS-PRD-MAX-RC (WS-PRD-COUNT)
               MOVE 'N' TO WS-PRD-FOUND-IND (WS-PRD-COUNT)
               MOVE ZERO TO WS-PRD-STAMP (WS-PRD-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * KEEP THE LATEST RUN OF EACH PREDECESSOR THAT ENDED IN THE      *
      * PROCESSING DATE'S WINDOW -- A RERUN AFTER A FAILURE SUPERSEDES *
      * THE FAILED RUN.                                                *
      *----------------------------------------------------------------*
       P400-SCAN-RUN-STATUS.
           OPEN INPUT RUN-STATUS-FILE
           IF NOT RUN-STATUS-OK
               DISPLAY 'Warning: run status file unavailable: '
                       WS-RST-STAT
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-RUN-STATUS
           PERFORM UNTIL RUN-STATUS-EOF
               ADD 1 TO WS-RST-REC-CNT
               PERFORM P420-CHECK-RUN THRU P420-EXIT
               PERFORM P410-READ-RUN-STATUS
           END-PERFORM
           CLOSE RUN-STATUS-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-RUN-STATUS.
           READ RUN-STATUS-FILE
           END-READ.

       P420-CHECK-RUN.
           IF RST-RUN-DATE NOT NUMERIC
               GO TO P420-EXIT
           END-IF
           COMPUTE WS-RUN-STAMP = RST-RUN-DATE * 100000000
           IF RST-RUN-TIME IS NUMERIC
               ADD RST-RUN-TIME TO WS-RUN-STAMP
           END-IF
           IF WS-RUN-STAMP < WS-WINDOW-FROM OR
              WS-RUN-STAMP NOT < WS-WINDOW-TO
               GO TO P420-EXIT
           END-IF
           PERFORM P430-MATCH-PREDECESSOR
                   VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > WS-PRD-COUNT.

       P420-EXIT.
           EXIT.

       P430-MATCH-PREDECESSOR.
           IF WS-PRD-JOB (PRD-IDX) = RST-PROGRAM AND
              WS-RUN-STAMP NOT < WS-PRD-STAMP (PRD-IDX)
               MOVE 'Y' TO WS-PRD-FOUND-IND (PRD-IDX)
               MOVE WS-RUN-STAMP TO WS-PRD-STAMP (PRD-IDX)
               MOVE RST-STATUS-CODE TO WS-PRD-CODE (PRD-IDX)
               MOVE RST-STATUS-TEXT TO WS-PRD-TEXT (PRD-IDX)
           END-IF.

       P500-CHECK-PREDECESSOR.
           IF NOT WS-PRD-FOUND (PRD-IDX)
               DISPLAY 'HELD: predecessor ' WS-PRD-JOB (PRD-IDX)
                       ' has not run for ' WS-PROC-DATE
               IF NOT JOB-HELD
                   STRING WS-PRD-JOB (PRD-IDX) ' HAS NOT RUN'
                          DELIMITED BY SIZE INTO WS-HOLD-REASON
               END-IF
               MOVE 'Y' TO WS-HOLD-IND
               MOVE 20 TO RETURN-CODE
           ELSE
               IF WS-PRD-CODE (PRD-IDX) > WS-PRD-MAX-RC (PRD-IDX)
                   DISPLAY 'HELD: predecessor ' WS-PRD-JOB (PRD-IDX)
                           ' ended RC ' WS-PRD-CODE (PRD-IDX)
                           ' (' WS-PRD-TEXT (PRD-IDX)
                           ') - limit ' WS-PRD-MAX-RC (PRD-IDX)
                   IF NOT JOB-HELD
                       STRING WS-PRD-JOB (PRD-IDX) ' ENDED RC '
                              WS-PRD-CODE (PRD-IDX) ' '
                              WS-PRD-TEXT (PRD-IDX)
                              DELIMITED BY SIZE INTO WS-HOLD-REASON
                   END-IF
                   MOVE 'Y' TO WS-HOLD-IND
                   MOVE 20 TO RETURN-CODE
               ELSE
                   DISPLAY 'OK:   predecessor ' WS-PRD-JOB (PRD-IDX)
                           ' ended RC ' WS-PRD-CODE (PRD-IDX)
               END-IF
           END-IF.

       P800-LOG-GATE-RESULT.
           IF JOB-HELD
               DISPLAY 'LGAPGTE1: ' WS-GATE-JOB ' HELD - '
                       WS-HOLD-REASON
           ELSE
               DISPLAY 'LGAPGTE1: ' WS-GATE-JOB ' RELEASED'
           END-IF
           OPEN EXTEND JOB-LOG-FILE
           IF NOT JOB-LOG-OK
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           IF NOT JOB-LOG-OK
               DISPLAY 'Warning: job log unavailable: ' WS-JBL-STAT
           ELSE
               MOVE SPACES TO JOB-LOG-RECORD
               MOVE WS-GATE-JOB TO JBL-JOB-NAME
               MOVE WS-PROC-DATE TO JBL-PROC-DATE
               MOVE WS-CURRENT-DATE TO JBL-START-DATE
               MOVE WS-CURRENT-TIME TO JBL-START-TIME
               IF JOB-HELD
                   MOVE 'HELD' TO JBL-GATE-RESULT
                   MOVE WS-HOLD-REASON TO JBL-REASON
               ELSE
                   MOVE 'RELEASED' TO JBL-GATE-RESULT
               END-IF
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
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
           MOVE 'LGAPGTE1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-PRD-COUNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
           EVALUATE RETURN-CODE
               WHEN 0  MOVE 'CLEAN' TO RST-STATUS-TEXT
               WHEN 4  MOVE 'WARNINGS' TO RST-STATUS-TEXT
               WHEN 8  MOVE 'OUT OF BALANCE' TO RST-STATUS-TEXT
               WHEN 12 MOVE 'FATAL' TO RST-STATUS-TEXT
               WHEN 20 MOVE 'DEPENDENCY HELD' TO RST-STATUS-TEXT
               WHEN OTHER MOVE 'CHECK LOG' TO RST-STATUS-TEXT
           END-EVALUATE
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.

       P990-EXIT.
           EXIT.
