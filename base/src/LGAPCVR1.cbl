       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCVR1.
      *================================================================*
      * PROGRAM: LGAPCVR1 - DAILY COVERAGE REVIEW REPORT              *
      * PURPOSE: RUN AFTER LGAPCLM1.  READS THE CLAIMS MASTER AND     *
      *          LISTS FOR THE CLAIMS SUPERVISOR EVERY OPEN CLAIM     *
      *          STILL ON A COVERAGE QUESTION -- ITS PERIL WAS NOT    *
      *          FOUND WRITTEN ON THE POLICY AT INTAKE, SO NO         *
      *          PAYMENT CAN BE MADE ON IT -- WITH THE DAYS IT HAS    *
      *          WAITED FOR A COVERAGE DECISION, FOLLOWED BY THE      *
      *          COVERAGE DECISIONS KEYED TODAY.                      *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

           SELECT REPORT-FILE ASSIGN TO 'CVRRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CURRENT-DATE             PIC 9(8).
       01  WS-TODAY-INT                PIC 9(9) COMP.
       01  WS-RAISED-INT               PIC 9(9) COMP.

       01  WS-COUNTERS.
           05 WS-CLAIM-REC-CNT         PIC 9(7) VALUE ZERO.
           05 WS-QUESTION-CNT          PIC 9(7) VALUE ZERO.
           05 WS-CONFIRMED-CNT         PIC 9(7) VALUE ZERO.
           05 WS-DENIED-CNT            PIC 9(7) VALUE ZERO.
           05 WS-QUESTION-RESERVE      PIC 9(11)V99 VALUE ZERO.
           05 WS-OLDEST-DAYS           PIC 9(5) VALUE ZERO.

      *    Claim type to peril mapping, for the peril names.
           COPY CLMPERIL.

      *----------------------------------------------------------------*
      * THE CLAIMS ON THE REPORT, HELD SO THE QUESTIONS STILL OPEN CAN *
      * BE WRITTEN AHEAD OF TODAY'S DECISIONS.  TYPE Q = AWAITING A    *
      * DECISION, C/D = CONFIRMED OR DENIED TODAY.                     *
      *----------------------------------------------------------------*
       01  WS-REVIEW-TABLE.
           05 WS-RVW-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-RVW-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY RVW-IDX.
              10 WS-RVW-TYPE           PIC X(1).
              10 WS-RVW-CLAIM-NUMBER   PIC X(15).
              10 WS-RVW-CUSTOMER-NUM   PIC X(10).
              10 WS-RVW-CLAIM-DATE     PIC 9(8).
              10 WS-RVW-CLAIM-TYPE     PIC X(10).
              10 WS-RVW-PERIL          PIC X(1).
              10 WS-RVW-DAYS           PIC 9(5).
              10 WS-RVW-ADJUSTER-ID    PIC X(6).
              10 WS-RVW-RESERVE        PIC 9(8)V99.

       01  WS-RVW-FULL-IND             PIC X VALUE 'N'.
           88 REVIEW-TABLE-FULL        VALUE 'Y'.

       01  WS-REPORT-WORK.
           05 WS-RPT-TYPE              PIC X(1).
           05 WS-PERIL-NAME            PIC X(10).
           05 WS-DECISION-TEXT         PIC X(9).
           05 WS-DAYS-DISPLAY          PIC ZZZZ9.
           05 WS-AMT-DISPLAY           PIC ZZ,ZZZ,ZZ9.99.
           05 WS-TOT-DISPLAY           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P400-SCAN-CLAIMS THRU P400-EXIT
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-CURRENT-DATE).

       P400-SCAN-CLAIMS.
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               DISPLAY 'ERROR: Cannot open claims master: '
                       WS-CLM-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               PERFORM P420-CHECK-CLAIM THRU P420-EXIT
               PERFORM P410-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE
           IF REVIEW-TABLE-FULL
               DISPLAY 'ERROR: Coverage review claims exceed the '
                       'in-core table - report incomplete'
               MOVE 8 TO RETURN-CODE
           END-IF.

       P400-EXIT.
           EXIT.

       P410-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

      *    A question still open on an open claim, or any decision
      *    keyed today.  Masters from before coverage was verified
      *    carry spaces and never appear.
       P420-CHECK-CLAIM.
           ADD 1 TO WS-CLAIM-REC-CNT
           IF NOT CLM-COVERAGE-DATE NUMERIC
               GO TO P420-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CLM-COVERAGE-QUESTION AND CLM-OPEN
                   ADD 1 TO WS-QUESTION-CNT
                   ADD CLM-RESERVE-AMOUNT TO WS-QUESTION-RESERVE
               WHEN CLM-COVERAGE-CONFIRMED AND
                    CLM-COVERAGE-DATE = WS-CURRENT-DATE
                   ADD 1 TO WS-CONFIRMED-CNT
               WHEN CLM-COVERAGE-DENIED AND
                    CLM-COVERAGE-DATE = WS-CURRENT-DATE
                   ADD 1 TO WS-DENIED-CNT
               WHEN OTHER
                   GO TO P420-EXIT
           END-EVALUATE

           IF WS-RVW-COUNT >= 5000
               MOVE 'Y' TO WS-RVW-FULL-IND
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-RVW-COUNT
           SET RVW-IDX TO WS-RVW-COUNT
           MOVE CLM-COVERAGE-STATUS TO WS-RVW-TYPE (RVW-IDX)
           MOVE CLM-CLAIM-NUMBER TO WS-RVW-CLAIM-NUMBER (RVW-IDX)
           MOVE CLM-CUSTOMER-NUM TO WS-RVW-CUSTOMER-NUM (RVW-IDX)
           MOVE CLM-CLAIM-DATE TO WS-RVW-CLAIM-DATE (RVW-IDX)
           MOVE CLM-CLAIM-TYPE TO WS-RVW-CLAIM-TYPE (RVW-IDX)
           MOVE CLM-COVERAGE-PERIL TO WS-RVW-PERIL (RVW-IDX)
           MOVE CLM-ADJUSTER-ID TO WS-RVW-ADJUSTER-ID (RVW-IDX)
           MOVE CLM-RESERVE-AMOUNT TO WS-RVW-RESERVE (RVW-IDX)
           MOVE ZERO TO WS-RVW-DAYS (RVW-IDX)
           IF CLM-COVERAGE-QUESTION AND CLM-COVERAGE-DATE > ZERO
               COMPUTE WS-RAISED-INT = FUNCTION INTEGER-OF-DATE
                                       (CLM-COVERAGE-DATE)
               IF WS-RAISED-INT < WS-TODAY-INT
                   COMPUTE WS-RVW-DAYS (RVW-IDX) =
                       WS-TODAY-INT - WS-RAISED-INT
               END-IF
               IF WS-RVW-DAYS (RVW-IDX) > WS-OLDEST-DAYS
                   MOVE WS-RVW-DAYS (RVW-IDX) TO WS-OLDEST-DAYS
               END-IF
           END-IF.

       P420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE REPORT -- THE QUESTIONS AWAITING A DECISION, THEN THE      *
      * DECISIONS KEYED TODAY, THEN THE COUNTS.                        *
      *----------------------------------------------------------------*
       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open coverage review file: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '        DAILY COVERAGE REVIEW REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Run Date:             ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '  AWAITING COVERAGE DECISION - PERIL NOT WRITTEN, NO PA
      -         'YMENT MAY BE MADE' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-QUESTION-CNT = ZERO
               MOVE '      NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'Q' TO WS-RPT-TYPE
               PERFORM P610-WRITE-REVIEW-ITEM THRU P610-EXIT
                       VARYING RVW-IDX FROM 1 BY 1
                       UNTIL RVW-IDX > WS-RVW-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '  COVERAGE DECISIONS TODAY' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CONFIRMED-CNT + WS-DENIED-CNT = ZERO
               MOVE '      NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'C' TO WS-RPT-TYPE
               PERFORM P610-WRITE-REVIEW-ITEM THRU P610-EXIT
                       VARYING RVW-IDX FROM 1 BY 1
                       UNTIL RVW-IDX > WS-RVW-COUNT
               MOVE 'D' TO WS-RPT-TYPE
               PERFORM P610-WRITE-REVIEW-ITEM THRU P610-EXIT
                       VARYING RVW-IDX FROM 1 BY 1
                       UNTIL RVW-IDX > WS-RVW-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Claims On Master:     ' WS-CLAIM-REC-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Awaiting Decision:    ' WS-QUESTION-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-QUESTION-RESERVE TO WS-TOT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Reserve Awaiting:     ' WS-TOT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OLDEST-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Oldest Waiting Days:  ' WS-DAYS-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Confirmed Today:      ' WS-CONFIRMED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Denied Today:         ' WS-DENIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

      *    One claim of the kind in WS-RPT-TYPE.
       P610-WRITE-REVIEW-ITEM.
           IF WS-RVW-TYPE (RVW-IDX) NOT = WS-RPT-TYPE
               GO TO P610-EXIT
           END-IF
           MOVE WS-RVW-PERIL (RVW-IDX) TO WS-PERIL-NAME
           PERFORM P620-NAME-PERIL
                   VARYING CPN-IDX FROM 1 BY 1
                   UNTIL CPN-IDX > CPM-PERIL-COUNT
           MOVE WS-RVW-RESERVE (RVW-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-RPT-TYPE = 'Q'
               MOVE WS-RVW-DAYS (RVW-IDX) TO WS-DAYS-DISPLAY
               STRING '      CLAIM ' WS-RVW-CLAIM-NUMBER (RVW-IDX)
                      ' CUST ' WS-RVW-CUSTOMER-NUM (RVW-IDX)
                      ' LOSS ' WS-RVW-CLAIM-DATE (RVW-IDX)
                      ' TYPE ' WS-RVW-CLAIM-TYPE (RVW-IDX)
                      ' PERIL ' WS-PERIL-NAME
                      ' DAYS ' WS-DAYS-DISPLAY
                      ' ADJ ' WS-RVW-ADJUSTER-ID (RVW-IDX)
                      ' RSV ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               IF WS-RPT-TYPE = 'C'
                   MOVE 'CONFIRMED' TO WS-DECISION-TEXT
               ELSE
                   MOVE 'DENIED' TO WS-DECISION-TEXT
               END-IF
               STRING '      CLAIM ' WS-RVW-CLAIM-NUMBER (RVW-IDX)
                      ' CUST ' WS-RVW-CUSTOMER-NUM (RVW-IDX)
                      ' LOSS ' WS-RVW-CLAIM-DATE (RVW-IDX)
                      ' TYPE ' WS-RVW-CLAIM-TYPE (RVW-IDX)
                      ' PERIL ' WS-PERIL-NAME
                      ' ' WS-DECISION-TEXT
                      ' ADJ ' WS-RVW-ADJUSTER-ID (RVW-IDX)
                      ' RSV ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       P610-EXIT.
           EXIT.

       P620-NAME-PERIL.
           IF CPN-PERIL-CODE (CPN-IDX) = WS-RVW-PERIL (RVW-IDX)
               MOVE CPN-PERIL-NAME (CPN-IDX) TO WS-PERIL-NAME
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
           MOVE 'LGAPCVR1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-CLAIM-REC-CNT TO RST-RECORD-COUNT
           MOVE WS-QUESTION-RESERVE TO RST-TOTAL-AMOUNT
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
