      *================================================================*
      * PROGRAM: LGAPUPR1 - EARNED/UNEARNED PREMIUM RESERVE BATCH     *
      * PURPOSE: MONTH-END JOB THAT WALKS THE IN-FORCE BOOK (THE      *
      *          WRITTEN PREMIUM HISTORY, PREMHIST.DAT, FOR THE       *
      *          PERIOD'S RUN DATES), PRO-RATES EACH APPROVED         *
      *          POLICY'S TOTAL PREMIUM OVER ITS EFFECTIVE DATE PLUS  *
      *          TERM TO THE STATEMENT DATE,                          *
      *          AND REPORTS EARNED PREMIUM, UNEARNED PREMIUM RESERVE *
      *          AND MOVEMENT FROM THE PRIOR STATEMENT, BROKEN DOWN   *
      *          BY TERRITORY, POLICY TYPE AND UNDERWRITING COMPANY   *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Every rating run's policy transactions, keyed by run
      *    date and loaded by LGAPWPH1 -- the period is one START
      *    and a read forward.
           SELECT HISTORY-FILE ASSIGN TO 'PREMHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PMH-KEY
                  FILE STATUS IS WS-PMH-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
           COPY PREMHIST.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-PMH-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-EOF              VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.
       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * STATEMENT PERIOD CONTROL -- THE WALK STARTS AT THE FIRST RUN   *
      * DATE OF THE BOOK (UPR_PERIOD_START IN CONFIG.DAT) AND RUNS     *
      * THROUGH THE STATEMENT DATE.                                    *
      *----------------------------------------------------------------*
       01  WS-STATEMENT-DATE           PIC 9(8).
       01  WS-PERIOD-START-DATE        PIC 9(8) VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-STMT-INT              PIC 9(9).
           05 WS-START-INT             PIC 9(9).
           05 WS-EFF-INT               PIC 9(9).
           05 WS-EXP-INT               PIC 9(9).
           05 WS-TERM-DAYS             PIC 9(9).
           05 WS-EARNED-DAYS           PIC 9(9).

       01  WS-READ-START-DATE          PIC 9(8).

       01  WS-EXPIRE-DATE-NUM          PIC 9(8).
       01  WS-EXPIRE-DATE-X REDEFINES WS-EXPIRE-DATE-NUM.
           05 WS-EFF-MMDD              PIC 9(4).

       01  WS-COUNTERS.
           05 WS-RUN-DATES-READ        PIC 9(5) VALUE ZERO.
           05 WS-POLICY-CNT            PIC 9(7) VALUE ZERO.
           05 WS-TERMINATED-CNT        PIC 9(7) VALUE ZERO.

       01  WS-POLICY-WORK.

       01  WS-TYPE-MATCH-IDX           PIC 9 VALUE ZERO.

      *----------------------------------------------------------------*
      * RESERVE BY UNDERWRITING COMPANY -- EACH COMPANY CARRIES ITS    *
      * OWN UPR ON ITS OWN STATUTORY STATEMENT.  RECORDS WRITTEN       *
      * BEFORE THE COMPANY SPLIT CARRY NO COMPANY CODE AND BELONG TO   *
      * THE HOME COMPANY (CONFIG CMP_HOME_COMPANY).                    *
      *----------------------------------------------------------------*
       01  WS-HOME-COMPANY             PIC X(5) VALUE '00001'.
       01  WS-REC-COMPANY              PIC X(5).

       01  WS-COMPANY-TOTALS.
           05 WS-CMP-COUNT             PIC 9(2) VALUE ZERO.
           05 WS-CMP-TABLE             OCCURS 9 TIMES
                                       INDEXED BY CMP-IDX.
              10 WS-CMP-CODE           PIC X(5).
              10 WS-CMP-POL-CNT        PIC 9(7).
              10 WS-CMP-WRITTEN        PIC 9(12)V99.
              10 WS-CMP-EARNED         PIC 9(12)V99.
              10 WS-CMP-UNEARNED       PIC 9(12)V99.

       01  WS-CMP-MATCH-IDX            PIC 9(2) VALUE ZERO.

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SGN-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY GLPERIOD.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P205-RESOLVE-GL-PERIOD
           PERFORM P300-READ-PRIOR-STATEMENT
           PERFORM P400-READ-PREMIUM-HISTORY
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P630-WRITE-GL-JOURNAL THRU P630-EXIT
           PERFORM P650-SAVE-STATEMENT

           INITIALIZE WS-TYPE-TOTALS
           INITIALIZE WS-TERRITORY-TOTALS
           INITIALIZE WS-COMPANY-TOTALS
           MOVE 'C' TO WS-TYPE-CODE (1)
           MOVE 'COMMERCIAL' TO WS-TYPE-DESC (1)
           MOVE 'P' TO WS-TYPE-CODE (2)
           MOVE ' ' TO WS-TYPE-CODE (4)
           MOVE 'OTHER' TO WS-TYPE-DESC (4).

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
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-UPR-GL-EARNED-ACCT
               END-IF
               MOVE 'CMP_HOME_COMPANY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND CONFIG-VALUE NOT = SPACES
                   MOVE CONFIG-VALUE (1:5) TO WS-HOME-COMPANY
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

               CLOSE UPR-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------*
      * READ THE WRITTEN PREMIUM HISTORY FROM THE FIRST RUN DATE OF    *
      * THE PERIOD THROUGH THE STATEMENT DATE.  WITHOUT THE HISTORY    *
      * THERE IS NO BOOK TO RESERVE, SO THE RUN STOPS.                 *
      *----------------------------------------------------------------*
       P400-READ-PREMIUM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'ERROR: Cannot open written premium history: '
                       WS-PMH-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           COMPUTE WS-READ-START-DATE = FUNCTION DATE-OF-INTEGER
                                         (WS-START-INT)
           MOVE WS-READ-START-DATE TO PMH-RUN-DATE
           MOVE ZERO TO PMH-SEQUENCE-NUM
           START HISTORY-FILE KEY NOT < PMH-KEY
               INVALID KEY
                   MOVE '10' TO WS-PMH-STAT
           END-START
           IF HISTORY-OK
               PERFORM P430-READ-HISTORY
           END-IF
           PERFORM UNTIL NOT HISTORY-OK
               PERFORM P440-PROCESS-RECORD THRU P440-EXIT
               PERFORM P430-READ-HISTORY
           END-PERFORM
           IF NOT HISTORY-EOF
               DISPLAY 'Warning: written premium history read ended '
                       'with status ' WS-PMH-STAT
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE HISTORY-FILE.

       P430-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
      *    Run dates after the statement date are outside the period.
           IF HISTORY-OK AND PMH-RUN-DATE > WS-STATEMENT-DATE
               MOVE '10' TO WS-PMH-STAT
           END-IF.

       P440-PROCESS-RECORD.
      *    Each run date opens with its control record
           IF PMH-CONTROL-RECORD
               ADD 1 TO WS-RUN-DATES-READ
               GO TO P440-EXIT
           END-IF

           IF PMH-STATUS NOT = 'APPROVED'
               GO TO P440-EXIT
           END-IF

           IF PMH-EFFECTIVE-DATE = ZERO OR PMH-POLICY-TERM = ZERO
               GO TO P440-EXIT
           END-IF


           PERFORM P450-CALC-EARNED-UNEARNED
           PERFORM P460-ACCUM-TERRITORY THRU P460-EXIT
           PERFORM P470-ACCUM-POLICY-TYPE
           PERFORM P480-ACCUM-COMPANY THRU P480-EXIT.

       P440-EXIT.
           EXIT.
           IF NOT MASTER-IS-OPEN
               GO TO P445-EXIT
           END-IF
           IF PMH-POLICY-NUM = SPACES
               GO TO P445-EXIT
           END-IF
           MOVE PMH-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P445-EXIT
      *    Pro-rata earning over the term, using the same effective-
      *    date-plus-term expiration projection LGAPREN1, LGAPEND1
      *    and LGAPCAN1 use.
           MOVE PMH-TOTAL-PREMIUM TO WS-TOTAL-PREM

           MOVE PMH-EFFECTIVE-DATE TO OUT-EFFECTIVE-DATE-HOLD
           COMPUTE WS-EXPIRE-YYYY = WS-EFF-YYYY + PMH-POLICY-TERM
           MOVE WS-EFF-MMDD TO WS-EXPIRE-MMDD

           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE
                                  (PMH-EFFECTIVE-DATE)
           COMPUTE WS-EXP-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-EXPIRE-DATE-NUM)
           COMPUTE WS-TERM-DAYS = WS-EXP-INT - WS-EFF-INT
                   ADD 1 TO WS-TERR-COUNT
                   MOVE WS-TERR-COUNT TO WS-TERR-MATCH-IDX
                   SET TERR-IDX TO WS-TERR-MATCH-IDX
                   MOVE PMH-TERRITORY-CODE TO WS-TERR-CODE (TERR-IDX)
                   MOVE ZERO TO WS-TERR-POL-CNT (TERR-IDX)
                   MOVE ZERO TO WS-TERR-WRITTEN (TERR-IDX)
                   MOVE ZERO TO WS-TERR-EARNED (TERR-IDX)
           EXIT.

       P461-CHECK-TERR-ENTRY.
           IF WS-TERR-CODE (TERR-IDX) = PMH-TERRITORY-CODE
               SET WS-TERR-MATCH-IDX TO TERR-IDX
           END-IF.

           ADD WS-UNEARNED-PREM TO WS-TYPE-UNEARNED (TYPE-IDX).

       P471-CHECK-TYPE-ENTRY.
           IF WS-TYPE-CODE (TYPE-IDX) = PMH-POLICY-TYPE
               SET WS-TYPE-MATCH-IDX TO TYPE-IDX
           END-IF.

       P480-ACCUM-COMPANY.
           IF PMH-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
           ELSE
               MOVE PMH-COMPANY-CODE TO WS-REC-COMPANY
           END-IF
           MOVE ZERO TO WS-CMP-MATCH-IDX
           PERFORM P481-CHECK-CMP-ENTRY
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CMP-COUNT

           IF WS-CMP-MATCH-IDX = ZERO
               IF WS-CMP-COUNT < 9
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-CMP-COUNT TO WS-CMP-MATCH-IDX
                   SET CMP-IDX TO WS-CMP-MATCH-IDX
                   MOVE WS-REC-COMPANY TO WS-CMP-CODE (CMP-IDX)
                   MOVE ZERO TO WS-CMP-POL-CNT (CMP-IDX)
                   MOVE ZERO TO WS-CMP-WRITTEN (CMP-IDX)
                   MOVE ZERO TO WS-CMP-EARNED (CMP-IDX)
                   MOVE ZERO TO WS-CMP-UNEARNED (CMP-IDX)
               ELSE
                   DISPLAY 'Warning: Company table full - company '
                           WS-REC-COMPANY ' not subtotalled'
                   MOVE 4 TO RETURN-CODE
                   GO TO P480-EXIT
               END-IF
           END-IF

           SET CMP-IDX TO WS-CMP-MATCH-IDX
           ADD 1 TO WS-CMP-POL-CNT (CMP-IDX)
           ADD WS-TOTAL-PREM TO WS-CMP-WRITTEN (CMP-IDX)
           ADD WS-EARNED-PREM TO WS-CMP-EARNED (CMP-IDX)
           ADD WS-UNEARNED-PREM TO WS-CMP-UNEARNED (CMP-IDX).

       P480-EXIT.
           EXIT.

       P481-CHECK-CMP-ENTRY.
           IF WS-CMP-CODE (CMP-IDX) = WS-REC-COMPANY
               SET WS-CMP-MATCH-IDX TO CMP-IDX
           END-IF.

       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'History Run Dates:     ' WS-RUN-DATES-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

                   UNTIL TYPE-IDX > 4
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    RESERVE BY UNDERWRITING COMPANY' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P625-WRITE-COMPANY-LINE
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CMP-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

               WRITE REPORT-LINE
           END-IF.

       P625-WRITE-COMPANY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CMP-UNEARNED (CMP-IDX) TO WS-AMT-DISPLAY
           STRING '  COMPANY ' WS-CMP-CODE (CMP-IDX)
                  ' POLICIES: ' WS-CMP-POL-CNT (CMP-IDX)
                  ' UNEARNED: ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CMP-WRITTEN (CMP-IDX) TO WS-AMT-DISPLAY
           STRING '        WRITTEN:  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CMP-EARNED (CMP-IDX) TO WS-AMT-DISPLAY
           STRING '        EARNED:   ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * THE RESERVE JOURNAL: THE PRIOR STATEMENT'S UPR IS REVERSED     *
      * (DEBIT THE RESERVE, CREDIT EARNED PREMIUM) AND THE CURRENT     *
           IF PRIOR-STATEMENT-FOUND AND WS-PRIOR-UNEARNED > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE WS-UPR-GL-UPR-ACCT TO GLJ-ACCOUNT
               MOVE 'REVERSE PRIOR UPR' TO GLJ-ACCOUNT-DESC
               MOVE WS-PRIOR-UNEARNED TO GLJ-DEBIT-AMT

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE WS-UPR-GL-EARNED-ACCT TO GLJ-ACCOUNT
               MOVE 'REVERSE PRIOR UPR DEFERRAL' TO GLJ-ACCOUNT-DESC
               MOVE ZERO TO GLJ-DEBIT-AMT
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE WS-UPR-GL-EARNED-ACCT TO GLJ-ACCOUNT
           MOVE SPACES TO GLJ-ACCOUNT-DESC
           STRING 'UPR DEFERRAL TERR ' WS-TERR-CODE (TERR-IDX)

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE WS-UPR-GL-UPR-ACCT TO GLJ-ACCOUNT
           MOVE SPACES TO GLJ-ACCOUNT-DESC
           STRING 'UPR RESERVE TERR ' WS-TERR-CODE (TERR-IDX)
           MOVE 'LGAPUPR1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-POLICY-CNT TO RST-RECORD-COUNT
           MOVE WS-TOT-UNEARNED TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
