       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPRAG1.
      *================================================================*
      * PROGRAM: LGAPRAG1 - PREMIUM RECEIVABLE AGING / NONADMITTED    *
      * PURPOSE: QUARTER-END JOB THAT AGES EVERY OPEN AND SHORT-PAID  *
      *          INSTALLMENT ON THE INSTALLMENT MASTER FROM ITS DUE   *
      *          DATE INTO CURRENT / 31-60 / 61-90 / OVER-90 DAY      *
      *          BUCKETS, AND REPORTS THE AGING BY AGENCY, BY POLICY  *
      *          TYPE AND IN TOTAL.  THE OVER-90 BALANCE IS TAKEN TO  *
      *          THE STATUTORY NONADMITTED ASSET: A POLICY WITH ANY   *
      *          INSTALLMENT OVER 90 DAYS DUE HAS THAT AMOUNT AND     *
      *          EVERY OTHER INSTALLMENT RECORDED ON IT NONADMITTED.  *
      *          THE NONADMITTED RESERVE JOURNAL (RAGJRNL.DAT, GL     *
      *          JOURNAL LAYOUT) REVERSES THE PRIOR QUARTER AND       *
      *          RE-ESTABLISHES THE CURRENT RESERVE BY AGENCY, AND    *
      *          THE POLICIES DRIVING THE OVER-90 BUCKET ARE LISTED   *
      *          FOR COLLECTIONS.                                     *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-MASTER-FILE ASSIGN TO 'INSTMST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

      *    Agency and policy type come off the policy master; agency
      *    names off the agency master, when it is there.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT AGENCY-MASTER-FILE ASSIGN TO 'AGENCY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AGM-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

      *    Prior-quarter nonadmitted reserve, read for the reversal
      *    and rewritten with this statement's figures at end of run.
           SELECT AGING-MASTER-FILE ASSIGN TO 'RAGMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAM-STAT.

           SELECT REPORT-FILE ASSIGN TO 'RAGRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    The quarter's nonadmitted reserve journal, in the same
      *    account/debit/credit layout as the daily premium journal,
      *    so accounting loads it instead of re-keying the report.
           SELECT JOURNAL-FILE ASSIGN TO 'RAGJRNL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JRN-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  AGENCY-MASTER-FILE.
           COPY AGENCYM.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

      *    The statement just taken, plus the one before it, so a
      *    rerun of the same quarter reverses the same prior reserve
      *    the original run did.
       FD  AGING-MASTER-FILE.
       01  AGING-MASTER-RECORD.
           05 RAM-STATEMENT-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RAM-POLICY-CNT           PIC 9(7).
           05 FILLER                   PIC X VALUE SPACE.
           05 RAM-OVER-90              PIC 9(13)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RAM-NONADMITTED          PIC 9(13)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RAM-PRIOR-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RAM-PRIOR-NONADMITTED    PIC 9(13)V99.

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

       01  WS-IMS-STAT                 PIC X(2).
           88 INST-MASTER-OK           VALUE '00'.
           88 INST-MASTER-EOF          VALUE '10'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

       01  WS-AGM-STAT                 PIC X(2).
           88 AGENCY-MASTER-OK         VALUE '00'.
           88 AGENCY-MASTER-EOF        VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RAM-STAT                 PIC X(2).
           88 AGING-MASTER-OK          VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-JRN-STAT                 PIC X(2).
           88 JOURNAL-OK               VALUE '00'.

      *----------------------------------------------------------------*
      * STATEMENT DATE -- TODAY UNLESS RAG_STATEMENT_DATE PINS THE     *
      * QUARTER END THE AGING IS TAKEN AS OF.                          *
      *----------------------------------------------------------------*
       01  WS-STATEMENT-DATE           PIC 9(8).

       01  WS-DATE-INTEGERS            COMP.
           05 WS-STMT-INT              PIC 9(9).
           05 WS-DUE-INT               PIC 9(9).
           05 WS-DAYS-PAST-DUE         PIC S9(9).

      *----------------------------------------------------------------*
      * CHART-OF-ACCOUNTS MAPPING FOR THE NONADMITTED JOURNAL (CONFIG  *
      * KEYS RAG_GL_NONADM_ACCT AND RAG_GL_SURPLUS_ACCT).  THE PRIOR   *
      * QUARTER'S RESERVE IS REVERSED IN ONE PAIR AND THE CURRENT      *
      * RESERVE RE-ESTABLISHED PER AGENCY, SO DEBITS AND CREDITS TIE   *
      * BY CONSTRUCTION AND THE NET EFFECT IS THE CHANGE IN            *
      * NONADMITTED ASSETS CHARGED TO SURPLUS.                         *
      *----------------------------------------------------------------*
       01  WS-GL-ACCOUNT-MAP.
           05 WS-RAG-GL-NONADM-ACCT    PIC X(8) VALUE '13190'.
           05 WS-RAG-GL-SURPLUS-ACCT   PIC X(8) VALUE '39300'.

       01  WS-PRIOR-STATEMENT.
           05 WS-PRIOR-FOUND           PIC X VALUE 'N'.
              88 PRIOR-STATEMENT-FOUND VALUE 'Y'.
           05 WS-PRIOR-STMT-DATE       PIC 9(8) VALUE ZERO.
           05 WS-PRIOR-NONADMITTED     PIC 9(13)V99 VALUE ZERO.

       01  WS-NONADM-MOVEMENT          PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * AGING BY POLICY -- SAME FIND-OR-ADD PATTERN AS THE RECEIVABLES *
      * TABLE IN LGAPPAY1.  BUCKETS: 1 CURRENT (NOT YET DUE THROUGH 30 *
      * DAYS PAST DUE), 2 31-60, 3 61-90, 4 OVER 90.                   *
      *----------------------------------------------------------------*
       01  WS-POLICY-AGING.
           05 WS-PAG-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-PAG-ENTRY             OCCURS 10000 TIMES
                                       INDEXED BY PAG-IDX.
              10 WS-PAG-POLICY-NUM     PIC X(12).
              10 WS-PAG-CUSTOMER-NUM   PIC X(10).
              10 WS-PAG-AGENCY-CODE    PIC X(4).
              10 WS-PAG-POLICY-TYPE    PIC X(1).
              10 WS-PAG-OLDEST-DUE     PIC 9(8).
              10 WS-PAG-BUCKET         PIC 9(10)V99 OCCURS 4 TIMES.
              10 WS-PAG-BALANCE        PIC 9(10)V99.
              10 WS-PAG-NONADMITTED    PIC 9(10)V99.

       01  WS-PAG-MATCH-IDX            PIC 9(5) VALUE ZERO.

       01  WS-AGENCY-AGING.
           05 WS-AGA-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-AGA-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY AGA-IDX.
              10 WS-AGA-AGENCY-CODE    PIC X(4).
              10 WS-AGA-AGENCY-NAME    PIC X(30).
              10 WS-AGA-POLICY-CNT     PIC 9(6).
              10 WS-AGA-BUCKET         PIC 9(12)V99 OCCURS 4 TIMES.
              10 WS-AGA-BALANCE        PIC 9(12)V99.
              10 WS-AGA-NONADMITTED    PIC 9(12)V99.

       01  WS-AGA-MATCH-IDX            PIC 9(3) VALUE ZERO.

       01  WS-TYPE-AGING.
           05 WS-TYPE-ENTRY            OCCURS 4 TIMES
                                       INDEXED BY TYPE-IDX.
              10 WS-TYPE-CODE          PIC X(1).
              10 WS-TYPE-DESC          PIC X(12).
              10 WS-TYPE-POLICY-CNT    PIC 9(6).
              10 WS-TYPE-BUCKET        PIC 9(12)V99 OCCURS 4 TIMES.
              10 WS-TYPE-BALANCE       PIC 9(12)V99.
              10 WS-TYPE-NONADMITTED   PIC 9(12)V99.

       01  WS-TYPE-MATCH-IDX           PIC 9 VALUE ZERO.

       01  WS-BOOK-AGING.
           05 WS-TOT-POLICY-CNT        PIC 9(7) VALUE ZERO.
           05 WS-TOT-INST-CNT          PIC 9(7) VALUE ZERO.
           05 WS-TOT-OVER-90-CNT       PIC 9(7) VALUE ZERO.
           05 WS-TOT-BUCKET            PIC 9(13)V99 OCCURS 4 TIMES.
           05 WS-TOT-BALANCE           PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-NONADMITTED       PIC 9(13)V99 VALUE ZERO.

       01  WS-BKT                      PIC 9 VALUE ZERO.
       01  WS-INST-BALANCE             PIC 9(8)V99.

       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 AGING-TABLE-FULL         VALUE 'Y'.

      *----------------------------------------------------------------*
      * ONE AGING LINE: A LABEL, THE FOUR BUCKETS, THE BALANCE AND THE *
      * NONADMITTED AMOUNT.                                            *
      *----------------------------------------------------------------*
       01  WS-AGING-LINE.
           05 WS-AGL-LABEL             PIC X(36).
           05 WS-AGL-AMOUNT            PIC 9(13)V99 OCCURS 6 TIMES.

       01  WS-AGL-DISPLAY.
           05 WS-AGL-DISP              PIC ZZZ,ZZZ,ZZ9.99
                                       OCCURS 6 TIMES.

       01  WS-AGL-SUB                  PIC 9 VALUE ZERO.

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SGN-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY             PIC ZZZZ9.

       COPY GLPERIOD.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P205-RESOLVE-GL-PERIOD
           PERFORM P250-LOAD-AGENCIES THRU P250-EXIT
           PERFORM P300-READ-PRIOR-STATEMENT
           PERFORM P400-AGE-INSTALLMENTS THRU P400-EXIT
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           IF AGING-TABLE-FULL
               DISPLAY 'ERROR: Receivables exceed the aging tables - '
                       'no reserve journal written'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P500-CALC-NONADMITTED
                   VARYING PAG-IDX FROM 1 BY 1
                   UNTIL PAG-IDX > WS-PAG-COUNT
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P700-WRITE-GL-JOURNAL THRU P700-EXIT
           PERFORM P750-SAVE-STATEMENT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-STATEMENT-DATE FROM DATE YYYYMMDD
           PERFORM P210-READ-CONFIG
           COMPUTE WS-STMT-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-STATEMENT-DATE)
           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: Policy master unavailable: '
                       WS-POL-STAT ' - agency and policy type '
                       'reported as unknown'
           END-IF

           INITIALIZE WS-TYPE-AGING
           INITIALIZE WS-BOOK-AGING
           MOVE 'C' TO WS-TYPE-CODE (1)
           MOVE 'COMMERCIAL' TO WS-TYPE-DESC (1)
           MOVE 'P' TO WS-TYPE-CODE (2)
           MOVE 'PERSONAL' TO WS-TYPE-DESC (2)
           MOVE 'F' TO WS-TYPE-CODE (3)
           MOVE 'FARM' TO WS-TYPE-DESC (3)
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
               MOVE 'RAG_STATEMENT_DATE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-STATEMENT-DATE
               END-IF
               MOVE 'RAG_GL_NONADM_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-RAG-GL-NONADM-ACCT
               END-IF
               MOVE 'RAG_GL_SURPLUS_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-RAG-GL-SURPLUS-ACCT
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

      *    Agency names only -- an agency with receivables but no
      *    agency master row is still aged, under its code alone.
       P250-LOAD-AGENCIES.
           OPEN INPUT AGENCY-MASTER-FILE
           IF NOT AGENCY-MASTER-OK
               GO TO P250-EXIT
           END-IF
           PERFORM P260-READ-AGENCY
           PERFORM UNTIL AGENCY-MASTER-EOF
               IF WS-AGA-COUNT < 500
                   ADD 1 TO WS-AGA-COUNT
                   SET AGA-IDX TO WS-AGA-COUNT
                   INITIALIZE WS-AGA-ENTRY (AGA-IDX)
                   MOVE AGY-AGENCY-CODE TO WS-AGA-AGENCY-CODE (AGA-IDX)
                   MOVE AGY-AGENCY-NAME TO WS-AGA-AGENCY-NAME (AGA-IDX)
               END-IF
               PERFORM P260-READ-AGENCY
           END-PERFORM
           CLOSE AGENCY-MASTER-FILE.

       P250-EXIT.
           EXIT.

       P260-READ-AGENCY.
           READ AGENCY-MASTER-FILE
           END-READ.

       P300-READ-PRIOR-STATEMENT.
           OPEN INPUT AGING-MASTER-FILE
           IF AGING-MASTER-OK
               READ AGING-MASTER-FILE
               IF AGING-MASTER-OK
      *            A rerun of the same statement reverses what the
      *            original run reversed, not its own reserve.
                   IF RAM-STATEMENT-DATE = WS-STATEMENT-DATE
                       IF RAM-PRIOR-DATE NUMERIC AND
                          RAM-PRIOR-DATE > ZERO
                           MOVE 'Y' TO WS-PRIOR-FOUND
                           MOVE RAM-PRIOR-DATE TO WS-PRIOR-STMT-DATE
                           MOVE RAM-PRIOR-NONADMITTED
                                TO WS-PRIOR-NONADMITTED
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-PRIOR-FOUND
                       MOVE RAM-STATEMENT-DATE TO WS-PRIOR-STMT-DATE
                       MOVE RAM-NONADMITTED TO WS-PRIOR-NONADMITTED
                   END-IF
               END-IF
               CLOSE AGING-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------*
      * AGE EVERY OPEN OR SHORT-PAID INSTALLMENT BY DAYS PAST ITS DUE  *
      * DATE AS OF THE STATEMENT DATE.                                 *
      *----------------------------------------------------------------*
       P400-AGE-INSTALLMENTS.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               DISPLAY 'Warning: No installment master on file - '
                       'nothing to age'
               MOVE 4 TO RETURN-CODE
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-INSTALLMENT
           PERFORM UNTIL INST-MASTER-EOF
               PERFORM P420-AGE-INSTALLMENT THRU P420-EXIT
               PERFORM P410-READ-INSTALLMENT
           END-PERFORM
           CLOSE INSTALLMENT-MASTER-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-INSTALLMENT.
           READ INSTALLMENT-MASTER-FILE
           END-READ.

       P420-AGE-INSTALLMENT.
           IF NOT IMS-OPEN AND NOT IMS-SHORT-PAID
               GO TO P420-EXIT
           END-IF
           IF IMS-DUE-DATE NOT NUMERIC OR
              IMS-TOTAL-DUE NOT > IMS-PAID-AMOUNT
               GO TO P420-EXIT
           END-IF
           COMPUTE WS-INST-BALANCE = IMS-TOTAL-DUE - IMS-PAID-AMOUNT

           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                                 (IMS-DUE-DATE)
           COMPUTE WS-DAYS-PAST-DUE = WS-STMT-INT - WS-DUE-INT
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE > 90
                   MOVE 4 TO WS-BKT
               WHEN WS-DAYS-PAST-DUE > 60
                   MOVE 3 TO WS-BKT
               WHEN WS-DAYS-PAST-DUE > 30
                   MOVE 2 TO WS-BKT
               WHEN OTHER
                   MOVE 1 TO WS-BKT
           END-EVALUATE

      *    The master is kept in policy order, so the last policy
      *    found is tried before the table is searched.
           IF WS-PAG-MATCH-IDX > ZERO
               SET PAG-IDX TO WS-PAG-MATCH-IDX
               IF WS-PAG-POLICY-NUM (PAG-IDX) NOT = IMS-POLICY-NUM
                   MOVE ZERO TO WS-PAG-MATCH-IDX
               END-IF
           END-IF
           IF WS-PAG-MATCH-IDX = ZERO
               PERFORM P430-CHECK-POLICY-SLOT
                       VARYING PAG-IDX FROM 1 BY 1
                       UNTIL PAG-IDX > WS-PAG-COUNT
                          OR WS-PAG-MATCH-IDX > ZERO
           END-IF
           IF WS-PAG-MATCH-IDX = ZERO
               IF WS-PAG-COUNT < 10000
                   PERFORM P440-ADD-POLICY THRU P440-EXIT
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
                   GO TO P420-EXIT
               END-IF
           END-IF

           SET PAG-IDX TO WS-PAG-MATCH-IDX
           ADD 1 TO WS-TOT-INST-CNT
           ADD WS-INST-BALANCE TO WS-PAG-BUCKET (PAG-IDX, WS-BKT)
           ADD WS-INST-BALANCE TO WS-PAG-BALANCE (PAG-IDX)
           IF WS-PAG-OLDEST-DUE (PAG-IDX) = ZERO OR
              IMS-DUE-DATE < WS-PAG-OLDEST-DUE (PAG-IDX)
               MOVE IMS-DUE-DATE TO WS-PAG-OLDEST-DUE (PAG-IDX)
           END-IF.

       P420-EXIT.
           EXIT.

       P430-CHECK-POLICY-SLOT.
           IF WS-PAG-POLICY-NUM (PAG-IDX) = IMS-POLICY-NUM
               SET WS-PAG-MATCH-IDX TO PAG-IDX
           END-IF.

       P440-ADD-POLICY.
           ADD 1 TO WS-PAG-COUNT
           MOVE WS-PAG-COUNT TO WS-PAG-MATCH-IDX
           SET PAG-IDX TO WS-PAG-MATCH-IDX
           INITIALIZE WS-PAG-ENTRY (PAG-IDX)
           MOVE IMS-POLICY-NUM TO WS-PAG-POLICY-NUM (PAG-IDX)
           MOVE IMS-CUSTOMER-NUM TO WS-PAG-CUSTOMER-NUM (PAG-IDX)
           MOVE SPACES TO WS-PAG-AGENCY-CODE (PAG-IDX)
           MOVE SPACE TO WS-PAG-POLICY-TYPE (PAG-IDX)
           IF NOT MASTER-IS-OPEN
               GO TO P440-EXIT
           END-IF
           MOVE IMS-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P440-EXIT
           END-READ
           MOVE POL-AGENCY-CODE TO WS-PAG-AGENCY-CODE (PAG-IDX)
           MOVE POL-POLICY-TYPE TO WS-PAG-POLICY-TYPE (PAG-IDX).

       P440-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * STATUTORY NONADMITTED ASSET: WHERE ANY INSTALLMENT ON A POLICY *
      * IS OVER 90 DAYS DUE, THE OVER-90 AMOUNT AND ALL OTHER          *
      * INSTALLMENTS RECORDED ON THE POLICY ARE NONADMITTED.  THE      *
      * POLICY'S AGING THEN ROLLS UP BY AGENCY, TYPE AND BOOK.         *
      *----------------------------------------------------------------*
       P500-CALC-NONADMITTED.
           IF WS-PAG-BUCKET (PAG-IDX, 4) > ZERO
               MOVE WS-PAG-BALANCE (PAG-IDX)
                    TO WS-PAG-NONADMITTED (PAG-IDX)
               ADD 1 TO WS-TOT-OVER-90-CNT
           ELSE
               MOVE ZERO TO WS-PAG-NONADMITTED (PAG-IDX)
           END-IF

           PERFORM P510-ACCUM-AGENCY THRU P510-EXIT
           PERFORM P520-ACCUM-POLICY-TYPE

           ADD 1 TO WS-TOT-POLICY-CNT
           PERFORM P505-ADD-BOOK-BUCKET
                   VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
           ADD WS-PAG-BALANCE (PAG-IDX) TO WS-TOT-BALANCE
           ADD WS-PAG-NONADMITTED (PAG-IDX) TO WS-TOT-NONADMITTED.

       P505-ADD-BOOK-BUCKET.
           ADD WS-PAG-BUCKET (PAG-IDX, WS-BKT)
               TO WS-TOT-BUCKET (WS-BKT).

       P510-ACCUM-AGENCY.
           MOVE ZERO TO WS-AGA-MATCH-IDX
           PERFORM P511-CHECK-AGENCY-SLOT
                   VARYING AGA-IDX FROM 1 BY 1
                   UNTIL AGA-IDX > WS-AGA-COUNT
                      OR WS-AGA-MATCH-IDX > ZERO
           IF WS-AGA-MATCH-IDX = ZERO
               IF WS-AGA-COUNT < 500
                   ADD 1 TO WS-AGA-COUNT
                   MOVE WS-AGA-COUNT TO WS-AGA-MATCH-IDX
                   SET AGA-IDX TO WS-AGA-MATCH-IDX
                   INITIALIZE WS-AGA-ENTRY (AGA-IDX)
                   MOVE WS-PAG-AGENCY-CODE (PAG-IDX)
                        TO WS-AGA-AGENCY-CODE (AGA-IDX)
                   IF WS-PAG-AGENCY-CODE (PAG-IDX) = SPACES
                       MOVE 'AGENCY UNKNOWN'
                            TO WS-AGA-AGENCY-NAME (AGA-IDX)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
                   GO TO P510-EXIT
               END-IF
           END-IF

           SET AGA-IDX TO WS-AGA-MATCH-IDX
           ADD 1 TO WS-AGA-POLICY-CNT (AGA-IDX)
           PERFORM P512-ADD-AGENCY-BUCKET
                   VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
           ADD WS-PAG-BALANCE (PAG-IDX) TO WS-AGA-BALANCE (AGA-IDX)
           ADD WS-PAG-NONADMITTED (PAG-IDX)
               TO WS-AGA-NONADMITTED (AGA-IDX).

       P510-EXIT.
           EXIT.

       P512-ADD-AGENCY-BUCKET.
           ADD WS-PAG-BUCKET (PAG-IDX, WS-BKT)
               TO WS-AGA-BUCKET (AGA-IDX, WS-BKT).

       P511-CHECK-AGENCY-SLOT.
           IF WS-AGA-AGENCY-CODE (AGA-IDX) =
              WS-PAG-AGENCY-CODE (PAG-IDX)
               SET WS-AGA-MATCH-IDX TO AGA-IDX
           END-IF.

       P520-ACCUM-POLICY-TYPE.
           MOVE 4 TO WS-TYPE-MATCH-IDX
           PERFORM P521-CHECK-TYPE-ENTRY
                   VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 3

           SET TYPE-IDX TO WS-TYPE-MATCH-IDX
           ADD 1 TO WS-TYPE-POLICY-CNT (TYPE-IDX)
           PERFORM P522-ADD-TYPE-BUCKET
                   VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
           ADD WS-PAG-BALANCE (PAG-IDX) TO WS-TYPE-BALANCE (TYPE-IDX)
           ADD WS-PAG-NONADMITTED (PAG-IDX)
               TO WS-TYPE-NONADMITTED (TYPE-IDX).

       P521-CHECK-TYPE-ENTRY.
           IF WS-TYPE-CODE (TYPE-IDX) = WS-PAG-POLICY-TYPE (PAG-IDX)
               SET WS-TYPE-MATCH-IDX TO TYPE-IDX
           END-IF.

       P522-ADD-TYPE-BUCKET.
           ADD WS-PAG-BUCKET (PAG-IDX, WS-BKT)
               TO WS-TYPE-BUCKET (TYPE-IDX, WS-BKT).

       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open aging report file: '
                       WS-RPT-STAT
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    PREMIUM RECEIVABLE AGING AND NONADMITTED ASSET'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Statement Date:        ' WS-STATEMENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Policies with Balance: ' WS-TOT-POLICY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Open Installments:     ' WS-TOT-INST-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Policies Over 90 Days: ' WS-TOT-OVER-90-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    AGING BY AGENCY' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P690-WRITE-COLUMN-HEADINGS
           PERFORM P610-WRITE-AGENCY-LINE
                   VARYING AGA-IDX FROM 1 BY 1
                   UNTIL AGA-IDX > WS-AGA-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    AGING BY POLICY TYPE' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P690-WRITE-COLUMN-HEADINGS
           PERFORM P620-WRITE-TYPE-LINE
                   VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 4
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    AGING - ALL RECEIVABLES' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P690-WRITE-COLUMN-HEADINGS
           MOVE 'TOTAL' TO WS-AGL-LABEL
           PERFORM P640-MOVE-BOOK-BUCKET
                   VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
           MOVE WS-TOT-BALANCE TO WS-AGL-AMOUNT (5)
           MOVE WS-TOT-NONADMITTED TO WS-AGL-AMOUNT (6)
           PERFORM P680-WRITE-AGING-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    NONADMITTED RESERVE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-NONADMITTED TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Nonadmitted This Qtr:  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF PRIOR-STATEMENT-FOUND
               MOVE WS-PRIOR-NONADMITTED TO WS-AMT-DISPLAY
               STRING 'Prior Statement ' WS-PRIOR-STMT-DATE
                      ':' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               COMPUTE WS-NONADM-MOVEMENT =
                   WS-TOT-NONADMITTED - WS-PRIOR-NONADMITTED
               MOVE WS-NONADM-MOVEMENT TO WS-SGN-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'Change in Nonadmitted: ' WS-SGN-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'No prior statement on file - full reserve booked'
                    TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    POLICIES OVER 90 DAYS - FOR COLLECTION'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POLICY       CUSTOMER   AGCY T OLDEST DUE  DAYS'
                  '        OVER 90    NONADMITTED'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P630-WRITE-OVER-90-LINE
                   VARYING PAG-IDX FROM 1 BY 1
                   UNTIL PAG-IDX > WS-PAG-COUNT
           IF WS-TOT-OVER-90-CNT = ZERO
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

       P610-WRITE-AGENCY-LINE.
           MOVE SPACES TO WS-AGL-LABEL
           STRING WS-AGA-AGENCY-CODE (AGA-IDX) ' '
                  WS-AGA-AGENCY-NAME (AGA-IDX)
                  DELIMITED BY SIZE INTO WS-AGL-LABEL
           PERFORM P611-MOVE-AGENCY-BUCKET
                   VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
           MOVE WS-AGA-BALANCE (AGA-IDX) TO WS-AGL-AMOUNT (5)
           MOVE WS-AGA-NONADMITTED (AGA-IDX) TO WS-AGL-AMOUNT (6)
           IF WS-AGA-POLICY-CNT (AGA-IDX) > ZERO
               PERFORM P680-WRITE-AGING-LINE
           END-IF.

       P611-MOVE-AGENCY-BUCKET.
           MOVE WS-AGA-BUCKET (AGA-IDX, WS-BKT)
                TO WS-AGL-AMOUNT (WS-BKT).

       P620-WRITE-TYPE-LINE.
           MOVE WS-TYPE-DESC (TYPE-IDX) TO WS-AGL-LABEL
           PERFORM P621-MOVE-TYPE-BUCKET
                   VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
           MOVE WS-TYPE-BALANCE (TYPE-IDX) TO WS-AGL-AMOUNT (5)
           MOVE WS-TYPE-NONADMITTED (TYPE-IDX) TO WS-AGL-AMOUNT (6)
           IF WS-TYPE-POLICY-CNT (TYPE-IDX) > ZERO
               PERFORM P680-WRITE-AGING-LINE
           END-IF.

       P621-MOVE-TYPE-BUCKET.
           MOVE WS-TYPE-BUCKET (TYPE-IDX, WS-BKT)
                TO WS-AGL-AMOUNT (WS-BKT).

       P630-WRITE-OVER-90-LINE.
           IF WS-PAG-BUCKET (PAG-IDX, 4) > ZERO
               COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                                     (WS-PAG-OLDEST-DUE (PAG-IDX))
               COMPUTE WS-DAYS-PAST-DUE = WS-STMT-INT - WS-DUE-INT
               MOVE WS-DAYS-PAST-DUE TO WS-DAYS-DISPLAY
               MOVE WS-PAG-BUCKET (PAG-IDX, 4) TO WS-AGL-DISP (1)
               MOVE WS-PAG-NONADMITTED (PAG-IDX) TO WS-AGL-DISP (2)
               MOVE SPACES TO REPORT-LINE
               STRING WS-PAG-POLICY-NUM (PAG-IDX) ' '
                      WS-PAG-CUSTOMER-NUM (PAG-IDX) ' '
                      WS-PAG-AGENCY-CODE (PAG-IDX) ' '
                      WS-PAG-POLICY-TYPE (PAG-IDX) ' '
                      WS-PAG-OLDEST-DUE (PAG-IDX) ' '
                      WS-DAYS-DISPLAY ' '
                      WS-AGL-DISP (1) ' '
                      WS-AGL-DISP (2)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P640-MOVE-BOOK-BUCKET.
           MOVE WS-TOT-BUCKET (WS-BKT) TO WS-AGL-AMOUNT (WS-BKT).

       P680-WRITE-AGING-LINE.
           PERFORM P681-EDIT-AMOUNT
                   VARYING WS-AGL-SUB FROM 1 BY 1 UNTIL WS-AGL-SUB > 6
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-AGL-LABEL
                  WS-AGL-DISP (1) ' ' WS-AGL-DISP (2) ' '
                  WS-AGL-DISP (3) ' ' WS-AGL-DISP (4) ' '
                  WS-AGL-DISP (5) ' ' WS-AGL-DISP (6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P681-EDIT-AMOUNT.
           MOVE WS-AGL-AMOUNT (WS-AGL-SUB) TO WS-AGL-DISP (WS-AGL-SUB).

       P690-WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING '                                      '
                  '       CURRENT'
                  '     31-60 DAYS'
                  '     61-90 DAYS'
                  '   OVER 90 DAYS'
                  '  TOTAL BALANCE'
                  '    NONADMITTED'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * THE NONADMITTED RESERVE JOURNAL: THE PRIOR QUARTER'S RESERVE   *
      * IS REVERSED (DEBIT THE RESERVE, CREDIT SURPLUS) AND THE        *
      * CURRENT RESERVE RE-ESTABLISHED PER AGENCY (DEBIT SURPLUS,      *
      * CREDIT THE RESERVE).  THE NET POSTING IS EXACTLY THE CHANGE    *
      * IN NONADMITTED THE REPORT SHOWS, AND DEBITS EQUAL CREDITS BY   *
      * CONSTRUCTION.                                                  *
      *----------------------------------------------------------------*
       P700-WRITE-GL-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY 'Warning: Cannot open nonadmitted journal: '
                       WS-JRN-STAT
               GO TO P700-EXIT
           END-IF

           IF PRIOR-STATEMENT-FOUND AND WS-PRIOR-NONADMITTED > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE WS-RAG-GL-NONADM-ACCT TO GLJ-ACCOUNT
               MOVE 'REVERSE PRIOR NONADMITTED' TO GLJ-ACCOUNT-DESC
               MOVE WS-PRIOR-NONADMITTED TO GLJ-DEBIT-AMT
               MOVE ZERO TO GLJ-CREDIT-AMT
               WRITE GL-JOURNAL-RECORD

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE WS-RAG-GL-SURPLUS-ACCT TO GLJ-ACCOUNT
               MOVE 'REVERSE PRIOR NONADMIT CHG' TO GLJ-ACCOUNT-DESC
               MOVE ZERO TO GLJ-DEBIT-AMT
               MOVE WS-PRIOR-NONADMITTED TO GLJ-CREDIT-AMT
               WRITE GL-JOURNAL-RECORD
           END-IF

           PERFORM P710-WRITE-AGENCY-JOURNAL THRU P710-EXIT
                   VARYING AGA-IDX FROM 1 BY 1
                   UNTIL AGA-IDX > WS-AGA-COUNT

           CLOSE JOURNAL-FILE.

       P700-EXIT.
           EXIT.

       P710-WRITE-AGENCY-JOURNAL.
           IF WS-AGA-NONADMITTED (AGA-IDX) = ZERO
               GO TO P710-EXIT
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE WS-RAG-GL-SURPLUS-ACCT TO GLJ-ACCOUNT
           MOVE SPACES TO GLJ-ACCOUNT-DESC
           STRING 'NONADMIT CHG AGENCY ' WS-AGA-AGENCY-CODE (AGA-IDX)
                  DELIMITED BY SIZE INTO GLJ-ACCOUNT-DESC
           MOVE WS-AGA-NONADMITTED (AGA-IDX) TO GLJ-DEBIT-AMT
           MOVE ZERO TO GLJ-CREDIT-AMT
           WRITE GL-JOURNAL-RECORD

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE WS-RAG-GL-NONADM-ACCT TO GLJ-ACCOUNT
           MOVE SPACES TO GLJ-ACCOUNT-DESC
           STRING 'NONADMITTED AGENCY ' WS-AGA-AGENCY-CODE (AGA-IDX)
                  DELIMITED BY SIZE INTO GLJ-ACCOUNT-DESC
           MOVE ZERO TO GLJ-DEBIT-AMT
           MOVE WS-AGA-NONADMITTED (AGA-IDX) TO GLJ-CREDIT-AMT
           WRITE GL-JOURNAL-RECORD.

       P710-EXIT.
           EXIT.

       P750-SAVE-STATEMENT.
           OPEN OUTPUT AGING-MASTER-FILE
           IF AGING-MASTER-OK
               MOVE WS-STATEMENT-DATE TO RAM-STATEMENT-DATE
               MOVE WS-TOT-POLICY-CNT TO RAM-POLICY-CNT
               MOVE WS-TOT-BUCKET (4) TO RAM-OVER-90
               MOVE WS-TOT-NONADMITTED TO RAM-NONADMITTED
               MOVE WS-PRIOR-STMT-DATE TO RAM-PRIOR-DATE
               MOVE WS-PRIOR-NONADMITTED TO RAM-PRIOR-NONADMITTED
               WRITE AGING-MASTER-RECORD
               CLOSE AGING-MASTER-FILE
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
           MOVE 'LGAPRAG1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOT-POLICY-CNT TO RST-RECORD-COUNT
           MOVE WS-TOT-NONADMITTED TO RST-TOTAL-AMOUNT
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
