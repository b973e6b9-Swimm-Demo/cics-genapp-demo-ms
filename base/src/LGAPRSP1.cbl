       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPRSP1.
      *================================================================*
      * PROGRAM: LGAPRSP1 - REINSURER SECURITY / PROVISION FOR        *
      *          REINSURANCE                                          *
      * PURPOSE: QUARTER-END JOB THAT ASKS WHETHER OUR REINSURERS     *
      *          CAN PAY.  BILLS THE GROWTH IN EACH RECOVERABLE --    *
      *          CAT XOL EVENT RECOVERIES (CATRECV.DAT) AND EACH      *
      *          CLAIM'S SURPLUS-SHARE AND FACULTATIVE SHARE OF PAID  *
      *          LOSS (CLAIMS.DAT AT THE REINCES.DAT CEDED SHARES) -- *
      *          TO THE RECOVERABLE LEDGER, APPLIES THE REINSURERS'   *
      *          REMITTANCES OLDEST FIRST, AND AGES WHAT IS STILL     *
      *          OUTSTANDING PER REINSURER.  AGAINST THE REINSURER    *
      *          MASTER IT TAKES THE STATUTORY PROVISION FOR          *
      *          REINSURANCE ON UNAUTHORIZED AND SLOW-PAYING          *
      *          BALANCES NET OF THE TRUST AND LETTER-OF-CREDIT       *
      *          COLLATERAL HELD, AND WRITES THE PROVISION JOURNAL    *
      *          (RSPJRNL.DAT, GL JOURNAL LAYOUT) REVERSING THE PRIOR *
      *          QUARTER AND RE-ESTABLISHING THE CURRENT PROVISION.   *
      *          LETTERS OF CREDIT EXPIRING WITHIN THE WARNING WINDOW *
      *          AND REINSURERS RATED BELOW OUR SECURITY GUIDELINE    *
      *          ARE FLAGGED FOR THE REINSURANCE DESK.                *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REINSURER-MASTER-FILE ASSIGN TO 'REINMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RIM-STAT.

      *    The recoverable ledger, read at the start of the run and
      *    rewritten at the end with the growth billed this quarter.
           SELECT LEDGER-FILE ASSIGN TO 'REIRCV.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LDG-STAT.

           SELECT CAT-RECOVERY-FILE ASSIGN TO 'CATRECV.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCV-STAT.

           SELECT CESSION-FILE ASSIGN TO 'REINCES.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CES-STAT.

           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

      *    Every remittance received from a reinsurer, as posted by
      *    the reinsurance desk -- the whole history, not just the
      *    quarter, so a rerun applies the same cash the same way.
           SELECT REMITTANCE-FILE ASSIGN TO 'REICASH.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CSH-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

      *    Prior-quarter provision, read for the reversal and
      *    rewritten with this statement's figures at end of run.
           SELECT PROVISION-MASTER-FILE ASSIGN TO 'RSPMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRM-STAT.

           SELECT REPORT-FILE ASSIGN TO 'RSPRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    The quarter's provision journal, in the same account/
      *    debit/credit layout as the daily premium journal.
           SELECT JOURNAL-FILE ASSIGN TO 'RSPJRNL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JRN-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  REINSURER-MASTER-FILE.
           COPY REINMAST.

       FD  LEDGER-FILE.
           COPY REIRECV.

       FD  CAT-RECOVERY-FILE.
       01  CAT-RECOVERY-LINE           PIC X(200).

       FD  CESSION-FILE.
       01  CESSION-LINE                PIC X(250).

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05 CSH-REINSURER            PIC X(20).
           05 FILLER                   PIC X.
           05 CSH-SOURCE               PIC X(3).
           05 FILLER                   PIC X.
           05 CSH-REFERENCE            PIC X(20).
           05 FILLER                   PIC X.
           05 CSH-RECEIVED-DATE        PIC 9(8).
           05 FILLER                   PIC X.
           05 CSH-AMOUNT               PIC 9(10)V99.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

      *    The statement just taken, plus the one before it, so a
      *    rerun of the same quarter reverses the same prior
      *    provision the original run did.
       FD  PROVISION-MASTER-FILE.
       01  PROVISION-MASTER-RECORD.
           05 PRM-STATEMENT-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRM-REINSURER-CNT        PIC 9(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRM-OUTSTANDING          PIC 9(13)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 PRM-PROVISION            PIC 9(13)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 PRM-PRIOR-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRM-PRIOR-PROVISION      PIC 9(13)V99.

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

       01  WS-RIM-STAT                 PIC X(2).
           88 REINSURER-MASTER-OK      VALUE '00'.
           88 REINSURER-MASTER-EOF     VALUE '10'.

       01  WS-LDG-STAT                 PIC X(2).
           88 LEDGER-OK                VALUE '00'.
           88 LEDGER-EOF               VALUE '10'.

       01  WS-RCV-STAT                 PIC X(2).
           88 CAT-RECOVERY-OK          VALUE '00'.
           88 CAT-RECOVERY-EOF         VALUE '10'.

       01  WS-CES-STAT                 PIC X(2).
           88 CESSION-OK               VALUE '00'.
           88 CESSION-EOF              VALUE '10'.

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-CSH-STAT                 PIC X(2).
           88 REMITTANCE-OK            VALUE '00'.
           88 REMITTANCE-EOF           VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-PRM-STAT                 PIC X(2).
           88 PROVISION-MASTER-OK      VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-JRN-STAT                 PIC X(2).
           88 JOURNAL-OK               VALUE '00'.

      *----------------------------------------------------------------*
      * STATEMENT DATE -- TODAY UNLESS RSP_STATEMENT_DATE PINS THE     *
      * QUARTER END THE AGING IS TAKEN AS OF.                          *
      *----------------------------------------------------------------*
       01  WS-STATEMENT-DATE           PIC 9(8).

       01  WS-DATE-INTEGERS            COMP.
           05 WS-STMT-INT              PIC 9(9).
           05 WS-ITEM-INT              PIC 9(9).
           05 WS-DAYS-OLD              PIC S9(9).

      *----------------------------------------------------------------*
      * SECURITY GUIDELINE AND PROVISION TERMS (CONFIG KEYS            *
      * RSP_MIN_RATING, RSP_LOC_WARN_DAYS, RSP_SLOW_PAY_PCT,           *
      * RSP_OVERDUE_PCT).  AN AUTHORIZED REINSURER IS SLOW-PAYING      *
      * WHEN THE PART OF ITS BALANCE OVER 90 DAYS REACHES THE          *
      * SLOW-PAY PERCENTAGE OF ITS OUTSTANDING.                        *
      *----------------------------------------------------------------*
       01  WS-SECURITY-TERMS.
           05 WS-MIN-RATING            PIC X(3) VALUE 'A- '.
           05 WS-MIN-RATING-RANK       PIC 99 VALUE ZERO.
           05 WS-LOC-WARN-DAYS         PIC 9(3) VALUE 60.
           05 WS-SLOW-PAY-PCT          PIC 9(3)V99 VALUE 20.
           05 WS-OVERDUE-PROV-PCT      PIC 9(3)V99 VALUE 20.

      *----------------------------------------------------------------*
      * CHART-OF-ACCOUNTS MAPPING FOR THE PROVISION JOURNAL (CONFIG    *
      * KEYS RSP_GL_PROV_ACCT AND RSP_GL_SURPLUS_ACCT).  AS WITH THE   *
      * NONADMITTED JOURNAL, THE PRIOR PROVISION IS REVERSED IN ONE    *
      * PAIR AND THE CURRENT PROVISION RE-ESTABLISHED PER REINSURER,   *
      * SO THE NET EFFECT IS THE CHANGE CHARGED TO SURPLUS.            *
      *----------------------------------------------------------------*
       01  WS-GL-ACCOUNT-MAP.
           05 WS-RSP-GL-PROV-ACCT      PIC X(8) VALUE '21490'.
           05 WS-RSP-GL-SURPLUS-ACCT   PIC X(8) VALUE '39300'.

       01  WS-PRIOR-STATEMENT.
           05 WS-PRIOR-FOUND           PIC X VALUE 'N'.
              88 PRIOR-STATEMENT-FOUND VALUE 'Y'.
           05 WS-PRIOR-STMT-DATE       PIC 9(8) VALUE ZERO.
           05 WS-PRIOR-PROVISION       PIC 9(13)V99 VALUE ZERO.

       01  WS-PROVISION-MOVEMENT       PIC S9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * FINANCIAL STRENGTH RATING SCALE, STRONGEST FIRST.  A RATING    *
      * NOT ON THE SCALE (OR BLANK) RANKS ZERO -- UNRATED -- AND IS    *
      * BELOW ANY GUIDELINE.                                           *
      *----------------------------------------------------------------*
       01  WS-RATING-SCALE-VALUES.
           05 FILLER                   PIC X(24)
                                       VALUE 'A++A+ A  A- B++B+ B  B- '.
           05 FILLER                   PIC X(21)
                                       VALUE 'C++C+ C  C- D  E  F  '.
       01  WS-RATING-SCALE REDEFINES WS-RATING-SCALE-VALUES.
           05 WS-RATING-CODE           PIC X(3) OCCURS 15 TIMES
                                       INDEXED BY RTG-IDX.

       01  WS-RTG-WORK                 PIC X(3).
       01  WS-RTG-RANK                 PIC 99 VALUE ZERO.

      *----------------------------------------------------------------*
      * REINSURERS -- SEEDED FROM THE MASTER, WITH ANY REINSURER THAT  *
      * HAS A RECOVERABLE BUT NO MASTER RECORD ADDED AS IT IS FOUND    *
      * (AND TREATED AS UNAUTHORIZED, UNRATED AND UNCOLLATERALIZED).   *
      * BUCKETS BY DAYS SINCE BILLED: 1 UP TO 90, 2 91-180, 3 181-365, *
      * 4 OVER 365.                                                    *
      *----------------------------------------------------------------*
       01  WS-REINSURER-TABLE.
           05 WS-REI-COUNT             PIC 99 VALUE ZERO.
           05 WS-REI-ENTRY             OCCURS 50 TIMES
                                       INDEXED BY REI-IDX.
              10 WS-REI-NAME           PIC X(20).
              10 WS-REI-ON-MASTER      PIC X(1).
                 88 REI-ON-MASTER      VALUE 'Y'.
              10 WS-REI-AUTH-STATUS    PIC X(1).
                 88 REI-AUTHORIZED     VALUE 'A'.
              10 WS-REI-RATING         PIC X(3).
              10 WS-REI-PRIOR-RATING   PIC X(3).
              10 WS-REI-RATING-RANK    PIC 99.
              10 WS-REI-PRIOR-RANK     PIC 99.
              10 WS-REI-TRUST          PIC 9(11)V99.
              10 WS-REI-LOC-HELD       PIC 9(11)V99.
              10 WS-REI-COLLATERAL     PIC 9(11)V99.
              10 WS-REI-ITEM-CNT       PIC 9(5).
              10 WS-REI-BUCKET         PIC 9(11)V99 OCCURS 4 TIMES.
              10 WS-REI-OUTSTANDING    PIC 9(11)V99.
              10 WS-REI-OVERDUE        PIC 9(11)V99.
              10 WS-REI-SLOW-PAY-IND   PIC X(1).
                 88 REI-SLOW-PAYING    VALUE 'Y'.
              10 WS-REI-PROVISION      PIC 9(11)V99.

       01  WS-REI-MATCH-IDX            PIC 99 VALUE ZERO.
       01  WS-REI-WORK-NAME            PIC X(20).

      *----------------------------------------------------------------*
      * LETTERS OF CREDIT EXPIRED OR EXPIRING INSIDE THE WARNING       *
      * WINDOW, FOR THE DESK TO CHASE RENEWAL.                         *
      *----------------------------------------------------------------*
       01  WS-LOC-ALERT-TABLE.
           05 WS-LCA-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-LCA-ENTRY             OCCURS 250 TIMES
                                       INDEXED BY LCA-IDX.
              10 WS-LCA-REINSURER      PIC X(20).
              10 WS-LCA-LOC-NUMBER     PIC X(15).
              10 WS-LCA-BANK           PIC X(20).
              10 WS-LCA-AMOUNT         PIC 9(10)V99.
              10 WS-LCA-EXPIRY-DATE    PIC 9(8).
              10 WS-LCA-DAYS-LEFT      PIC S9(5).

       01  WS-LOC-SUB                  PIC 9 VALUE ZERO.

      *----------------------------------------------------------------*
      * RECOVERABLES BY REINSURER, SOURCE AND REFERENCE: WHAT IS       *
      * RECOVERABLE NOW, WHAT HAS BEEN BILLED ON THE LEDGER, AND WHAT  *
      * HAS BEEN REMITTED (LEFT TO APPLY AS THE LEDGER IS AGED).       *
      *----------------------------------------------------------------*
       01  WS-KEY-TABLE.
           05 WS-KEY-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-KEY-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY KEY-IDX.
              10 WS-KEY-REINSURER      PIC X(20).
              10 WS-KEY-SOURCE         PIC X(3).
              10 WS-KEY-REFERENCE      PIC X(20).
              10 WS-KEY-CURRENT        PIC 9(10)V99.
              10 WS-KEY-BILLED         PIC 9(10)V99.
              10 WS-KEY-COLLECTED      PIC 9(10)V99.
              10 WS-KEY-UNAPPLIED      PIC 9(10)V99.

       01  WS-KEY-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WS-KEY-WORK.
           05 WS-KEY-WORK-REINSURER    PIC X(20).
           05 WS-KEY-WORK-SOURCE       PIC X(3).
           05 WS-KEY-WORK-REFERENCE    PIC X(20).

      *----------------------------------------------------------------*
      * THE LEDGER IN CORE, IN BILLED ORDER -- EACH PIECE POINTS AT    *
      * ITS RECOVERABLE IN THE KEY TABLE.                              *
      *----------------------------------------------------------------*
       01  WS-LEDGER-TABLE.
           05 WS-ITM-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-ITM-ENTRY             OCCURS 10000 TIMES
                                       INDEXED BY ITM-IDX.
              10 WS-ITM-KEY-SUB        PIC 9(4).
              10 WS-ITM-BILLED-DATE    PIC 9(8).
              10 WS-ITM-AMOUNT         PIC 9(10)V99.

      *----------------------------------------------------------------*
      * CEDED SHARES PER CUSTOMER FROM REINCES.DAT, THE WAY LGAPBRD1   *
      * HOLDS THEM FOR THE LOSS BORDEREAU.                             *
      *----------------------------------------------------------------*
       01  WS-SHARE-TABLE.
           05 WS-SHR-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-SHR-ENTRY             OCCURS 10000 TIMES
                                       INDEXED BY SHR-IDX.
              10 WS-SHR-CUSTOMER       PIC X(10).
              10 WS-SHR-SS-RATIO       PIC 9V9(6).
              10 WS-SHR-FAC-RATIO      PIC 9V9(6).
              10 WS-SHR-FAC-REINSURER  PIC X(20).

       01  WS-SHR-MATCH-IDX            PIC 9(5) VALUE ZERO.

       01  WS-PARSE-FIELDS.
           05 WS-CSV-F1                PIC X(30).
           05 WS-CSV-F2                PIC X(30).
           05 WS-CSV-F3                PIC X(30).
           05 WS-CSV-F4                PIC X(30).
           05 WS-CSV-F5                PIC X(30).
           05 WS-CSV-F6                PIC X(30).
           05 WS-CSV-F7                PIC X(30).
           05 WS-CSV-F8                PIC X(30).

       01  WS-WORK-AMOUNTS.
           05 WS-TOTAL-PREM            PIC 9(9)V99.
           05 WS-CEDED-PREM            PIC 9(9)V99.
           05 WS-FAC-CEDED             PIC 9(9)V99.
           05 WS-RECOVERY-AMT          PIC 9(10)V99.
           05 WS-CLAIM-PAID            PIC S9(9)V99.
           05 WS-APPLIED-AMT           PIC 9(10)V99.
           05 WS-OUTSTANDING-AMT       PIC 9(10)V99.
           05 WS-PROVISION-BASE        PIC 9(11)V99.
           05 WS-PROVISION-PCT         PIC 9(3)V99.

       01  WS-COUNTERS.
           05 WS-RCV-REC-CNT           PIC 9(7) VALUE ZERO.
           05 WS-CES-REC-CNT           PIC 9(7) VALUE ZERO.
           05 WS-LEDGER-READ-CNT       PIC 9(7) VALUE ZERO.
           05 WS-BILLED-NEW-CNT        PIC 9(7) VALUE ZERO.
           05 WS-REMIT-CNT             PIC 9(7) VALUE ZERO.
           05 WS-REMIT-UNMATCHED-CNT   PIC 9(7) VALUE ZERO.
           05 WS-BELOW-GUIDE-CNT       PIC 9(3) VALUE ZERO.
           05 WS-BILLED-NEW-AMT        PIC 9(13)V99 VALUE ZERO.

       01  WS-BOOK-TOTALS.
           05 WS-TOT-BUCKET            PIC 9(13)V99 OCCURS 4 TIMES.
           05 WS-TOT-OUTSTANDING       PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-COLLATERAL        PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-PROVISION         PIC 9(13)V99 VALUE ZERO.

       01  WS-BKT                      PIC 9 VALUE ZERO.

       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 RECOVERABLE-TABLE-FULL   VALUE 'Y'.

      *----------------------------------------------------------------*
      * ONE AGING LINE: A LABEL, THE FOUR BUCKETS, THE OUTSTANDING     *
      * BALANCE AND THE PROVISION.                                     *
      *----------------------------------------------------------------*
       01  WS-AGING-LINE.
           05 WS-AGL-LABEL             PIC X(36).
           05 WS-AGL-AMOUNT            PIC 9(13)V99 OCCURS 6 TIMES.

       01  WS-AGL-DISPLAY.
           05 WS-AGL-DISP              PIC ZZZ,ZZZ,ZZ9.99
                                       OCCURS 6 TIMES.

       01  WS-AGL-SUB                  PIC 9 VALUE ZERO.

       01  WS-FLAG-TEXT                PIC X(50).
       01  WS-FLAG-PTR                 PIC 9(3).
       01  WS-AUTH-TEXT                PIC X(5).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SGN-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY             PIC -ZZZ9.

       COPY GLPERIOD.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P205-RESOLVE-GL-PERIOD
           PERFORM P250-LOAD-REINSURERS THRU P250-EXIT
           PERFORM P300-READ-PRIOR-STATEMENT
           PERFORM P320-LOAD-LEDGER THRU P320-EXIT
           PERFORM P340-LOAD-CAT-RECOVERIES THRU P340-EXIT
           PERFORM P360-LOAD-CEDED-SHARES THRU P360-EXIT
           PERFORM P380-LOAD-PAID-LOSS-RECOVERABLES THRU P380-EXIT
           PERFORM P400-LOAD-REMITTANCES THRU P400-EXIT
           IF RECOVERABLE-TABLE-FULL
               DISPLAY 'ERROR: Recoverables exceed the ledger tables - '
                       'no provision journal written'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P450-BILL-GROWTH THRU P450-EXIT
                   VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > WS-KEY-COUNT
           PERFORM P500-AGE-LEDGER-ITEM THRU P500-EXIT
                   VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > WS-ITM-COUNT
           IF RECOVERABLE-TABLE-FULL
               DISPLAY 'ERROR: Recoverables exceed the ledger tables - '
                       'no provision journal written'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P550-CALC-PROVISION THRU P550-EXIT
                   VARYING REI-IDX FROM 1 BY 1
                   UNTIL REI-IDX > WS-REI-COUNT
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P700-WRITE-GL-JOURNAL THRU P700-EXIT
           PERFORM P750-SAVE-STATEMENT
           PERFORM P800-SAVE-LEDGER THRU P800-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-STATEMENT-DATE FROM DATE YYYYMMDD
           PERFORM P210-READ-CONFIG
           COMPUTE WS-STMT-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-STATEMENT-DATE)
           MOVE WS-MIN-RATING TO WS-RTG-WORK
           PERFORM P260-RANK-RATING
           MOVE WS-RTG-RANK TO WS-MIN-RATING-RANK
           IF WS-MIN-RATING-RANK = ZERO
               DISPLAY 'Warning: Security guideline ' WS-MIN-RATING
                       ' is not on the rating scale - A- used'
               MOVE 'A- ' TO WS-MIN-RATING
               MOVE 4 TO WS-MIN-RATING-RANK
           END-IF
           INITIALIZE WS-BOOK-TOTALS.

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
               MOVE 'RSP_STATEMENT_DATE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-STATEMENT-DATE
               END-IF
               MOVE 'RSP_MIN_RATING' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:3) TO WS-MIN-RATING
               END-IF
               MOVE 'RSP_LOC_WARN_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-LOC-WARN-DAYS
               END-IF
               MOVE 'RSP_SLOW_PAY_PCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-SLOW-PAY-PCT
               END-IF
               MOVE 'RSP_OVERDUE_PCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-OVERDUE-PROV-PCT
               END-IF
               MOVE 'RSP_GL_PROV_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-RSP-GL-PROV-ACCT
               END-IF
               MOVE 'RSP_GL_SURPLUS_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-RSP-GL-SURPLUS-ACCT
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * THE REINSURER MASTER: RATING RANKS AND THE COLLATERAL HELD AT  *
      * THE STATEMENT DATE.  A LETTER OF CREDIT PAST ITS EXPIRY IS NOT *
      * COLLATERAL; ONE EXPIRING INSIDE THE WARNING WINDOW STILL IS,   *
      * BUT BOTH ARE LISTED.                                           *
      *----------------------------------------------------------------*
       P250-LOAD-REINSURERS.
           OPEN INPUT REINSURER-MASTER-FILE
           IF NOT REINSURER-MASTER-OK
               DISPLAY 'Warning: Reinsurer master unavailable: '
                       WS-RIM-STAT ' - every reinsurer treated as '
                       'unauthorized and unrated'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO P250-EXIT
           END-IF
           PERFORM P251-READ-REINSURER
           PERFORM UNTIL REINSURER-MASTER-EOF
               PERFORM P252-POST-REINSURER THRU P252-EXIT
               PERFORM P251-READ-REINSURER
           END-PERFORM
           CLOSE REINSURER-MASTER-FILE.

       P250-EXIT.
           EXIT.

       P251-READ-REINSURER.
           READ REINSURER-MASTER-FILE
           END-READ.

       P252-POST-REINSURER.
           IF RIM-REINSURER-NAME = SPACES
               GO TO P252-EXIT
           END-IF
           MOVE RIM-REINSURER-NAME TO WS-REI-WORK-NAME
           PERFORM P470-FIND-OR-ADD-REINSURER THRU P470-EXIT
           IF WS-REI-MATCH-IDX = ZERO
               GO TO P252-EXIT
           END-IF
           SET REI-IDX TO WS-REI-MATCH-IDX
           MOVE 'Y' TO WS-REI-ON-MASTER (REI-IDX)
           MOVE RIM-AUTH-STATUS TO WS-REI-AUTH-STATUS (REI-IDX)
           MOVE RIM-FSR-RATING TO WS-REI-RATING (REI-IDX)
           MOVE RIM-PRIOR-RATING TO WS-REI-PRIOR-RATING (REI-IDX)
           MOVE RIM-FSR-RATING TO WS-RTG-WORK
           PERFORM P260-RANK-RATING
           MOVE WS-RTG-RANK TO WS-REI-RATING-RANK (REI-IDX)
           MOVE RIM-PRIOR-RATING TO WS-RTG-WORK
           PERFORM P260-RANK-RATING
           MOVE WS-RTG-RANK TO WS-REI-PRIOR-RANK (REI-IDX)
           IF RIM-TRUST-BALANCE NUMERIC
               MOVE RIM-TRUST-BALANCE TO WS-REI-TRUST (REI-IDX)
           END-IF
           IF RIM-LOC-COUNT NUMERIC
               PERFORM P255-POST-LETTER-OF-CREDIT
                       VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > RIM-LOC-COUNT
                          OR WS-LOC-SUB > 5
           END-IF
           COMPUTE WS-REI-COLLATERAL (REI-IDX) =
               WS-REI-TRUST (REI-IDX) + WS-REI-LOC-HELD (REI-IDX).

       P252-EXIT.
           EXIT.

       P255-POST-LETTER-OF-CREDIT.
           IF RIM-LOC-AMOUNT (WS-LOC-SUB) NOT NUMERIC OR
              RIM-LOC-EXPIRY-DATE (WS-LOC-SUB) NOT NUMERIC OR
              RIM-LOC-EXPIRY-DATE (WS-LOC-SUB) = ZERO
               GO TO P255-EXIT
           END-IF
           COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE
                                  (RIM-LOC-EXPIRY-DATE (WS-LOC-SUB))
           COMPUTE WS-DAYS-OLD = WS-ITEM-INT - WS-STMT-INT
           IF WS-DAYS-OLD >= ZERO
               ADD RIM-LOC-AMOUNT (WS-LOC-SUB)
                   TO WS-REI-LOC-HELD (REI-IDX)
           END-IF
           IF WS-DAYS-OLD > WS-LOC-WARN-DAYS
               GO TO P255-EXIT
           END-IF
           IF WS-LCA-COUNT >= 250
               GO TO P255-EXIT
           END-IF
           ADD 1 TO WS-LCA-COUNT
           SET LCA-IDX TO WS-LCA-COUNT
           MOVE RIM-REINSURER-NAME TO WS-LCA-REINSURER (LCA-IDX)
           MOVE RIM-LOC-NUMBER (WS-LOC-SUB)
                TO WS-LCA-LOC-NUMBER (LCA-IDX)
           MOVE RIM-LOC-BANK (WS-LOC-SUB) TO WS-LCA-BANK (LCA-IDX)
           MOVE RIM-LOC-AMOUNT (WS-LOC-SUB) TO WS-LCA-AMOUNT (LCA-IDX)
           MOVE RIM-LOC-EXPIRY-DATE (WS-LOC-SUB)
                TO WS-LCA-EXPIRY-DATE (LCA-IDX)
           MOVE WS-DAYS-OLD TO WS-LCA-DAYS-LEFT (LCA-IDX).

       P255-EXIT.
           EXIT.

       P260-RANK-RATING.
           MOVE ZERO TO WS-RTG-RANK
           IF WS-RTG-WORK NOT = SPACES
               PERFORM P261-CHECK-RATING
                       VARYING RTG-IDX FROM 1 BY 1
                       UNTIL RTG-IDX > 15 OR WS-RTG-RANK > ZERO
           END-IF.

       P261-CHECK-RATING.
           IF WS-RATING-CODE (RTG-IDX) = WS-RTG-WORK
               SET WS-RTG-RANK TO RTG-IDX
           END-IF.

       P300-READ-PRIOR-STATEMENT.
           OPEN INPUT PROVISION-MASTER-FILE
           IF PROVISION-MASTER-OK
               READ PROVISION-MASTER-FILE
               IF PROVISION-MASTER-OK
      *            A rerun of the same statement reverses what the
      *            original run reversed, not its own provision.
                   IF PRM-STATEMENT-DATE = WS-STATEMENT-DATE
                       IF PRM-PRIOR-DATE NUMERIC AND
                          PRM-PRIOR-DATE > ZERO
                           MOVE 'Y' TO WS-PRIOR-FOUND
                           MOVE PRM-PRIOR-DATE TO WS-PRIOR-STMT-DATE
                           MOVE PRM-PRIOR-PROVISION
                                TO WS-PRIOR-PROVISION
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-PRIOR-FOUND
                       MOVE PRM-STATEMENT-DATE TO WS-PRIOR-STMT-DATE
                       MOVE PRM-PROVISION TO WS-PRIOR-PROVISION
                   END-IF
               END-IF
               CLOSE PROVISION-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------*
      * THE LEDGER AS LEFT BY THE LAST RUN.  A PIECE BILLED AFTER THE  *
      * STATEMENT DATE (A RERUN PINNED TO AN EARLIER QUARTER END) IS   *
      * KEPT ON THE LEDGER BUT NOT AGED.                               *
      *----------------------------------------------------------------*
       P320-LOAD-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF NOT LEDGER-OK
               DISPLAY 'Note: No recoverable ledger on file - '
                       'everything recoverable is billed this run'
               GO TO P320-EXIT
           END-IF
           PERFORM P321-READ-LEDGER
           PERFORM UNTIL LEDGER-EOF
               PERFORM P322-POST-LEDGER-ITEM THRU P322-EXIT
               PERFORM P321-READ-LEDGER
           END-PERFORM
           CLOSE LEDGER-FILE.

       P320-EXIT.
           EXIT.

       P321-READ-LEDGER.
           READ LEDGER-FILE
           END-READ.

       P322-POST-LEDGER-ITEM.
           ADD 1 TO WS-LEDGER-READ-CNT
           IF RRC-BILLED-AMOUNT NOT NUMERIC OR
              RRC-BILLED-DATE NOT NUMERIC
               GO TO P322-EXIT
           END-IF
           MOVE RRC-REINSURER TO WS-KEY-WORK-REINSURER
           MOVE RRC-SOURCE TO WS-KEY-WORK-SOURCE
           MOVE RRC-REFERENCE TO WS-KEY-WORK-REFERENCE
           PERFORM P460-FIND-OR-ADD-KEY THRU P460-EXIT
           IF WS-KEY-MATCH-IDX = ZERO
               GO TO P322-EXIT
           END-IF
           SET KEY-IDX TO WS-KEY-MATCH-IDX
           ADD RRC-BILLED-AMOUNT TO WS-KEY-BILLED (KEY-IDX)
           IF WS-ITM-COUNT >= 10000
               MOVE 'Y' TO WS-TABLE-FULL-IND
               GO TO P322-EXIT
           END-IF
           ADD 1 TO WS-ITM-COUNT
           SET ITM-IDX TO WS-ITM-COUNT
           MOVE WS-KEY-MATCH-IDX TO WS-ITM-KEY-SUB (ITM-IDX)
           MOVE RRC-BILLED-DATE TO WS-ITM-BILLED-DATE (ITM-IDX)
           MOVE RRC-BILLED-AMOUNT TO WS-ITM-AMOUNT (ITM-IDX).

       P322-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CAT XOL RECOVERIES AS LGAPCAT1 LAST BILLED THEM, ONE PER EVENT *
      * AND LAYER.                                                     *
      *----------------------------------------------------------------*
       P340-LOAD-CAT-RECOVERIES.
           OPEN INPUT CAT-RECOVERY-FILE
           IF NOT CAT-RECOVERY-OK
               GO TO P340-EXIT
           END-IF
           PERFORM P341-READ-RECOVERY
           PERFORM UNTIL CAT-RECOVERY-EOF
               PERFORM P342-POST-RECOVERY THRU P342-EXIT
               PERFORM P341-READ-RECOVERY
           END-PERFORM
           CLOSE CAT-RECOVERY-FILE.

       P340-EXIT.
           EXIT.

       P341-READ-RECOVERY.
           READ CAT-RECOVERY-FILE
           END-READ.

       P342-POST-RECOVERY.
           ADD 1 TO WS-RCV-REC-CNT
           IF WS-RCV-REC-CNT = 1
               GO TO P342-EXIT
           END-IF

      *    CATRECV.DAT: EVENT,LAYER,REINSURER,EVENT_NET_LOSS,
      *    RECOVERY,REINSTATEMENT_PREMIUM
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING CAT-RECOVERY-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3
                    WS-CSV-F4 WS-CSV-F5 WS-CSV-F6
           END-UNSTRING

           COMPUTE WS-RECOVERY-AMT = FUNCTION NUMVAL(WS-CSV-F5)
           IF WS-RECOVERY-AMT = ZERO
               GO TO P342-EXIT
           END-IF
           MOVE WS-CSV-F3 (1:20) TO WS-KEY-WORK-REINSURER
           MOVE 'CAT' TO WS-KEY-WORK-SOURCE
           MOVE SPACES TO WS-KEY-WORK-REFERENCE
           STRING WS-CSV-F1 DELIMITED BY SPACE
                  '-L' DELIMITED BY SIZE
                  WS-CSV-F2 DELIMITED BY SPACE
                  INTO WS-KEY-WORK-REFERENCE
           PERFORM P460-FIND-OR-ADD-KEY THRU P460-EXIT
           IF WS-KEY-MATCH-IDX > ZERO
               SET KEY-IDX TO WS-KEY-MATCH-IDX
               ADD WS-RECOVERY-AMT TO WS-KEY-CURRENT (KEY-IDX)
           END-IF.

       P342-EXIT.
           EXIT.

       P360-LOAD-CEDED-SHARES.
           OPEN INPUT CESSION-FILE
           IF NOT CESSION-OK
               GO TO P360-EXIT
           END-IF
           PERFORM P361-READ-CESSION
           PERFORM UNTIL CESSION-EOF
               PERFORM P362-POST-CESSION THRU P362-EXIT
               PERFORM P361-READ-CESSION
           END-PERFORM
           CLOSE CESSION-FILE.

       P360-EXIT.
           EXIT.

       P361-READ-CESSION.
           READ CESSION-FILE
           END-READ.

       P362-POST-CESSION.
           ADD 1 TO WS-CES-REC-CNT
           IF WS-CES-REC-CNT = 1
               GO TO P362-EXIT
           END-IF

      *    REINCES.DAT: CUSTOMER,PROPERTY,TOTAL,RETAINED,CEDED,
      *    POLICY,FAC_CEDED,FAC_REINSURER
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING CESSION-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
                    WS-CSV-F5 WS-CSV-F6 WS-CSV-F7 WS-CSV-F8
           END-UNSTRING

           COMPUTE WS-TOTAL-PREM = FUNCTION NUMVAL(WS-CSV-F3)
           COMPUTE WS-CEDED-PREM = FUNCTION NUMVAL(WS-CSV-F5)
           IF WS-CSV-F7 = SPACES
               MOVE ZERO TO WS-FAC-CEDED
           ELSE
               COMPUTE WS-FAC-CEDED = FUNCTION NUMVAL(WS-CSV-F7)
           END-IF
           IF WS-TOTAL-PREM = ZERO OR
              WS-CEDED-PREM + WS-FAC-CEDED = ZERO
               GO TO P362-EXIT
           END-IF
           IF WS-SHR-COUNT >= 10000
               MOVE 'Y' TO WS-TABLE-FULL-IND
               GO TO P362-EXIT
           END-IF
           ADD 1 TO WS-SHR-COUNT
           SET SHR-IDX TO WS-SHR-COUNT
           MOVE WS-CSV-F1 (1:10) TO WS-SHR-CUSTOMER (SHR-IDX)
           COMPUTE WS-SHR-SS-RATIO (SHR-IDX) ROUNDED =
               WS-CEDED-PREM / WS-TOTAL-PREM
           COMPUTE WS-SHR-FAC-RATIO (SHR-IDX) ROUNDED =
               WS-FAC-CEDED / WS-TOTAL-PREM
           MOVE WS-CSV-F8 (1:20) TO WS-SHR-FAC-REINSURER (SHR-IDX).

       P362-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PAID LOSS RECOVERABLE ON THE PROPORTIONAL COVERS: EACH         *
      * NON-DENIED CLAIM'S PAID LOSS, NET OF SALVAGE AND SUBROGATION,  *
      * AT THE CUSTOMER'S SURPLUS-SHARE AND FACULTATIVE CEDED SHARES.  *
      *----------------------------------------------------------------*
       P380-LOAD-PAID-LOSS-RECOVERABLES.
           IF WS-SHR-COUNT = ZERO
               GO TO P380-EXIT
           END-IF
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               DISPLAY 'Warning: Claims master unavailable: '
                       WS-CLM-STAT ' - no paid loss recoverables'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO P380-EXIT
           END-IF
           PERFORM P381-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               PERFORM P382-POST-CLAIM THRU P382-EXIT
               PERFORM P381-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE.

       P380-EXIT.
           EXIT.

       P381-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P382-POST-CLAIM.
           IF CLM-DENIED OR CLM-PAID-AMOUNT NOT NUMERIC
               GO TO P382-EXIT
           END-IF
           MOVE CLM-PAID-AMOUNT TO WS-CLAIM-PAID
           IF CLM-RECOVERY-AMOUNT NUMERIC
               SUBTRACT CLM-RECOVERY-AMOUNT FROM WS-CLAIM-PAID
           END-IF
           IF WS-CLAIM-PAID <= ZERO
               GO TO P382-EXIT
           END-IF
           MOVE ZERO TO WS-SHR-MATCH-IDX
           PERFORM P383-FIND-SHARE
                   VARYING SHR-IDX FROM 1 BY 1
                   UNTIL SHR-IDX > WS-SHR-COUNT
           IF WS-SHR-MATCH-IDX = ZERO
               GO TO P382-EXIT
           END-IF
           SET SHR-IDX TO WS-SHR-MATCH-IDX

           IF WS-SHR-SS-RATIO (SHR-IDX) > ZERO
               COMPUTE WS-RECOVERY-AMT ROUNDED =
                   WS-CLAIM-PAID * WS-SHR-SS-RATIO (SHR-IDX)
               MOVE 'PER TREATY SLIP' TO WS-KEY-WORK-REINSURER
               MOVE 'SS ' TO WS-KEY-WORK-SOURCE
               MOVE CLM-CLAIM-NUMBER TO WS-KEY-WORK-REFERENCE
               PERFORM P384-POST-CLAIM-RECOVERABLE
           END-IF
           IF WS-SHR-FAC-RATIO (SHR-IDX) > ZERO AND
              WS-SHR-FAC-REINSURER (SHR-IDX) NOT = SPACES
               COMPUTE WS-RECOVERY-AMT ROUNDED =
                   WS-CLAIM-PAID * WS-SHR-FAC-RATIO (SHR-IDX)
               MOVE WS-SHR-FAC-REINSURER (SHR-IDX)
                    TO WS-KEY-WORK-REINSURER
               MOVE 'FAC' TO WS-KEY-WORK-SOURCE
               MOVE CLM-CLAIM-NUMBER TO WS-KEY-WORK-REFERENCE
               PERFORM P384-POST-CLAIM-RECOVERABLE
           END-IF.

       P382-EXIT.
           EXIT.

       P383-FIND-SHARE.
           IF WS-SHR-CUSTOMER (SHR-IDX) = CLM-CUSTOMER-NUM
               SET WS-SHR-MATCH-IDX TO SHR-IDX
           END-IF.

       P384-POST-CLAIM-RECOVERABLE.
           IF WS-RECOVERY-AMT > ZERO
               PERFORM P460-FIND-OR-ADD-KEY THRU P460-EXIT
               IF WS-KEY-MATCH-IDX > ZERO
                   SET KEY-IDX TO WS-KEY-MATCH-IDX
                   ADD WS-RECOVERY-AMT TO WS-KEY-CURRENT (KEY-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REMITTANCES RECEIVED UP TO THE STATEMENT DATE, AGAINST THE     *
      * RECOVERABLE THEY SETTLE.  CASH NAMING A RECOVERABLE NEITHER    *
      * ON THE LEDGER NOR BILLABLE THIS RUN IS COUNTED FOR THE DESK.   *
      *----------------------------------------------------------------*
       P400-LOAD-REMITTANCES.
           OPEN INPUT REMITTANCE-FILE
           IF NOT REMITTANCE-OK
               GO TO P400-EXIT
           END-IF
           PERFORM P401-READ-REMITTANCE
           PERFORM UNTIL REMITTANCE-EOF
               PERFORM P402-POST-REMITTANCE THRU P402-EXIT
               PERFORM P401-READ-REMITTANCE
           END-PERFORM
           CLOSE REMITTANCE-FILE
           IF WS-REMIT-UNMATCHED-CNT > ZERO
               DISPLAY 'Warning: ' WS-REMIT-UNMATCHED-CNT
                       ' remittances match no recoverable'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P400-EXIT.
           EXIT.

       P401-READ-REMITTANCE.
           READ REMITTANCE-FILE
           END-READ.

       P402-POST-REMITTANCE.
           IF CSH-AMOUNT NOT NUMERIC OR
              CSH-RECEIVED-DATE NOT NUMERIC OR
              CSH-RECEIVED-DATE > WS-STATEMENT-DATE
               GO TO P402-EXIT
           END-IF
           MOVE ZERO TO WS-KEY-MATCH-IDX
           PERFORM P403-CHECK-REMIT-KEY
                   VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > WS-KEY-COUNT
                      OR WS-KEY-MATCH-IDX > ZERO
           IF WS-KEY-MATCH-IDX = ZERO
               ADD 1 TO WS-REMIT-UNMATCHED-CNT
               GO TO P402-EXIT
           END-IF
           ADD 1 TO WS-REMIT-CNT
           SET KEY-IDX TO WS-KEY-MATCH-IDX
           ADD CSH-AMOUNT TO WS-KEY-COLLECTED (KEY-IDX)
           ADD CSH-AMOUNT TO WS-KEY-UNAPPLIED (KEY-IDX).

       P402-EXIT.
           EXIT.

       P403-CHECK-REMIT-KEY.
           IF WS-KEY-REINSURER (KEY-IDX) = CSH-REINSURER AND
              WS-KEY-SOURCE (KEY-IDX) = CSH-SOURCE AND
              WS-KEY-REFERENCE (KEY-IDX) = CSH-REFERENCE
               SET WS-KEY-MATCH-IDX TO KEY-IDX
           END-IF.

      *----------------------------------------------------------------*
      * BILL THE GROWTH: WHERE A RECOVERABLE NOW EXCEEDS WHAT THE      *
      * LEDGER HAS BILLED, THE DIFFERENCE GOES ON AS A NEW PIECE DATED *
      * THE STATEMENT DATE.  A RECOVERABLE THAT HAS FALLEN (A CAT      *
      * RESERVE TAKEN DOWN) IS LEFT AS BILLED FOR THE DESK TO CREDIT.  *
      *----------------------------------------------------------------*
       P450-BILL-GROWTH.
           IF WS-KEY-CURRENT (KEY-IDX) <= WS-KEY-BILLED (KEY-IDX)
               GO TO P450-EXIT
           END-IF
           IF WS-ITM-COUNT >= 10000
               MOVE 'Y' TO WS-TABLE-FULL-IND
               GO TO P450-EXIT
           END-IF
           ADD 1 TO WS-ITM-COUNT
           SET ITM-IDX TO WS-ITM-COUNT
           SET WS-ITM-KEY-SUB (ITM-IDX) TO KEY-IDX
           MOVE WS-STATEMENT-DATE TO WS-ITM-BILLED-DATE (ITM-IDX)
           COMPUTE WS-ITM-AMOUNT (ITM-IDX) =
               WS-KEY-CURRENT (KEY-IDX) - WS-KEY-BILLED (KEY-IDX)
           ADD WS-ITM-AMOUNT (ITM-IDX) TO WS-KEY-BILLED (KEY-IDX)
           ADD 1 TO WS-BILLED-NEW-CNT
           ADD WS-ITM-AMOUNT (ITM-IDX) TO WS-BILLED-NEW-AMT.

       P450-EXIT.
           EXIT.

       P460-FIND-OR-ADD-KEY.
           MOVE ZERO TO WS-KEY-MATCH-IDX
           PERFORM P461-CHECK-KEY
                   VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > WS-KEY-COUNT
                      OR WS-KEY-MATCH-IDX > ZERO
           IF WS-KEY-MATCH-IDX > ZERO
               GO TO P460-EXIT
           END-IF
           IF WS-KEY-COUNT >= 5000
               MOVE 'Y' TO WS-TABLE-FULL-IND
               GO TO P460-EXIT
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE WS-KEY-COUNT TO WS-KEY-MATCH-IDX
           SET KEY-IDX TO WS-KEY-MATCH-IDX
           MOVE WS-KEY-WORK-REINSURER TO WS-KEY-REINSURER (KEY-IDX)
           MOVE WS-KEY-WORK-SOURCE TO WS-KEY-SOURCE (KEY-IDX)
           MOVE WS-KEY-WORK-REFERENCE TO WS-KEY-REFERENCE (KEY-IDX)
           MOVE ZERO TO WS-KEY-CURRENT (KEY-IDX)
           MOVE ZERO TO WS-KEY-BILLED (KEY-IDX)
           MOVE ZERO TO WS-KEY-COLLECTED (KEY-IDX)
           MOVE ZERO TO WS-KEY-UNAPPLIED (KEY-IDX).

       P460-EXIT.
           EXIT.

       P461-CHECK-KEY.
           IF WS-KEY-REINSURER (KEY-IDX) = WS-KEY-WORK-REINSURER AND
              WS-KEY-SOURCE (KEY-IDX) = WS-KEY-WORK-SOURCE AND
              WS-KEY-REFERENCE (KEY-IDX) = WS-KEY-WORK-REFERENCE
               SET WS-KEY-MATCH-IDX TO KEY-IDX
           END-IF.

       P470-FIND-OR-ADD-REINSURER.
           MOVE ZERO TO WS-REI-MATCH-IDX
           PERFORM P471-CHECK-REINSURER
                   VARYING REI-IDX FROM 1 BY 1
                   UNTIL REI-IDX > WS-REI-COUNT
                      OR WS-REI-MATCH-IDX > ZERO
           IF WS-REI-MATCH-IDX > ZERO
               GO TO P470-EXIT
           END-IF
           IF WS-REI-COUNT >= 50
               MOVE 'Y' TO WS-TABLE-FULL-IND
               GO TO P470-EXIT
           END-IF
           ADD 1 TO WS-REI-COUNT
           MOVE WS-REI-COUNT TO WS-REI-MATCH-IDX
           SET REI-IDX TO WS-REI-MATCH-IDX
           INITIALIZE WS-REI-ENTRY (REI-IDX)
           MOVE WS-REI-WORK-NAME TO WS-REI-NAME (REI-IDX)
           MOVE 'N' TO WS-REI-ON-MASTER (REI-IDX)
           MOVE 'N' TO WS-REI-SLOW-PAY-IND (REI-IDX).

       P470-EXIT.
           EXIT.

       P471-CHECK-REINSURER.
           IF WS-REI-NAME (REI-IDX) = WS-REI-WORK-NAME
               SET WS-REI-MATCH-IDX TO REI-IDX
           END-IF.

      *----------------------------------------------------------------*
      * AGE ONE LEDGER PIECE: THE RECOVERABLE'S REMITTANCES SETTLE ITS *
      * PIECES OLDEST FIRST; WHAT IS LEFT AGES FROM THE DATE BILLED.   *
      *----------------------------------------------------------------*
       P500-AGE-LEDGER-ITEM.
           IF WS-ITM-BILLED-DATE (ITM-IDX) > WS-STATEMENT-DATE
               GO TO P500-EXIT
           END-IF
           SET KEY-IDX TO WS-ITM-KEY-SUB (ITM-IDX)
           IF WS-KEY-UNAPPLIED (KEY-IDX) >= WS-ITM-AMOUNT (ITM-IDX)
               MOVE WS-ITM-AMOUNT (ITM-IDX) TO WS-APPLIED-AMT
           ELSE
               MOVE WS-KEY-UNAPPLIED (KEY-IDX) TO WS-APPLIED-AMT
           END-IF
           SUBTRACT WS-APPLIED-AMT FROM WS-KEY-UNAPPLIED (KEY-IDX)
           COMPUTE WS-OUTSTANDING-AMT =
               WS-ITM-AMOUNT (ITM-IDX) - WS-APPLIED-AMT
           IF WS-OUTSTANDING-AMT = ZERO
               GO TO P500-EXIT
           END-IF

           COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-ITM-BILLED-DATE (ITM-IDX))
           COMPUTE WS-DAYS-OLD = WS-STMT-INT - WS-ITEM-INT
           EVALUATE TRUE
               WHEN WS-DAYS-OLD > 365
                   MOVE 4 TO WS-BKT
               WHEN WS-DAYS-OLD > 180
                   MOVE 3 TO WS-BKT
               WHEN WS-DAYS-OLD > 90
                   MOVE 2 TO WS-BKT
               WHEN OTHER
                   MOVE 1 TO WS-BKT
           END-EVALUATE

           MOVE WS-KEY-REINSURER (KEY-IDX) TO WS-REI-WORK-NAME
           PERFORM P470-FIND-OR-ADD-REINSURER THRU P470-EXIT
           IF WS-REI-MATCH-IDX = ZERO
               GO TO P500-EXIT
           END-IF
           SET REI-IDX TO WS-REI-MATCH-IDX
           ADD 1 TO WS-REI-ITEM-CNT (REI-IDX)
           ADD WS-OUTSTANDING-AMT TO WS-REI-BUCKET (REI-IDX, WS-BKT)
           ADD WS-OUTSTANDING-AMT TO WS-REI-OUTSTANDING (REI-IDX)
           IF WS-BKT > 1
               ADD WS-OUTSTANDING-AMT TO WS-REI-OVERDUE (REI-IDX)
           END-IF
           ADD WS-OUTSTANDING-AMT TO WS-TOT-BUCKET (WS-BKT)
           ADD WS-OUTSTANDING-AMT TO WS-TOT-OUTSTANDING.

       P500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PROVISION FOR REINSURANCE, PER REINSURER:                      *
      *   UNAUTHORIZED (OR NOT ON THE MASTER) - THE WHOLE OUTSTANDING  *
      *     RECOVERABLE IN EXCESS OF THE COLLATERAL HELD;              *
      *   AUTHORIZED AND SLOW-PAYING - THE OVERDUE PERCENTAGE OF THE   *
      *     WHOLE OUTSTANDING IN EXCESS OF COLLATERAL;                 *
      *   AUTHORIZED OTHERWISE - THE OVERDUE PERCENTAGE OF THE PART    *
      *     OVER 90 DAYS IN EXCESS OF COLLATERAL.                      *
      *----------------------------------------------------------------*
       P550-CALC-PROVISION.
           ADD WS-REI-COLLATERAL (REI-IDX) TO WS-TOT-COLLATERAL
           IF WS-REI-RATING-RANK (REI-IDX) = ZERO OR
              WS-REI-RATING-RANK (REI-IDX) > WS-MIN-RATING-RANK
               ADD 1 TO WS-BELOW-GUIDE-CNT
           END-IF
           MOVE ZERO TO WS-REI-PROVISION (REI-IDX)
           IF WS-REI-OUTSTANDING (REI-IDX) = ZERO
               GO TO P550-EXIT
           END-IF

           IF REI-AUTHORIZED (REI-IDX) AND
              WS-REI-OVERDUE (REI-IDX) * 100 >=
              WS-REI-OUTSTANDING (REI-IDX) * WS-SLOW-PAY-PCT
               MOVE 'Y' TO WS-REI-SLOW-PAY-IND (REI-IDX)
           END-IF

           EVALUATE TRUE
               WHEN NOT REI-AUTHORIZED (REI-IDX)
                   MOVE WS-REI-OUTSTANDING (REI-IDX)
                        TO WS-PROVISION-BASE
                   MOVE 100 TO WS-PROVISION-PCT
               WHEN REI-SLOW-PAYING (REI-IDX)
                   MOVE WS-REI-OUTSTANDING (REI-IDX)
                        TO WS-PROVISION-BASE
                   MOVE WS-OVERDUE-PROV-PCT TO WS-PROVISION-PCT
               WHEN OTHER
                   MOVE WS-REI-OVERDUE (REI-IDX) TO WS-PROVISION-BASE
                   MOVE WS-OVERDUE-PROV-PCT TO WS-PROVISION-PCT
           END-EVALUATE

           IF WS-PROVISION-BASE > WS-REI-COLLATERAL (REI-IDX)
               COMPUTE WS-REI-PROVISION (REI-IDX) ROUNDED =
                   (WS-PROVISION-BASE - WS-REI-COLLATERAL (REI-IDX)) *
                   WS-PROVISION-PCT / 100
           END-IF
           ADD WS-REI-PROVISION (REI-IDX) TO WS-TOT-PROVISION.

       P550-EXIT.
           EXIT.

       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open reinsurer security report: '
                       WS-RPT-STAT
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    REINSURER SECURITY AND PROVISION FOR REINSURANCE'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Statement Date:        ' WS-STATEMENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Security Guideline:    ' WS-MIN-RATING
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Reinsurers:            ' WS-REI-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Ledger Pieces Read:    ' WS-LEDGER-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Pieces Billed:         ' WS-BILLED-NEW-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BILLED-NEW-AMT TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Amount Billed:         ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Remittances Applied:   ' WS-REMIT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Remittances Unmatched: ' WS-REMIT-UNMATCHED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    RECOVERABLE AGING BY REINSURER' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P690-WRITE-COLUMN-HEADINGS
           PERFORM P610-WRITE-REINSURER-AGING
                   VARYING REI-IDX FROM 1 BY 1
                   UNTIL REI-IDX > WS-REI-COUNT
           MOVE 'TOTAL' TO WS-AGL-LABEL
           PERFORM P611-MOVE-BOOK-BUCKET
                   VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
           MOVE WS-TOT-OUTSTANDING TO WS-AGL-AMOUNT (5)
           MOVE WS-TOT-PROVISION TO WS-AGL-AMOUNT (6)
           PERFORM P680-WRITE-AGING-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    REINSURER SECURITY' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REINSURER            STATUS RATING PRIOR '
                  '      COLLATERAL HELD  FLAGS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P620-WRITE-SECURITY-LINE
                   VARYING REI-IDX FROM 1 BY 1
                   UNTIL REI-IDX > WS-REI-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'Below Guideline:       ' WS-BELOW-GUIDE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    LETTERS OF CREDIT EXPIRED OR EXPIRING'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REINSURER            LETTER NO.      BANK      '
                  '                AMOUNT   EXPIRES  DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P630-WRITE-LOC-ALERT
                   VARYING LCA-IDX FROM 1 BY 1
                   UNTIL LCA-IDX > WS-LCA-COUNT
           IF WS-LCA-COUNT = ZERO
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    PROVISION FOR REINSURANCE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-COLLATERAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Collateral Held:       ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-PROVISION TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Provision This Qtr:    ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF PRIOR-STATEMENT-FOUND
               MOVE WS-PRIOR-PROVISION TO WS-AMT-DISPLAY
               STRING 'Prior Statement ' WS-PRIOR-STMT-DATE
                      ':' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               COMPUTE WS-PROVISION-MOVEMENT =
                   WS-TOT-PROVISION - WS-PRIOR-PROVISION
               MOVE WS-PROVISION-MOVEMENT TO WS-SGN-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'Change in Provision:   ' WS-SGN-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'No prior statement on file - full provision booked'
                    TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

       P610-WRITE-REINSURER-AGING.
           MOVE SPACES TO WS-AGL-LABEL
           IF REI-AUTHORIZED (REI-IDX)
               STRING WS-REI-NAME (REI-IDX) ' AUTH'
                      DELIMITED BY SIZE INTO WS-AGL-LABEL
           ELSE
               STRING WS-REI-NAME (REI-IDX) ' UNAUTH'
                      DELIMITED BY SIZE INTO WS-AGL-LABEL
           END-IF
           PERFORM P612-MOVE-REINSURER-BUCKET
                   VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
           MOVE WS-REI-OUTSTANDING (REI-IDX) TO WS-AGL-AMOUNT (5)
           MOVE WS-REI-PROVISION (REI-IDX) TO WS-AGL-AMOUNT (6)
           IF WS-REI-ITEM-CNT (REI-IDX) > ZERO
               PERFORM P680-WRITE-AGING-LINE
           END-IF.

       P611-MOVE-BOOK-BUCKET.
           MOVE WS-TOT-BUCKET (WS-BKT) TO WS-AGL-AMOUNT (WS-BKT).

       P612-MOVE-REINSURER-BUCKET.
           MOVE WS-REI-BUCKET (REI-IDX, WS-BKT)
                TO WS-AGL-AMOUNT (WS-BKT).

       P620-WRITE-SECURITY-LINE.
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1 TO WS-FLAG-PTR
           IF NOT REI-ON-MASTER (REI-IDX)
               STRING 'NOT ON MASTER ' DELIMITED BY SIZE
                      INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-REI-RATING-RANK (REI-IDX) = ZERO OR
              WS-REI-RATING-RANK (REI-IDX) > WS-MIN-RATING-RANK
               IF WS-REI-PRIOR-RANK (REI-IDX) > ZERO AND
                  WS-REI-PRIOR-RANK (REI-IDX) <= WS-MIN-RATING-RANK
                   STRING 'DOWNGRADED BELOW GUIDELINE '
                          DELIMITED BY SIZE
                          INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               ELSE
                   STRING 'BELOW GUIDELINE ' DELIMITED BY SIZE
                          INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-IF
           END-IF
           IF REI-SLOW-PAYING (REI-IDX)
               STRING 'SLOW PAYER ' DELIMITED BY SIZE
                      INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           IF REI-AUTHORIZED (REI-IDX)
               MOVE 'AUTH ' TO WS-AUTH-TEXT
           ELSE
               MOVE 'UNAUT' TO WS-AUTH-TEXT
           END-IF
           MOVE WS-REI-COLLATERAL (REI-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-REI-NAME (REI-IDX) ' '
                  WS-AUTH-TEXT '  '
                  WS-REI-RATING (REI-IDX) '    '
                  WS-REI-PRIOR-RATING (REI-IDX) ' '
                  WS-AMT-DISPLAY '  '
                  WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P630-WRITE-LOC-ALERT.
           MOVE WS-LCA-AMOUNT (LCA-IDX) TO WS-AGL-DISP (1)
           MOVE WS-LCA-DAYS-LEFT (LCA-IDX) TO WS-DAYS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-LCA-DAYS-LEFT (LCA-IDX) < ZERO
               STRING WS-LCA-REINSURER (LCA-IDX) ' '
                      WS-LCA-LOC-NUMBER (LCA-IDX) ' '
                      WS-LCA-BANK (LCA-IDX) ' '
                      WS-AGL-DISP (1) ' '
                      WS-LCA-EXPIRY-DATE (LCA-IDX) ' '
                      WS-DAYS-DISPLAY '  EXPIRED - NOT COLLATERAL'
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-LCA-REINSURER (LCA-IDX) ' '
                      WS-LCA-LOC-NUMBER (LCA-IDX) ' '
                      WS-LCA-BANK (LCA-IDX) ' '
                      WS-AGL-DISP (1) ' '
                      WS-LCA-EXPIRY-DATE (LCA-IDX) ' '
                      WS-DAYS-DISPLAY '  RENEWAL NEEDED'
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

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
                  ' UP TO 90 DAYS'
                  '    91-180 DAYS'
                  '   181-365 DAYS'
                  '  OVER 365 DAYS'
                  '    OUTSTANDING'
                  '      PROVISION'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * THE PROVISION JOURNAL: THE PRIOR QUARTER'S PROVISION IS        *
      * REVERSED (DEBIT THE PROVISION, CREDIT SURPLUS) AND THE CURRENT *
      * PROVISION RE-ESTABLISHED PER REINSURER (DEBIT SURPLUS, CREDIT  *
      * THE PROVISION).  THE NET POSTING IS THE CHANGE THE REPORT      *
      * SHOWS, AND DEBITS EQUAL CREDITS BY CONSTRUCTION.               *
      *----------------------------------------------------------------*
       P700-WRITE-GL-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY 'Warning: Cannot open provision journal: '
                       WS-JRN-STAT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO P700-EXIT
           END-IF

           IF PRIOR-STATEMENT-FOUND AND WS-PRIOR-PROVISION > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE WS-RSP-GL-PROV-ACCT TO GLJ-ACCOUNT
               MOVE 'REVERSE PRIOR REINS PROVISION' TO GLJ-ACCOUNT-DESC
               MOVE WS-PRIOR-PROVISION TO GLJ-DEBIT-AMT
               MOVE ZERO TO GLJ-CREDIT-AMT
               WRITE GL-JOURNAL-RECORD

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE WS-RSP-GL-SURPLUS-ACCT TO GLJ-ACCOUNT
               MOVE 'REVERSE PRIOR PROVISION CHG' TO GLJ-ACCOUNT-DESC
               MOVE ZERO TO GLJ-DEBIT-AMT
               MOVE WS-PRIOR-PROVISION TO GLJ-CREDIT-AMT
               WRITE GL-JOURNAL-RECORD
           END-IF

           PERFORM P710-WRITE-REINSURER-JOURNAL THRU P710-EXIT
                   VARYING REI-IDX FROM 1 BY 1
                   UNTIL REI-IDX > WS-REI-COUNT

           CLOSE JOURNAL-FILE.

       P700-EXIT.
           EXIT.

       P710-WRITE-REINSURER-JOURNAL.
           IF WS-REI-PROVISION (REI-IDX) = ZERO
               GO TO P710-EXIT
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE WS-RSP-GL-SURPLUS-ACCT TO GLJ-ACCOUNT
           MOVE SPACES TO GLJ-ACCOUNT-DESC
           STRING 'PROV CHG ' WS-REI-NAME (REI-IDX)
                  DELIMITED BY SIZE INTO GLJ-ACCOUNT-DESC
           MOVE WS-REI-PROVISION (REI-IDX) TO GLJ-DEBIT-AMT
           MOVE ZERO TO GLJ-CREDIT-AMT
           WRITE GL-JOURNAL-RECORD

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE WS-RSP-GL-PROV-ACCT TO GLJ-ACCOUNT
           MOVE SPACES TO GLJ-ACCOUNT-DESC
           STRING 'PROVISION ' WS-REI-NAME (REI-IDX)
                  DELIMITED BY SIZE INTO GLJ-ACCOUNT-DESC
           MOVE ZERO TO GLJ-DEBIT-AMT
           MOVE WS-REI-PROVISION (REI-IDX) TO GLJ-CREDIT-AMT
           WRITE GL-JOURNAL-RECORD.

       P710-EXIT.
           EXIT.

       P750-SAVE-STATEMENT.
           OPEN OUTPUT PROVISION-MASTER-FILE
           IF PROVISION-MASTER-OK
               MOVE WS-STATEMENT-DATE TO PRM-STATEMENT-DATE
               MOVE WS-REI-COUNT TO PRM-REINSURER-CNT
               MOVE WS-TOT-OUTSTANDING TO PRM-OUTSTANDING
               MOVE WS-TOT-PROVISION TO PRM-PROVISION
               MOVE WS-PRIOR-STMT-DATE TO PRM-PRIOR-DATE
               MOVE WS-PRIOR-PROVISION TO PRM-PRIOR-PROVISION
               WRITE PROVISION-MASTER-RECORD
               CLOSE PROVISION-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------*
      * REWRITE THE LEDGER WITH EVERY PIECE, OLD AND NEWLY BILLED, IN  *
      * BILLED ORDER.  SETTLED PIECES STAY: THE REMITTANCE HISTORY IS  *
      * APPLIED AFRESH EACH RUN AND NEEDS THEM TO APPLY AGAINST.       *
      *----------------------------------------------------------------*
       P800-SAVE-LEDGER.
           OPEN OUTPUT LEDGER-FILE
           IF NOT LEDGER-OK
               DISPLAY 'ERROR: Cannot rewrite recoverable ledger: '
                       WS-LDG-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P800-EXIT
           END-IF
           PERFORM P810-WRITE-LEDGER-ITEM
                   VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > WS-ITM-COUNT
           CLOSE LEDGER-FILE.

       P800-EXIT.
           EXIT.

       P810-WRITE-LEDGER-ITEM.
           SET KEY-IDX TO WS-ITM-KEY-SUB (ITM-IDX)
           MOVE SPACES TO RECOVERABLE-LEDGER-RECORD
           MOVE WS-KEY-REINSURER (KEY-IDX) TO RRC-REINSURER
           MOVE WS-KEY-SOURCE (KEY-IDX) TO RRC-SOURCE
           MOVE WS-KEY-REFERENCE (KEY-IDX) TO RRC-REFERENCE
           MOVE WS-ITM-BILLED-DATE (ITM-IDX) TO RRC-BILLED-DATE
           MOVE WS-ITM-AMOUNT (ITM-IDX) TO RRC-BILLED-AMOUNT
           WRITE RECOVERABLE-LEDGER-RECORD.

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
           MOVE 'LGAPRSP1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-REI-COUNT TO RST-RECORD-COUNT
           MOVE WS-TOT-PROVISION TO RST-TOTAL-AMOUNT
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
