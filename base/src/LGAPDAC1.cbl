       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPDAC1.
      *================================================================*
      * PROGRAM: LGAPDAC1 - DEFERRED ACQUISITION COST (DAC) BATCH     *
      * PURPOSE: MONTH-END JOB THAT CAPITALIZES EACH POLICY'S         *
      *          ACQUISITION COSTS INTO THE DAC MASTER -- THE MONTH'S *
      *          COMMISSION DETAIL (COMMDETL.DAT, RUN BEFORE THE      *
      *          LGAPCOM2 STATEMENT RUN CLEARS IT), THE PREMIUM TAX   *
      *          ON LGAPTAX1'S POLICY DETAIL (TAXDETL.DAT) AND THE    *
      *          MONTH'S INSPECTION INVOICES (VENDINV.DAT) -- THEN    *
      *          AMORTIZES EVERY POLICY'S DEFERRED COST WITH THE SAME *
      *          PRO-RATA EARNING LGAPUPR1 APPLIES TO PREMIUM.        *
      *          REPORTS BEGINNING BALANCE, CAPITALIZED, AMORTIZED    *
      *          AND ENDING BALANCE BY POLICY TYPE, AND WRITES THE    *
      *          MOVEMENT AS A GL JOURNAL (DACJRNL.DAT).              *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAC-MASTER-FILE ASSIGN TO 'DACMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DAC-STAT.

      *    Last statement date -- the cost files are month files, so
      *    a second run the same month would capitalize them twice.
           SELECT DAC-CONTROL-FILE ASSIGN TO 'DACCTL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DCC-STAT.

           SELECT COMM-DETAIL-FILE ASSIGN TO 'COMMDETL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DTL-STAT.

           SELECT TAX-DETAIL-FILE ASSIGN TO 'TAXDETL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TXD-STAT.

           SELECT INVOICE-FILE ASSIGN TO 'VENDINV.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VIN-STAT.

      *    Policy type and earning period for a newly deferred
      *    policy; a cancelled or lapsed policy has what is left of
      *    its deferred cost written off.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'DACRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    The month-end DAC journal, in the same account/debit/
      *    credit layout as the daily premium journal, so accounting
      *    loads it instead of re-keying the report.
           SELECT JOURNAL-FILE ASSIGN TO 'DACJRNL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JRN-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  DAC-MASTER-FILE.
           COPY DACMAST.

       FD  DAC-CONTROL-FILE.
       01  DAC-CONTROL-RECORD.
           05 DCC-LAST-STMT-DATE       PIC 9(8).

       FD  COMM-DETAIL-FILE.
       01  COMM-DETAIL-LINE            PIC X(200).

       FD  TAX-DETAIL-FILE.
       01  TAX-DETAIL-LINE             PIC X(200).

       FD  INVOICE-FILE.
       01  VENDOR-INVOICE-RECORD.
           05 VIN-VENDOR-CODE          PIC X(6).
           05 FILLER                   PIC X.
           05 VIN-INVOICE-NUM          PIC X(12).
           05 FILLER                   PIC X.
           05 VIN-INVOICE-DATE         PIC 9(8).
           05 FILLER                   PIC X.
           05 VIN-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X.
           05 VIN-AMOUNT               PIC 9(7)V99.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

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

       FD  JOURNAL-FILE.
           COPY GLJRNL.

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-DAC-STAT                 PIC X(2).
           88 DAC-MASTER-OK            VALUE '00'.
           88 DAC-MASTER-EOF           VALUE '10'.

       01  WS-DCC-STAT                 PIC X(2).
           88 DAC-CONTROL-OK           VALUE '00'.

       01  WS-DTL-STAT                 PIC X(2).
           88 DETAIL-OK                VALUE '00'.
           88 DETAIL-EOF               VALUE '10'.

       01  WS-TXD-STAT                 PIC X(2).
           88 TAX-DETAIL-OK            VALUE '00'.
           88 TAX-DETAIL-EOF           VALUE '10'.

       01  WS-VIN-STAT                 PIC X(2).
           88 INVOICE-OK               VALUE '00'.
           88 INVOICE-EOF              VALUE '10'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-JRN-STAT                 PIC X(2).
           88 JOURNAL-OK               VALUE '00'.

      *----------------------------------------------------------------*
      * STATEMENT DATE -- TODAY UNLESS DAC_STATEMENT_DATE PINS THE     *
      * MONTH END THE COSTS ARE AMORTIZED TO.                          *
      *----------------------------------------------------------------*
       01  WS-STATEMENT-DATE           PIC 9(8).
       01  WS-STATEMENT-DATE-X REDEFINES WS-STATEMENT-DATE.
           05 WS-STMT-YYYYMM           PIC 9(6).
           05 WS-STMT-DD               PIC 99.

       01  WS-LAST-STMT-DATE           PIC 9(8) VALUE ZERO.
       01  WS-LAST-STMT-DATE-X REDEFINES WS-LAST-STMT-DATE.
           05 WS-LAST-YYYYMM           PIC 9(6).
           05 WS-LAST-DD               PIC 99.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-STMT-INT              PIC 9(9).
           05 WS-EFF-INT               PIC 9(9).
           05 WS-EXP-INT               PIC 9(9).
           05 WS-TERM-DAYS             PIC 9(9).
           05 WS-EARNED-DAYS           PIC 9(9).

       01  WS-EXPIRE-DATE-NUM          PIC 9(8).
       01  WS-EXPIRE-DATE-X REDEFINES WS-EXPIRE-DATE-NUM.
           05 WS-EXPIRE-YYYY           PIC 9(4).
           05 WS-EXPIRE-MMDD           PIC 9(4).

       01  WS-EFFECTIVE-DATE-HOLD      PIC 9(8).
       01  WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE-HOLD.
           05 WS-EFF-YYYY              PIC 9(4).
           05 WS-EFF-MMDD              PIC 9(4).

      *----------------------------------------------------------------*
      * CHART-OF-ACCOUNTS MAPPING FOR THE DAC JOURNAL (CONFIG KEYS     *
      * DAC_GL_ASSET_ACCT, DAC_GL_AMORT_ACCT, DAC_GL_COMM_ACCT,        *
      * DAC_GL_TAX_ACCT AND DAC_GL_INSP_ACCT).  CAPITALIZING MOVES THE *
      * COST FROM ITS EXPENSE ACCOUNT TO THE DAC ASSET; AMORTIZING     *
      * MOVES IT BACK OUT TO AMORTIZATION EXPENSE.                     *
      *----------------------------------------------------------------*
       01  WS-GL-ACCOUNT-MAP.
           05 WS-DAC-GL-ASSET-ACCT     PIC X(8) VALUE '14500'.
           05 WS-DAC-GL-AMORT-ACCT     PIC X(8) VALUE '61500'.
           05 WS-DAC-GL-COMM-ACCT      PIC X(8) VALUE '61100'.
           05 WS-DAC-GL-TAX-ACCT       PIC X(8) VALUE '61200'.
           05 WS-DAC-GL-INSP-ACCT      PIC X(8) VALUE '61300'.

      *----------------------------------------------------------------*
      * IN-CORE DAC MASTER.                                            *
      *----------------------------------------------------------------*
       01  WS-DAC-TABLE.
           05 WS-DAC-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-DAC-ENTRY             OCCURS 20000 TIMES
                                       INDEXED BY DAC-IDX.
              10 WS-DAC-POLICY-NUM     PIC X(12).
              10 WS-DAC-POLICY-TYPE    PIC X(1).
              10 WS-DAC-EFFECTIVE-DATE PIC 9(8).
              10 WS-DAC-EXPIRY-DATE    PIC 9(8).
              10 WS-DAC-COMMISSION-CAP PIC S9(9)V99.
              10 WS-DAC-TAX-CAP        PIC S9(9)V99.
              10 WS-DAC-INSPECTION-CAP PIC S9(9)V99.
              10 WS-DAC-AMORTIZED      PIC S9(9)V99.
              10 WS-DAC-LAST-RUN-DATE  PIC 9(8).

       01  WS-DAC-MATCH-IDX            PIC 9(5) VALUE ZERO.

       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 DAC-TABLE-FULL           VALUE 'Y'.

       01  WS-PARSE-FIELDS.
           05 WS-CSV-CUSTOMER          PIC X(30).
           05 WS-CSV-AGENCY            PIC X(30).
           05 WS-CSV-PREMIUM           PIC X(30).
           05 WS-CSV-COMMISSION        PIC X(30).
           05 WS-CSV-POLICY            PIC X(30).
           05 WS-CSV-STATE             PIC X(30).
           05 WS-CSV-TERRITORY         PIC X(30).
           05 WS-CSV-STATE-TAX         PIC X(30).
           05 WS-CSV-COUNTY-TAX        PIC X(30).

       01  WS-WORK-POLICY-NUM          PIC X(12).

       01  WS-POLICY-WORK.
           05 WS-COST-AMT              PIC S9(9)V99.
           05 WS-CAPITALIZED           PIC S9(9)V99.
           05 WS-EARNED-FRACTION       PIC 9V9(6).
           05 WS-AMORT-TO-DATE         PIC S9(9)V99.
           05 WS-AMORT-THIS-MONTH      PIC S9(9)V99.
           05 WS-BEGIN-BALANCE         PIC S9(9)V99.

       01  WS-TERMINATED-IND           PIC X VALUE 'N'.
           88 WS-POLICY-TERMINATED     VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-REC-IN-FILE           PIC 9(7) VALUE ZERO.
           05 WS-COMM-LINE-CNT         PIC 9(7) VALUE ZERO.
           05 WS-COMM-NO-POLICY-CNT    PIC 9(7) VALUE ZERO.
           05 WS-TAX-POLICY-CNT        PIC 9(7) VALUE ZERO.
           05 WS-TAX-ALREADY-CNT       PIC 9(7) VALUE ZERO.
           05 WS-INSPECTION-CNT        PIC 9(7) VALUE ZERO.
           05 WS-NEW-POLICY-CNT        PIC 9(7) VALUE ZERO.
           05 WS-NO-TERM-CNT           PIC 9(7) VALUE ZERO.
           05 WS-WRITE-OFF-CNT         PIC 9(7) VALUE ZERO.
           05 WS-RETIRED-CNT           PIC 9(7) VALUE ZERO.
           05 WS-WRITTEN-CNT           PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * DAC ROLL-FORWARD BY POLICY TYPE.  BEGINNING PLUS CAPITALIZED   *
      * LESS AMORTIZED MUST EQUAL ENDING TO THE PENNY.                 *
      *----------------------------------------------------------------*
       01  WS-TYPE-TOTALS.
           05 WS-TYPE-ENTRY            OCCURS 5 TIMES
                                       INDEXED BY TYPE-IDX.
              10 WS-TYPE-CODE          PIC X(1).
              10 WS-TYPE-DESC          PIC X(12).
              10 WS-TYPE-POL-CNT       PIC 9(6).
              10 WS-TYPE-BEGIN         PIC S9(12)V99.
              10 WS-TYPE-COMMISSION    PIC S9(12)V99.
              10 WS-TYPE-TAX           PIC S9(12)V99.
              10 WS-TYPE-INSPECTION    PIC S9(12)V99.
              10 WS-TYPE-AMORTIZED     PIC S9(12)V99.
              10 WS-TYPE-ENDING        PIC S9(12)V99.

       01  WS-TYPE-MATCH-IDX           PIC 9 VALUE ZERO.
       01  WS-TOTAL-IDX                PIC 9 VALUE 5.

       01  WS-ROLL-CHECK               PIC S9(13)V99 VALUE ZERO.

      *    One balanced journal pair: debit one account, credit the
      *    other.  A negative amount (net chargebacks) swaps sides.
       01  WS-JOURNAL-PAIR.
           05 WS-JRN-DEBIT-ACCT        PIC X(8).
           05 WS-JRN-CREDIT-ACCT       PIC X(8).
           05 WS-JRN-DESC              PIC X(30).
           05 WS-JRN-AMOUNT            PIC S9(12)V99.
           05 WS-JRN-SWAP-ACCT         PIC X(8).

       01  WS-AMT-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY GLPERIOD.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P205-RESOLVE-GL-PERIOD
           PERFORM P300-LOAD-DAC-MASTER THRU P300-EXIT
           IF DAC-TABLE-FULL
               DISPLAY 'ERROR: DAC master exceeds the in-core table '
                       '- nothing capitalized'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: Policy master unavailable: '
                       WS-POL-STAT ' - new costs held unamortized'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM P400-CAPTURE-COMMISSIONS THRU P400-EXIT
           PERFORM P430-CAPTURE-PREMIUM-TAX THRU P430-EXIT
           PERFORM P460-CAPTURE-INSPECTIONS THRU P460-EXIT
           IF DAC-TABLE-FULL
               DISPLAY 'ERROR: Deferred policies exceed the in-core '
                       'table - DAC master not updated'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P500-AMORTIZE-POLICY THRU P500-EXIT
                   VARYING DAC-IDX FROM 1 BY 1
                   UNTIL DAC-IDX > WS-DAC-COUNT
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P700-WRITE-GL-JOURNAL THRU P700-EXIT
           PERFORM P800-REWRITE-DAC-MASTER THRU P800-EXIT
           PERFORM P850-SAVE-CONTROL
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-STATEMENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'DAC_STATEMENT_DATE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-STATEMENT-DATE
               END-IF
               MOVE 'DAC_GL_ASSET_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-DAC-GL-ASSET-ACCT
               END-IF
               MOVE 'DAC_GL_AMORT_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-DAC-GL-AMORT-ACCT
               END-IF
               MOVE 'DAC_GL_COMM_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-DAC-GL-COMM-ACCT
               END-IF
               MOVE 'DAC_GL_TAX_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-DAC-GL-TAX-ACCT
               END-IF
               MOVE 'DAC_GL_INSP_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-DAC-GL-INSP-ACCT
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           COMPUTE WS-STMT-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-STATEMENT-DATE)

           OPEN INPUT DAC-CONTROL-FILE
           IF DAC-CONTROL-OK
               READ DAC-CONTROL-FILE
               IF DAC-CONTROL-OK AND DCC-LAST-STMT-DATE NUMERIC
                   MOVE DCC-LAST-STMT-DATE TO WS-LAST-STMT-DATE
               END-IF
               CLOSE DAC-CONTROL-FILE
           END-IF
           IF WS-LAST-YYYYMM = WS-STMT-YYYYMM
               DISPLAY 'Warning: DAC already run for month '
                       WS-STMT-YYYYMM ' - nothing capitalized'
               MOVE 4 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           INITIALIZE WS-TYPE-TOTALS
           MOVE 'C' TO WS-TYPE-CODE (1)
           MOVE 'COMMERCIAL' TO WS-TYPE-DESC (1)
           MOVE 'P' TO WS-TYPE-CODE (2)
           MOVE 'PERSONAL' TO WS-TYPE-DESC (2)
           MOVE 'F' TO WS-TYPE-CODE (3)
           MOVE 'FARM' TO WS-TYPE-DESC (3)
           MOVE ' ' TO WS-TYPE-CODE (4)
           MOVE 'OTHER' TO WS-TYPE-DESC (4)
           MOVE ' ' TO WS-TYPE-CODE (5)
           MOVE 'TOTAL' TO WS-TYPE-DESC (5).

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

       P300-LOAD-DAC-MASTER.
           OPEN INPUT DAC-MASTER-FILE
           IF NOT DAC-MASTER-OK
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-DAC-MASTER
           PERFORM UNTIL DAC-MASTER-EOF
               IF WS-DAC-COUNT < 20000
                   ADD 1 TO WS-DAC-COUNT
                   SET DAC-IDX TO WS-DAC-COUNT
                   MOVE DAC-POLICY-NUM TO WS-DAC-POLICY-NUM (DAC-IDX)
                   MOVE DAC-POLICY-TYPE
                        TO WS-DAC-POLICY-TYPE (DAC-IDX)
                   MOVE DAC-EFFECTIVE-DATE
                        TO WS-DAC-EFFECTIVE-DATE (DAC-IDX)
                   MOVE DAC-EXPIRY-DATE
                        TO WS-DAC-EXPIRY-DATE (DAC-IDX)
                   MOVE DAC-COMMISSION-CAP
                        TO WS-DAC-COMMISSION-CAP (DAC-IDX)
                   MOVE DAC-PREMIUM-TAX-CAP
                        TO WS-DAC-TAX-CAP (DAC-IDX)
                   MOVE DAC-INSPECTION-CAP
                        TO WS-DAC-INSPECTION-CAP (DAC-IDX)
                   MOVE DAC-AMORTIZED TO WS-DAC-AMORTIZED (DAC-IDX)
                   MOVE DAC-LAST-RUN-DATE
                        TO WS-DAC-LAST-RUN-DATE (DAC-IDX)
                   PERFORM P320-ACCUM-BEGIN-BALANCE
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               END-IF
               PERFORM P310-READ-DAC-MASTER
           END-PERFORM
           CLOSE DAC-MASTER-FILE.

       P300-EXIT.
           EXIT.

       P310-READ-DAC-MASTER.
           READ DAC-MASTER-FILE
           END-READ.

      *    Last month's unamortized balance is this month's opening.
       P320-ACCUM-BEGIN-BALANCE.
           PERFORM P480-FIND-TYPE-SLOT
           SET TYPE-IDX TO WS-TYPE-MATCH-IDX
           COMPUTE WS-BEGIN-BALANCE =
               WS-DAC-COMMISSION-CAP (DAC-IDX) +
               WS-DAC-TAX-CAP (DAC-IDX) +
               WS-DAC-INSPECTION-CAP (DAC-IDX) -
               WS-DAC-AMORTIZED (DAC-IDX)
           ADD WS-BEGIN-BALANCE TO WS-TYPE-BEGIN (TYPE-IDX)
           ADD WS-BEGIN-BALANCE TO WS-TYPE-BEGIN (WS-TOTAL-IDX).

      *----------------------------------------------------------------*
      * COMMISSION: THE MONTH'S LGAPCOM2 DETAIL, ONE LINE PER          *
      * COMMISSION OR CHARGEBACK, CARRYING THE POLICY IN ITS FIFTH     *
      * FIELD.  CHARGEBACKS ARE NEGATIVE AND REDUCE THE DEFERRAL.      *
      *----------------------------------------------------------------*
       P400-CAPTURE-COMMISSIONS.
           OPEN INPUT COMM-DETAIL-FILE
           IF NOT DETAIL-OK
               DISPLAY 'Warning: No commission detail for the month: '
                       WS-DTL-STAT
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-COMM-DETAIL
           PERFORM UNTIL DETAIL-EOF
               PERFORM P420-CAPTURE-COMMISSION THRU P420-EXIT
               PERFORM P410-READ-COMM-DETAIL
           END-PERFORM
           CLOSE COMM-DETAIL-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-COMM-DETAIL.
           READ COMM-DETAIL-FILE
           END-READ.

       P420-CAPTURE-COMMISSION.
           IF COMM-DETAIL-LINE = SPACES
               GO TO P420-EXIT
           END-IF
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING COMM-DETAIL-LINE DELIMITED BY ','
               INTO WS-CSV-CUSTOMER WS-CSV-AGENCY
                    WS-CSV-PREMIUM WS-CSV-COMMISSION
                    WS-CSV-POLICY
           END-UNSTRING
           ADD 1 TO WS-COMM-LINE-CNT
      *    Lines kept before the extract carried the policy cannot be
      *    deferred against one -- they stay expensed.
           IF WS-CSV-POLICY = SPACES
               ADD 1 TO WS-COMM-NO-POLICY-CNT
               GO TO P420-EXIT
           END-IF
           COMPUTE WS-COST-AMT = FUNCTION NUMVAL(WS-CSV-COMMISSION)
           MOVE WS-CSV-POLICY (1:12) TO WS-WORK-POLICY-NUM
           PERFORM P470-FIND-OR-ADD-POLICY THRU P470-EXIT
           IF WS-DAC-MATCH-IDX = ZERO
               GO TO P420-EXIT
           END-IF
           SET DAC-IDX TO WS-DAC-MATCH-IDX
           ADD WS-COST-AMT TO WS-DAC-COMMISSION-CAP (DAC-IDX)
           SET TYPE-IDX TO WS-TYPE-MATCH-IDX
           ADD WS-COST-AMT TO WS-TYPE-COMMISSION (TYPE-IDX)
           ADD WS-COST-AMT TO WS-TYPE-COMMISSION (WS-TOTAL-IDX).

       P420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PREMIUM TAX: STATE PLUS COUNTY TAX OFF LGAPTAX1'S POLICY       *
      * DETAIL.  THE DETAIL COVERS WHATEVER PERIOD THE TAX RUN LAST    *
      * WALKED, SO A POLICY'S TAX IS CAPITALIZED ONCE AND SKIPPED ON   *
      * LATER MONTHS.                                                  *
      *----------------------------------------------------------------*
       P430-CAPTURE-PREMIUM-TAX.
           OPEN INPUT TAX-DETAIL-FILE
           IF NOT TAX-DETAIL-OK
               DISPLAY 'Warning: No premium tax detail on file: '
                       WS-TXD-STAT
               GO TO P430-EXIT
           END-IF
           MOVE ZERO TO WS-REC-IN-FILE
           PERFORM P440-READ-TAX-DETAIL
           PERFORM UNTIL TAX-DETAIL-EOF
               PERFORM P450-CAPTURE-TAX THRU P450-EXIT
               PERFORM P440-READ-TAX-DETAIL
           END-PERFORM
           CLOSE TAX-DETAIL-FILE.

       P430-EXIT.
           EXIT.

       P440-READ-TAX-DETAIL.
           READ TAX-DETAIL-FILE
           END-READ.

       P450-CAPTURE-TAX.
           ADD 1 TO WS-REC-IN-FILE
      *    Skip the CSV header line
           IF WS-REC-IN-FILE = 1
               GO TO P450-EXIT
           END-IF
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING TAX-DETAIL-LINE DELIMITED BY ','
               INTO WS-CSV-POLICY WS-CSV-CUSTOMER WS-CSV-STATE
                    WS-CSV-TERRITORY WS-CSV-STATE-TAX
                    WS-CSV-COUNTY-TAX
           END-UNSTRING
           IF WS-CSV-POLICY = SPACES
               GO TO P450-EXIT
           END-IF
           COMPUTE WS-COST-AMT =
               FUNCTION NUMVAL(WS-CSV-STATE-TAX) +
               FUNCTION NUMVAL(WS-CSV-COUNTY-TAX)
           IF WS-COST-AMT = ZERO
               GO TO P450-EXIT
           END-IF
           MOVE WS-CSV-POLICY (1:12) TO WS-WORK-POLICY-NUM
           PERFORM P470-FIND-OR-ADD-POLICY THRU P470-EXIT
           IF WS-DAC-MATCH-IDX = ZERO
               GO TO P450-EXIT
           END-IF
           SET DAC-IDX TO WS-DAC-MATCH-IDX
           IF WS-DAC-TAX-CAP (DAC-IDX) NOT = ZERO
               ADD 1 TO WS-TAX-ALREADY-CNT
               GO TO P450-EXIT
           END-IF
           ADD 1 TO WS-TAX-POLICY-CNT
           MOVE WS-COST-AMT TO WS-DAC-TAX-CAP (DAC-IDX)
           SET TYPE-IDX TO WS-TYPE-MATCH-IDX
           ADD WS-COST-AMT TO WS-TYPE-TAX (TYPE-IDX)
           ADD WS-COST-AMT TO WS-TYPE-TAX (WS-TOTAL-IDX).

       P450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * INSPECTION COST: THE MONTH'S VENDOR INVOICE LINES, AT THE      *
      * AMOUNT BILLED.                                                 *
      *----------------------------------------------------------------*
       P460-CAPTURE-INSPECTIONS.
           OPEN INPUT INVOICE-FILE
           IF NOT INVOICE-OK
               DISPLAY 'Warning: No inspection invoices for the '
                       'month: ' WS-VIN-STAT
               GO TO P460-EXIT
           END-IF
           PERFORM P461-READ-INVOICE
           PERFORM UNTIL INVOICE-EOF
               PERFORM P465-CAPTURE-INSPECTION THRU P465-EXIT
               PERFORM P461-READ-INVOICE
           END-PERFORM
           CLOSE INVOICE-FILE.

       P460-EXIT.
           EXIT.

       P461-READ-INVOICE.
           READ INVOICE-FILE
           END-READ.

       P465-CAPTURE-INSPECTION.
           IF VIN-POLICY-NUM = SPACES OR VIN-AMOUNT NOT NUMERIC
               GO TO P465-EXIT
           END-IF
           MOVE VIN-AMOUNT TO WS-COST-AMT
           MOVE VIN-POLICY-NUM TO WS-WORK-POLICY-NUM
           PERFORM P470-FIND-OR-ADD-POLICY THRU P470-EXIT
           IF WS-DAC-MATCH-IDX = ZERO
               GO TO P465-EXIT
           END-IF
           SET DAC-IDX TO WS-DAC-MATCH-IDX
           ADD 1 TO WS-INSPECTION-CNT
           ADD WS-COST-AMT TO WS-DAC-INSPECTION-CAP (DAC-IDX)
           SET TYPE-IDX TO WS-TYPE-MATCH-IDX
           ADD WS-COST-AMT TO WS-TYPE-INSPECTION (TYPE-IDX)
           ADD WS-COST-AMT TO WS-TYPE-INSPECTION (WS-TOTAL-IDX).

       P465-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FIND THE POLICY'S DAC RECORD, OR OPEN ONE WITH ITS TYPE AND    *
      * EARNING PERIOD FROM THE POLICY MASTER.  LEAVES THE POLICY'S    *
      * TYPE SLOT IN WS-TYPE-MATCH-IDX.                                *
      *----------------------------------------------------------------*
       P470-FIND-OR-ADD-POLICY.
           MOVE ZERO TO WS-DAC-MATCH-IDX
           PERFORM P471-CHECK-DAC-ENTRY
                   VARYING DAC-IDX FROM 1 BY 1
                   UNTIL DAC-IDX > WS-DAC-COUNT
                      OR WS-DAC-MATCH-IDX > ZERO
           IF WS-DAC-MATCH-IDX = ZERO
               IF WS-DAC-COUNT < 20000
                   ADD 1 TO WS-DAC-COUNT
                   MOVE WS-DAC-COUNT TO WS-DAC-MATCH-IDX
                   SET DAC-IDX TO WS-DAC-MATCH-IDX
                   ADD 1 TO WS-NEW-POLICY-CNT
                   PERFORM P475-OPEN-DAC-ENTRY THRU P475-EXIT
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
                   GO TO P470-EXIT
               END-IF
           END-IF
           SET DAC-IDX TO WS-DAC-MATCH-IDX
           PERFORM P480-FIND-TYPE-SLOT.

       P470-EXIT.
           EXIT.

       P471-CHECK-DAC-ENTRY.
           IF WS-DAC-POLICY-NUM (DAC-IDX) = WS-WORK-POLICY-NUM
               SET WS-DAC-MATCH-IDX TO DAC-IDX
           END-IF.

       P475-OPEN-DAC-ENTRY.
           MOVE WS-WORK-POLICY-NUM TO WS-DAC-POLICY-NUM (DAC-IDX)
           MOVE SPACE TO WS-DAC-POLICY-TYPE (DAC-IDX)
           MOVE ZERO TO WS-DAC-EFFECTIVE-DATE (DAC-IDX)
           MOVE ZERO TO WS-DAC-EXPIRY-DATE (DAC-IDX)
           MOVE ZERO TO WS-DAC-COMMISSION-CAP (DAC-IDX)
           MOVE ZERO TO WS-DAC-TAX-CAP (DAC-IDX)
           MOVE ZERO TO WS-DAC-INSPECTION-CAP (DAC-IDX)
           MOVE ZERO TO WS-DAC-AMORTIZED (DAC-IDX)
           MOVE ZERO TO WS-DAC-LAST-RUN-DATE (DAC-IDX)
           IF NOT MASTER-IS-OPEN
               GO TO P475-EXIT
           END-IF
           MOVE WS-WORK-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P475-EXIT
           END-READ
           MOVE POL-POLICY-TYPE TO WS-DAC-POLICY-TYPE (DAC-IDX)
           IF POL-EFFECTIVE-DATE NOT NUMERIC OR
              POL-EFFECTIVE-DATE = ZERO OR
              POL-POLICY-TERM NOT NUMERIC OR
              POL-POLICY-TERM = ZERO
               GO TO P475-EXIT
           END-IF
      *    Same effective-date-plus-term expiration projection
      *    LGAPUPR1 earns premium over.
           MOVE POL-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE-HOLD
           COMPUTE WS-EXPIRE-YYYY = WS-EFF-YYYY + POL-POLICY-TERM
           MOVE WS-EFF-MMDD TO WS-EXPIRE-MMDD
           MOVE POL-EFFECTIVE-DATE TO WS-DAC-EFFECTIVE-DATE (DAC-IDX)
           MOVE WS-EXPIRE-DATE-NUM TO WS-DAC-EXPIRY-DATE (DAC-IDX).

       P475-EXIT.
           EXIT.

       P480-FIND-TYPE-SLOT.
           MOVE 4 TO WS-TYPE-MATCH-IDX
           PERFORM P481-CHECK-TYPE-ENTRY
                   VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 3.

       P481-CHECK-TYPE-ENTRY.
           IF WS-TYPE-CODE (TYPE-IDX) = WS-DAC-POLICY-TYPE (DAC-IDX)
               SET WS-TYPE-MATCH-IDX TO TYPE-IDX
           END-IF.

      *----------------------------------------------------------------*
      * AMORTIZE ONE POLICY TO THE STATEMENT DATE: THE AMORTIZED-TO-   *
      * DATE FIGURE IS THE CAPITALIZED COST TIMES THE EARNED FRACTION, *
      * AND THE MONTH'S AMORTIZATION IS THE MOVEMENT IN IT -- SO COST  *
      * CAPITALIZED LATE CATCHES UP AT ONCE.  A CANCELLED OR LAPSED    *
      * POLICY HAS THE REST WRITTEN OFF.                               *
      *----------------------------------------------------------------*
       P500-AMORTIZE-POLICY.
           PERFORM P480-FIND-TYPE-SLOT
           SET TYPE-IDX TO WS-TYPE-MATCH-IDX
           COMPUTE WS-CAPITALIZED =
               WS-DAC-COMMISSION-CAP (DAC-IDX) +
               WS-DAC-TAX-CAP (DAC-IDX) +
               WS-DAC-INSPECTION-CAP (DAC-IDX)
           ADD 1 TO WS-TYPE-POL-CNT (TYPE-IDX)
           ADD 1 TO WS-TYPE-POL-CNT (WS-TOTAL-IDX)
           MOVE WS-STATEMENT-DATE TO WS-DAC-LAST-RUN-DATE (DAC-IDX)

           PERFORM P510-CHECK-POLICY-STATUS THRU P510-EXIT
           EVALUATE TRUE
               WHEN WS-POLICY-TERMINATED
                   MOVE 1 TO WS-EARNED-FRACTION
                   ADD 1 TO WS-WRITE-OFF-CNT
               WHEN WS-DAC-EFFECTIVE-DATE (DAC-IDX) = ZERO
      *            No earning period to amortize over -- held until
      *            the policy master carries it.
                   ADD 1 TO WS-NO-TERM-CNT
                   MOVE ZERO TO WS-EARNED-FRACTION
                   MOVE WS-DAC-AMORTIZED (DAC-IDX) TO WS-AMORT-TO-DATE
                   GO TO P500-ENDING
               WHEN OTHER
                   PERFORM P520-CALC-EARNED-FRACTION
           END-EVALUATE

           COMPUTE WS-AMORT-TO-DATE ROUNDED =
               WS-CAPITALIZED * WS-EARNED-FRACTION
           COMPUTE WS-AMORT-THIS-MONTH =
               WS-AMORT-TO-DATE - WS-DAC-AMORTIZED (DAC-IDX)
           MOVE WS-AMORT-TO-DATE TO WS-DAC-AMORTIZED (DAC-IDX)
           ADD WS-AMORT-THIS-MONTH TO WS-TYPE-AMORTIZED (TYPE-IDX)
           ADD WS-AMORT-THIS-MONTH
               TO WS-TYPE-AMORTIZED (WS-TOTAL-IDX).

       P500-ENDING.
           COMPUTE WS-COST-AMT =
               WS-CAPITALIZED - WS-DAC-AMORTIZED (DAC-IDX)
           ADD WS-COST-AMT TO WS-TYPE-ENDING (TYPE-IDX)
           ADD WS-COST-AMT TO WS-TYPE-ENDING (WS-TOTAL-IDX).

       P500-EXIT.
           EXIT.

       P510-CHECK-POLICY-STATUS.
           MOVE 'N' TO WS-TERMINATED-IND
           IF NOT MASTER-IS-OPEN
               GO TO P510-EXIT
           END-IF
           MOVE WS-DAC-POLICY-NUM (DAC-IDX) TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P510-EXIT
           END-READ
           IF POL-STATUS = 'CANCELLED' OR POL-STATUS = 'LAPSED'
               MOVE 'Y' TO WS-TERMINATED-IND
           END-IF.

       P510-EXIT.
           EXIT.

       P520-CALC-EARNED-FRACTION.
      *    Pro-rata over the term, exactly as LGAPUPR1 earns premium.
           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-DAC-EFFECTIVE-DATE (DAC-IDX))
           COMPUTE WS-EXP-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-DAC-EXPIRY-DATE (DAC-IDX))
           COMPUTE WS-TERM-DAYS = WS-EXP-INT - WS-EFF-INT
           EVALUATE TRUE
               WHEN WS-STMT-INT <= WS-EFF-INT
                   MOVE ZERO TO WS-EARNED-FRACTION
               WHEN WS-STMT-INT >= WS-EXP-INT
                   MOVE 1 TO WS-EARNED-FRACTION
               WHEN WS-TERM-DAYS = ZERO
                   MOVE 1 TO WS-EARNED-FRACTION
               WHEN OTHER
                   COMPUTE WS-EARNED-DAYS =
                       WS-STMT-INT - WS-EFF-INT
                   COMPUTE WS-EARNED-FRACTION ROUNDED =
                       WS-EARNED-DAYS / WS-TERM-DAYS
           END-EVALUATE.

       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open DAC report file: '
                       WS-RPT-STAT
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    DEFERRED ACQUISITION COST ROLL-FORWARD'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Statement Date:        ' WS-STATEMENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Commission Lines:      ' WS-COMM-LINE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  No Policy - Expensed:' WS-COMM-NO-POLICY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Premium Tax Policies:  ' WS-TAX-POLICY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  Already Capitalized: ' WS-TAX-ALREADY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Inspection Invoices:   ' WS-INSPECTION-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Policies Newly Deferred:' WS-NEW-POLICY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Cancelled/Lapsed W/O:  ' WS-WRITE-OFF-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Held - No Term:        ' WS-NO-TERM-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    DAC BY POLICY TYPE' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P610-WRITE-TYPE-BLOCK
                   VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 5

      *    Beginning plus capitalized less amortized must equal the
      *    ending balance -- anything else means cost was lost.
           SET TYPE-IDX TO WS-TOTAL-IDX
           COMPUTE WS-ROLL-CHECK =
               WS-TYPE-BEGIN (TYPE-IDX) +
               WS-TYPE-COMMISSION (TYPE-IDX) +
               WS-TYPE-TAX (TYPE-IDX) +
               WS-TYPE-INSPECTION (TYPE-IDX) -
               WS-TYPE-AMORTIZED (TYPE-IDX) -
               WS-TYPE-ENDING (TYPE-IDX)
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ROLL-CHECK = ZERO
               MOVE 'BALANCE STATUS: BALANCED' TO REPORT-LINE
           ELSE
               MOVE 'BALANCE STATUS: OUT OF BALANCE' TO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

       P610-WRITE-TYPE-BLOCK.
           IF WS-TYPE-POL-CNT (TYPE-IDX) > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-TYPE-DESC (TYPE-IDX)
                      ' POLICIES: ' WS-TYPE-POL-CNT (TYPE-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TYPE-BEGIN (TYPE-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '      Beginning Balance:   ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TYPE-COMMISSION (TYPE-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '      Capitalized - Comm:  ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TYPE-TAX (TYPE-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '      Capitalized - Tax:   ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TYPE-INSPECTION (TYPE-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '      Capitalized - Insp:  ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TYPE-AMORTIZED (TYPE-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '      Amortized:           ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TYPE-ENDING (TYPE-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '      Ending Balance:      ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * THE DAC JOURNAL, PER POLICY TYPE: EACH COST CAPITALIZED IS     *
      * DEBITED TO THE DAC ASSET AND CREDITED OUT OF ITS EXPENSE       *
      * ACCOUNT; THE MONTH'S AMORTIZATION IS DEBITED TO AMORTIZATION   *
      * EXPENSE AND CREDITED TO THE DAC ASSET.  EVERY LINE IS ONE HALF *
      * OF A PAIR, SO DEBITS EQUAL CREDITS BY CONSTRUCTION.            *
      *----------------------------------------------------------------*
       P700-WRITE-GL-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY 'Warning: Cannot open DAC journal file: '
                       WS-JRN-STAT
               GO TO P700-EXIT
           END-IF
           PERFORM P710-WRITE-TYPE-JOURNAL
                   VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 4
           CLOSE JOURNAL-FILE.

       P700-EXIT.
           EXIT.

       P710-WRITE-TYPE-JOURNAL.
           MOVE WS-DAC-GL-ASSET-ACCT TO WS-JRN-DEBIT-ACCT
           MOVE WS-DAC-GL-COMM-ACCT TO WS-JRN-CREDIT-ACCT
           MOVE SPACES TO WS-JRN-DESC
           STRING 'DAC COMMISSION ' WS-TYPE-DESC (TYPE-IDX)
                  DELIMITED BY SIZE INTO WS-JRN-DESC
           MOVE WS-TYPE-COMMISSION (TYPE-IDX) TO WS-JRN-AMOUNT
           PERFORM P720-WRITE-JOURNAL-PAIR THRU P720-EXIT

           MOVE WS-DAC-GL-ASSET-ACCT TO WS-JRN-DEBIT-ACCT
           MOVE WS-DAC-GL-TAX-ACCT TO WS-JRN-CREDIT-ACCT
           MOVE SPACES TO WS-JRN-DESC
           STRING 'DAC PREMIUM TAX ' WS-TYPE-DESC (TYPE-IDX)
                  DELIMITED BY SIZE INTO WS-JRN-DESC
           MOVE WS-TYPE-TAX (TYPE-IDX) TO WS-JRN-AMOUNT
           PERFORM P720-WRITE-JOURNAL-PAIR THRU P720-EXIT

           MOVE WS-DAC-GL-ASSET-ACCT TO WS-JRN-DEBIT-ACCT
           MOVE WS-DAC-GL-INSP-ACCT TO WS-JRN-CREDIT-ACCT
           MOVE SPACES TO WS-JRN-DESC
           STRING 'DAC INSPECTION ' WS-TYPE-DESC (TYPE-IDX)
                  DELIMITED BY SIZE INTO WS-JRN-DESC
           MOVE WS-TYPE-INSPECTION (TYPE-IDX) TO WS-JRN-AMOUNT
           PERFORM P720-WRITE-JOURNAL-PAIR THRU P720-EXIT

           MOVE WS-DAC-GL-AMORT-ACCT TO WS-JRN-DEBIT-ACCT
           MOVE WS-DAC-GL-ASSET-ACCT TO WS-JRN-CREDIT-ACCT
           MOVE SPACES TO WS-JRN-DESC
           STRING 'DAC AMORTIZATION ' WS-TYPE-DESC (TYPE-IDX)
                  DELIMITED BY SIZE INTO WS-JRN-DESC
           MOVE WS-TYPE-AMORTIZED (TYPE-IDX) TO WS-JRN-AMOUNT
           PERFORM P720-WRITE-JOURNAL-PAIR THRU P720-EXIT.

       P720-WRITE-JOURNAL-PAIR.
           IF WS-JRN-AMOUNT = ZERO
               GO TO P720-EXIT
           END-IF
           IF WS-JRN-AMOUNT < ZERO
               MOVE WS-JRN-DEBIT-ACCT TO WS-JRN-SWAP-ACCT
               MOVE WS-JRN-CREDIT-ACCT TO WS-JRN-DEBIT-ACCT
               MOVE WS-JRN-SWAP-ACCT TO WS-JRN-CREDIT-ACCT
               COMPUTE WS-JRN-AMOUNT = ZERO - WS-JRN-AMOUNT
           END-IF

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE WS-JRN-DEBIT-ACCT TO GLJ-ACCOUNT
           MOVE WS-JRN-DESC TO GLJ-ACCOUNT-DESC
           MOVE WS-JRN-AMOUNT TO GLJ-DEBIT-AMT
           MOVE ZERO TO GLJ-CREDIT-AMT
           WRITE GL-JOURNAL-RECORD

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-STATEMENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE WS-JRN-CREDIT-ACCT TO GLJ-ACCOUNT
           MOVE WS-JRN-DESC TO GLJ-ACCOUNT-DESC
           MOVE ZERO TO GLJ-DEBIT-AMT
           MOVE WS-JRN-AMOUNT TO GLJ-CREDIT-AMT
           WRITE GL-JOURNAL-RECORD.

       P720-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REWRITE THE DAC MASTER.  A POLICY PAST ITS EXPIRY WITH NOTHING *
      * LEFT TO AMORTIZE IS RETIRED.                                   *
      *----------------------------------------------------------------*
       P800-REWRITE-DAC-MASTER.
           OPEN OUTPUT DAC-MASTER-FILE
           IF NOT DAC-MASTER-OK
               DISPLAY 'ERROR: Cannot rewrite DAC master: '
                       WS-DAC-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P800-EXIT
           END-IF
           PERFORM P810-WRITE-DAC-RECORD THRU P810-EXIT
                   VARYING DAC-IDX FROM 1 BY 1
                   UNTIL DAC-IDX > WS-DAC-COUNT
           CLOSE DAC-MASTER-FILE.

       P800-EXIT.
           EXIT.

       P810-WRITE-DAC-RECORD.
           COMPUTE WS-COST-AMT =
               WS-DAC-COMMISSION-CAP (DAC-IDX) +
               WS-DAC-TAX-CAP (DAC-IDX) +
               WS-DAC-INSPECTION-CAP (DAC-IDX) -
               WS-DAC-AMORTIZED (DAC-IDX)
           IF WS-COST-AMT = ZERO AND
              WS-DAC-EXPIRY-DATE (DAC-IDX) > ZERO AND
              WS-DAC-EXPIRY-DATE (DAC-IDX) <= WS-STATEMENT-DATE
               ADD 1 TO WS-RETIRED-CNT
               GO TO P810-EXIT
           END-IF
           MOVE SPACES TO DAC-MASTER-RECORD
           MOVE WS-DAC-POLICY-NUM (DAC-IDX) TO DAC-POLICY-NUM
           MOVE WS-DAC-POLICY-TYPE (DAC-IDX) TO DAC-POLICY-TYPE
           MOVE WS-DAC-EFFECTIVE-DATE (DAC-IDX) TO DAC-EFFECTIVE-DATE
           MOVE WS-DAC-EXPIRY-DATE (DAC-IDX) TO DAC-EXPIRY-DATE
           MOVE WS-DAC-COMMISSION-CAP (DAC-IDX) TO DAC-COMMISSION-CAP
           MOVE WS-DAC-TAX-CAP (DAC-IDX) TO DAC-PREMIUM-TAX-CAP
           MOVE WS-DAC-INSPECTION-CAP (DAC-IDX) TO DAC-INSPECTION-CAP
           MOVE WS-DAC-AMORTIZED (DAC-IDX) TO DAC-AMORTIZED
           MOVE WS-DAC-LAST-RUN-DATE (DAC-IDX) TO DAC-LAST-RUN-DATE
           WRITE DAC-MASTER-RECORD
           ADD 1 TO WS-WRITTEN-CNT.

       P810-EXIT.
           EXIT.

       P850-SAVE-CONTROL.
           OPEN OUTPUT DAC-CONTROL-FILE
           IF DAC-CONTROL-OK
               MOVE WS-STATEMENT-DATE TO DCC-LAST-STMT-DATE
               WRITE DAC-CONTROL-RECORD
               CLOSE DAC-CONTROL-FILE
           ELSE
               DISPLAY 'ERROR: Cannot save DAC control: ' WS-DCC-STAT
               MOVE 12 TO RETURN-CODE
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
           MOVE 'LGAPDAC1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-DAC-COUNT TO RST-RECORD-COUNT
           MOVE WS-TYPE-ENDING (WS-TOTAL-IDX) TO RST-TOTAL-AMOUNT
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
