       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCFF1.
      *================================================================*
      * PROGRAM: LGAPCFF1 - WEEKLY CASH-FLOW FORECAST                 *
      * PURPOSE: TREASURY'S MONDAY FORECAST OF THE CASH COMING IN     *
      *          AND GOING OUT, WEEK BY WEEK FOR THE NEXT 13 WEEKS.   *
      *          INFLOWS: THE OPEN INSTALLMENTS ON INSTMST.DAT,       *
      *          DISCOUNTED BY THE RATE HISTORICALLY COLLECTED AT     *
      *          EACH DUNNING LEVEL, AND THE ACH DRAFTS ALREADY       *
      *          SCHEDULED ON ACHDRAFT.DAT.  OUTFLOWS: COMMISSION     *
      *          PAYABLE ON THE LGAPCOM2 MASTER, THE NET REINSURANCE  *
      *          SETTLEMENT BALANCES ON THE LGAPACC1 STATEMENTS, OPEN *
      *          CLAIM RESERVES PAID OUT ON A CONFIGURABLE WEEKLY     *
      *          PATTERN, AND REFUNDS AWAITING THE REFUND RUN.  EACH  *
      *          WEEK IS COMPARED WITH LAST WEEK'S FORECAST FOR IT    *
      *          AND THE VARIANCE BROKEN DOWN BY SOURCE.              *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-MASTER-FILE ASSIGN TO 'INSTMST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

      *    ACH drafts sent to the bank -- those still pending are
      *    the scheduled draft inflow.  Optional.
           SELECT DRAFT-LEDGER-FILE ASSIGN TO 'ACHDRAFT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADR-STAT.

      *    Commission master -- the month's commission the agencies
      *    will be paid when LGAPCOM2 cuts the statements.
           SELECT COMM-MASTER-FILE ASSIGN TO 'COMMMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CMM-STAT.

      *    Reinsurer account current statements from LGAPACC1.
      *    Optional.
           SELECT RAC-STATEMENT-FILE ASSIGN TO 'RACSTMT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAC-STAT.

           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

      *    The day's return premiums and overpayments, and the date
      *    the refund run last paid them.  Optional.
           SELECT RETURN-FILE ASSIGN TO 'CANRET.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RET-STAT.

           SELECT UNAPPLIED-FILE ASSIGN TO 'UNAPCSH.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-UNA-STAT.

           SELECT REFUND-CONTROL-FILE ASSIGN TO 'REFCTL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RFC-STAT.

      *    This week's forecast, kept so next week's run can explain
      *    how each week moved.  Carries the forecast it was itself
      *    compared with, so a rerun in the same week still compares
      *    with the week before.
           SELECT FORECAST-FILE ASSIGN TO 'CASHFCST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CFR-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'CASHRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  DRAFT-LEDGER-FILE.
           COPY ACHDRFT.

       FD  COMM-MASTER-FILE.
       01  COMM-MASTER-RECORD.
           05 CMM-AGY-CODE             PIC X(4).
           05 FILLER                   PIC X.
           05 CMM-STMT-MONTH           PIC 9(6).
           05 FILLER                   PIC X.
           05 CMM-MTD-POLICY-CNT       PIC 9(6).
           05 FILLER                   PIC X.
           05 CMM-MTD-PREMIUM          PIC S9(12)V99.
           05 FILLER                   PIC X.
           05 CMM-MTD-COMMISSION       PIC S9(12)V99.
           05 FILLER                   PIC X.
           05 CMM-YTD-PREMIUM          PIC S9(13)V99.
           05 FILLER                   PIC X.
           05 CMM-YTD-COMMISSION       PIC S9(12)V99.
           05 FILLER                   PIC X.
           05 CMM-MTD-RETAINED-COMM    PIC S9(12)V99.

       FD  RAC-STATEMENT-FILE.
       01  RAC-STATEMENT-LINE          PIC X(133).

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  RETURN-FILE.
       01  RETURN-LINE                 PIC X(250).

      *    The unapplied-cash report line as LGAPPAY1 builds it.
       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-RECORD.
           05 UNA-POLICY-TAG           PIC X(7).
           05 UNA-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X(10).
           05 UNA-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X(5).
           05 UNA-BANK-REFERENCE       PIC X(16).
           05 FILLER                   PIC X(11).
           05 UNA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3).
           05 UNA-RESULT               PIC X(20).
           05 FILLER                   PIC X(23).

       FD  REFUND-CONTROL-FILE.
       01  REFUND-CONTROL-RECORD.
           05 RFC-LAST-RUN-DATE        PIC 9(8).

      *    One record per forecast week: C this run's forecast, P the
      *    earlier forecast it was compared with.  Outflows are held
      *    as positive amounts; the net is inflows less outflows.
       FD  FORECAST-FILE.
       01  FORECAST-RECORD.
           05 CFR-RECORD-TYPE          PIC X(1).
              88 CFR-CURRENT           VALUE 'C'.
              88 CFR-PRIOR             VALUE 'P'.
           05 FILLER                   PIC X.
           05 CFR-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X.
           05 CFR-WEEK-NO              PIC 99.
           05 FILLER                   PIC X.
           05 CFR-WEEK-START           PIC 9(8).
           05 FILLER                   PIC X.
           05 CFR-INSTALLMENTS         PIC S9(11)V99.
           05 FILLER                   PIC X.
           05 CFR-ACH-DRAFTS           PIC S9(11)V99.
           05 FILLER                   PIC X.
           05 CFR-COMMISSIONS          PIC S9(11)V99.
           05 FILLER                   PIC X.
           05 CFR-REINSURANCE          PIC S9(11)V99.
           05 FILLER                   PIC X.
           05 CFR-CLAIMS               PIC S9(11)V99.
           05 FILLER                   PIC X.
           05 CFR-REFUNDS              PIC S9(11)V99.
           05 FILLER                   PIC X.
           05 CFR-NET-FLOW             PIC S9(11)V99.

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
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-IMS-STAT                 PIC X(2).
           88 INSTALLMENT-OK           VALUE '00'.
           88 INSTALLMENT-EOF          VALUE '10'.

       01  WS-ADR-STAT                 PIC X(2).
           88 DRAFT-LEDGER-OK          VALUE '00'.
           88 DRAFT-LEDGER-EOF         VALUE '10'.

       01  WS-CMM-STAT                 PIC X(2).
           88 COMM-MASTER-OK           VALUE '00'.
           88 COMM-MASTER-EOF          VALUE '10'.

       01  WS-RAC-STAT                 PIC X(2).
           88 RAC-STATEMENT-OK         VALUE '00'.
           88 RAC-STATEMENT-EOF        VALUE '10'.

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-RET-STAT                 PIC X(2).
           88 RETURN-OK                VALUE '00'.
           88 RETURN-EOF               VALUE '10'.

       01  WS-UNA-STAT                 PIC X(2).
           88 UNAPPLIED-OK             VALUE '00'.
           88 UNAPPLIED-EOF            VALUE '10'.

       01  WS-RFC-STAT                 PIC X(2).
           88 REFUND-CONTROL-OK        VALUE '00'.

       01  WS-CFR-STAT                 PIC X(2).
           88 FORECAST-OK              VALUE '00'.
           88 FORECAST-EOF             VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * FORECAST PARAMETERS (CONFIG.DAT):                              *
      *   CFC_COMM_PAY_DAYS    DAYS AFTER THE STATEMENT MONTH'S LAST   *
      *                        DAY THE COMMISSION CHECKS CLEAR         *
      *   CFC_REI_SETTLE_DAYS  DAYS AFTER THE ACCOUNT CURRENT DATE THE *
      *                        REINSURANCE BALANCE IS SETTLED          *
      *   CFC_DEFAULT_COLL_PCT COLLECTION RATE FOR A DUNNING LEVEL     *
      *                        WITHOUT ENOUGH HISTORY OF ITS OWN       *
      *   CFC_MIN_HISTORY      CLOSED INSTALLMENTS A LEVEL NEEDS       *
      *                        BEFORE ITS OWN RATE IS USED             *
      *   CFC_RESERVE_PATTERN  PERCENT OF AN OPEN RESERVE PAID IN EACH *
      *                        OF THE 13 WEEKS, COMMA SEPARATED; WHAT  *
      *                        IS LEFT FALLS BEYOND THE HORIZON        *
      *----------------------------------------------------------------*
       01  WS-PARAMETERS.
           05 WS-COMM-PAY-DAYS         PIC 9(3) VALUE 10.
           05 WS-REI-SETTLE-DAYS       PIC 9(3) VALUE 30.
           05 WS-DEFAULT-COLL-PCT      PIC 9(3)V99 VALUE 90.
           05 WS-MIN-HISTORY           PIC 9(5) VALUE 20.

       01  WS-RESERVE-PATTERN-DEFAULT.
           05 FILLER                   PIC X(26)
                   VALUE '10101010060606060605050505'.
       01  WS-RESERVE-PATTERN-X REDEFINES WS-RESERVE-PATTERN-DEFAULT.
           05 WS-RSV-DEFAULT-PCT       PIC 99 OCCURS 13 TIMES.

       01  WS-RESERVE-PATTERN.
           05 WS-RSV-PCT               PIC 9(3)V99 OCCURS 13 TIMES.
       01  WS-RSV-PATTERN-TOTAL        PIC 9(5)V99.
       01  WS-RSV-IDX                  PIC 99 COMP.

       01  WS-PATTERN-FIELDS.
           05 WS-PAT-FIELD             PIC X(7) OCCURS 13 TIMES.

      *----------------------------------------------------------------*
      * THE 13 FORECAST WEEKS, MONDAY TO SUNDAY, THE FIRST BEING THE   *
      * WEEK OF THE RUN.  ANYTHING ALREADY PAST DUE IS EXPECTED IN     *
      * WEEK 1.                                                        *
      *----------------------------------------------------------------*
       01  WS-FORECAST-WEEKS.
           05 WS-WK-ENTRY              OCCURS 13 TIMES
                                       INDEXED BY WK-IDX.
              10 WS-WK-START           PIC 9(8).
              10 WS-WK-INSTALLMENTS    PIC S9(11)V99.
              10 WS-WK-ACH-DRAFTS      PIC S9(11)V99.
              10 WS-WK-COMMISSIONS     PIC S9(11)V99.
              10 WS-WK-REINSURANCE     PIC S9(11)V99.
              10 WS-WK-CLAIMS          PIC S9(11)V99.
              10 WS-WK-REFUNDS         PIC S9(11)V99.
              10 WS-WK-NET-FLOW        PIC S9(11)V99.

      *----------------------------------------------------------------*
      * LAST WEEK'S FORECAST, AS READ BACK FROM CASHFCST.DAT.  THE     *
      * CARRIED (P) SET IS KEPT APART SO A RERUN CAN FALL BACK ON IT.  *
      *----------------------------------------------------------------*
       01  WS-PRIOR-FORECAST.
           05 WS-PRI-RUN-DATE          PIC 9(8) VALUE ZERO.
           05 WS-PRI-COUNT             PIC 99 VALUE ZERO.
           05 WS-PRI-ENTRY             OCCURS 13 TIMES
                                       INDEXED BY PRI-IDX.
              10 WS-PRI-WEEK-START     PIC 9(8).
              10 WS-PRI-INSTALLMENTS   PIC S9(11)V99.
              10 WS-PRI-ACH-DRAFTS     PIC S9(11)V99.
              10 WS-PRI-COMMISSIONS    PIC S9(11)V99.
              10 WS-PRI-REINSURANCE    PIC S9(11)V99.
              10 WS-PRI-CLAIMS         PIC S9(11)V99.
              10 WS-PRI-REFUNDS        PIC S9(11)V99.
              10 WS-PRI-NET-FLOW       PIC S9(11)V99.

       01  WS-CARRIED-FORECAST.
           05 WS-CAR-RUN-DATE          PIC 9(8) VALUE ZERO.
           05 WS-CAR-COUNT             PIC 99 VALUE ZERO.
           05 WS-CAR-ENTRY             OCCURS 13 TIMES
                                       INDEXED BY CAR-IDX.
              10 WS-CAR-WEEK-START     PIC 9(8).
              10 WS-CAR-INSTALLMENTS   PIC S9(11)V99.
              10 WS-CAR-ACH-DRAFTS     PIC S9(11)V99.
              10 WS-CAR-COMMISSIONS    PIC S9(11)V99.
              10 WS-CAR-REINSURANCE    PIC S9(11)V99.
              10 WS-CAR-CLAIMS         PIC S9(11)V99.
              10 WS-CAR-REFUNDS        PIC S9(11)V99.
              10 WS-CAR-NET-FLOW       PIC S9(11)V99.

       01  WS-PRI-MATCH-IDX            PIC 99 COMP.

      *----------------------------------------------------------------*
      * COLLECTION HISTORY BY DUNNING LEVEL (ENTRY 1 IS LEVEL 0, ENTRY *
      * 10 LEVEL 9 -- FED TO CANCELLATION).  THE RATE IS WHAT WAS PAID *
      * OF WHAT FELL DUE ON THE INSTALLMENTS THAT HAVE CLOSED, PAID IN *
      * FULL OR CANCELLED, AT THAT LEVEL.                              *
      *----------------------------------------------------------------*
       01  WS-COLLECTION-HISTORY.
           05 WS-LVL-ENTRY             OCCURS 10 TIMES
                                       INDEXED BY LVL-IDX.
              10 WS-LVL-CLOSED-CNT     PIC 9(7).
              10 WS-LVL-CLOSED-DUE     PIC S9(11)V99.
              10 WS-LVL-CLOSED-PAID    PIC S9(11)V99.
              10 WS-LVL-RATE           PIC 9(3)V99.
              10 WS-LVL-RATE-SOURCE    PIC X(7).
              10 WS-LVL-OPEN-CNT       PIC 9(7).
              10 WS-LVL-OPEN-BALANCE   PIC S9(11)V99.
              10 WS-LVL-EXPECTED       PIC S9(11)V99.

       01  WS-LVL-SUB                  PIC 99 COMP.

      *----------------------------------------------------------------*
      * PENDING ACH DRAFTS -- THEIR INSTALLMENTS ARE FORECAST AS THE   *
      * DRAFT, NOT AGAIN AS AN OPEN INSTALLMENT.                       *
      *----------------------------------------------------------------*
       01  WS-PENDING-DRAFTS.
           05 WS-PDR-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-PDR-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY PDR-IDX.
              10 WS-PDR-POLICY         PIC X(12).
              10 WS-PDR-INSTALLMENT    PIC 99.

       01  WS-DRAFT-FOUND-IND          PIC X VALUE 'N'.
           88 DRAFT-FOUND              VALUE 'Y'.

      *----------------------------------------------------------------*
      * PLACING AN AMOUNT IN ITS WEEK.                                 *
      *----------------------------------------------------------------*
       01  WS-BUCKET-WORK.
           05 WS-BKT-DATE              PIC 9(8).
           05 WS-BKT-WEEK              PIC 99.
           05 WS-BKT-AMOUNT            PIC S9(11)V99.
           05 WS-BKT-DAYS              PIC S9(7).

       01  WS-DATE-INTEGERS            COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-START-INT             PIC 9(9).
           05 WS-WORK-INT              PIC 9(9).

       01  WS-WORK-DATE                PIC 9(8).
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05 WS-WDT-YYYY              PIC 9(4).
           05 WS-WDT-MM                PIC 99.
           05 WS-WDT-DD                PIC 99.

       01  WS-WORK-AMOUNTS.
           05 WS-OPEN-BALANCE          PIC S9(11)V99.
           05 WS-EXPECTED-AMT          PIC S9(11)V99.
           05 WS-PAYABLE-AMT           PIC S9(12)V99.
           05 WS-RETAINED-AMT          PIC S9(12)V99.
           05 WS-RAC-AMOUNT            PIC S9(13)V99.
           05 WS-RESERVE-AMT           PIC S9(11)V99.
           05 WS-REFUND-AMT            PIC S9(11)V99.
           05 WS-VARIANCE-AMT          PIC S9(11)V99.
           05 WS-CUMULATIVE-AMT        PIC S9(12)V99.

       01  WS-RAC-STATEMENT-DATE       PIC 9(8) VALUE ZERO.

       01  WS-REFUNDS-PAID-IND         PIC X VALUE 'N'.
           88 REFUNDS-ALREADY-PAID     VALUE 'Y'.

       01  WS-PARSE-FIELDS.
           05 WS-CSV-F1                PIC X(30).
           05 WS-CSV-F2                PIC X(30).
           05 WS-CSV-F3                PIC X(30).
           05 WS-CSV-F4                PIC X(30).
           05 WS-CSV-F5                PIC X(30).
           05 WS-CSV-F6                PIC X(30).
           05 WS-CSV-F7                PIC X(40).

       01  WS-COUNTERS.
           05 WS-IMS-READ-CNT          PIC 9(7) VALUE ZERO.
           05 WS-IMS-FORECAST-CNT      PIC 9(7) VALUE ZERO.
           05 WS-IMS-DRAFTED-CNT       PIC 9(7) VALUE ZERO.
           05 WS-DRAFT-FORECAST-CNT    PIC 9(7) VALUE ZERO.
           05 WS-COMM-AGENCY-CNT       PIC 9(5) VALUE ZERO.
           05 WS-RAC-BALANCE-CNT       PIC 9(5) VALUE ZERO.
           05 WS-RAC-SETTLED-CNT       PIC 9(5) VALUE ZERO.
           05 WS-CLAIM-FORECAST-CNT    PIC 9(7) VALUE ZERO.
           05 WS-SIU-HELD-CNT          PIC 9(7) VALUE ZERO.
           05 WS-RET-REC-CNT           PIC 9(7) VALUE ZERO.
           05 WS-REFUND-FORECAST-CNT   PIC 9(7) VALUE ZERO.
           05 WS-BEYOND-HORIZON-CNT    PIC 9(7) VALUE ZERO.
           05 WS-FORECAST-WRITTEN-CNT  PIC 9(3) VALUE ZERO.

       01  WS-TOTALS.
           05 WS-TOT-INFLOW            PIC S9(12)V99 VALUE ZERO.
           05 WS-TOT-OUTFLOW           PIC S9(12)V99 VALUE ZERO.
           05 WS-TOT-NET               PIC S9(12)V99 VALUE ZERO.
           05 WS-RESERVE-BEYOND        PIC S9(12)V99 VALUE ZERO.

       01  WS-AMT-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-DISPLAY             PIC ZZ9.99.
       01  WS-WEEK-DISPLAYS.
           05 WS-WK-DSP-1              PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-WK-DSP-2              PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-WK-DSP-3              PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-WK-DSP-4              PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-WK-DSP-5              PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-WK-DSP-6              PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-WK-DSP-7              PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-WK-DSP-8              PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-WEEK-NO                  PIC 99.
       01  WS-WEEK-NO-DISPLAY          PIC Z9.
       01  WS-LEVEL-DISPLAY            PIC 9.
       01  WS-VARIANCE-LABEL           PIC X(20).
       01  WS-VARIANCE-EXPLAIN         PIC X(40).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P250-LOAD-PRIOR-FORECAST THRU P250-EXIT
           PERFORM P300-OPEN-FILES
           PERFORM P400-COLLECTION-HISTORY THRU P400-EXIT
           PERFORM P450-SCHEDULED-DRAFTS THRU P450-EXIT
           PERFORM P500-INSTALLMENT-INFLOWS THRU P500-EXIT
           PERFORM P550-COMMISSION-OUTFLOWS THRU P550-EXIT
           PERFORM P600-REINSURANCE-SETTLEMENTS THRU P600-EXIT
           PERFORM P650-CLAIM-RESERVES THRU P650-EXIT
           PERFORM P700-PENDING-REFUNDS THRU P700-EXIT
           PERFORM P800-PRINT-FORECAST
           PERFORM P850-PRINT-VARIANCES THRU P850-EXIT
           PERFORM P880-WRITE-FORECAST-FILE THRU P880-EXIT
           PERFORM P900-WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      * THE FORECAST STARTS ON THE MONDAY OF THE RUN WEEK.  DAY 1 OF   *
      * THE INTEGER CALENDAR (1 JANUARY 1601) WAS A MONDAY.            *
      *----------------------------------------------------------------*
       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           COMPUTE WS-START-INT = WS-TODAY-INT -
                                  FUNCTION MOD (WS-TODAY-INT - 1, 7)
           PERFORM P210-SET-UP-WEEK
                   VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13

           PERFORM P220-DEFAULT-PATTERN
                   VARYING WS-RSV-IDX FROM 1 BY 1
                   UNTIL WS-RSV-IDX > 13

           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CFC_COMM_PAY_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-COMM-PAY-DAYS
               END-IF
               MOVE 'CFC_REI_SETTLE_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-REI-SETTLE-DAYS
               END-IF
               MOVE 'CFC_DEFAULT_COLL_PCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-DEFAULT-COLL-PCT
               END-IF
               MOVE 'CFC_MIN_HISTORY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-MIN-HISTORY
               END-IF
               MOVE 'CFC_RESERVE_PATTERN' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   PERFORM P230-TAKE-RESERVE-PATTERN
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           IF WS-DEFAULT-COLL-PCT > 100
               MOVE 100 TO WS-DEFAULT-COLL-PCT
           END-IF.

       P210-SET-UP-WEEK.
           COMPUTE WS-WORK-INT = WS-START-INT +
                                 ((WK-IDX - 1) * 7)
           COMPUTE WS-WK-START (WK-IDX) = FUNCTION DATE-OF-INTEGER
                                          (WS-WORK-INT)
           MOVE ZERO TO WS-WK-INSTALLMENTS (WK-IDX)
           MOVE ZERO TO WS-WK-ACH-DRAFTS (WK-IDX)
           MOVE ZERO TO WS-WK-COMMISSIONS (WK-IDX)
           MOVE ZERO TO WS-WK-REINSURANCE (WK-IDX)
           MOVE ZERO TO WS-WK-CLAIMS (WK-IDX)
           MOVE ZERO TO WS-WK-REFUNDS (WK-IDX)
           MOVE ZERO TO WS-WK-NET-FLOW (WK-IDX).

       P220-DEFAULT-PATTERN.
           MOVE WS-RSV-DEFAULT-PCT (WS-RSV-IDX)
                TO WS-RSV-PCT (WS-RSV-IDX).

      *    A configured pattern is taken only if it is all there and
      *    does not pay out more than the whole reserve.
       P230-TAKE-RESERVE-PATTERN.
           MOVE SPACES TO WS-PATTERN-FIELDS
           UNSTRING CONFIG-VALUE DELIMITED BY ','
               INTO WS-PAT-FIELD (1) WS-PAT-FIELD (2)
                    WS-PAT-FIELD (3) WS-PAT-FIELD (4)
                    WS-PAT-FIELD (5) WS-PAT-FIELD (6)
                    WS-PAT-FIELD (7) WS-PAT-FIELD (8)
                    WS-PAT-FIELD (9) WS-PAT-FIELD (10)
                    WS-PAT-FIELD (11) WS-PAT-FIELD (12)
                    WS-PAT-FIELD (13)
           END-UNSTRING
           IF WS-PAT-FIELD (13) = SPACES
               DISPLAY 'Warning: CFC_RESERVE_PATTERN needs 13 weeks'
                       ' - default pattern used'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-RSV-PATTERN-TOTAL
               PERFORM P235-TAKE-PATTERN-WEEK
                       VARYING WS-RSV-IDX FROM 1 BY 1
                       UNTIL WS-RSV-IDX > 13
               IF WS-RSV-PATTERN-TOTAL > 100
                   DISPLAY 'Warning: CFC_RESERVE_PATTERN exceeds '
                           '100 percent - default pattern used'
                   MOVE 4 TO RETURN-CODE
                   PERFORM P220-DEFAULT-PATTERN
                           VARYING WS-RSV-IDX FROM 1 BY 1
                           UNTIL WS-RSV-IDX > 13
               END-IF
           END-IF.

       P235-TAKE-PATTERN-WEEK.
           COMPUTE WS-RSV-PCT (WS-RSV-IDX) =
               FUNCTION NUMVAL(WS-PAT-FIELD (WS-RSV-IDX))
           ADD WS-RSV-PCT (WS-RSV-IDX) TO WS-RSV-PATTERN-TOTAL.

      *----------------------------------------------------------------*
      * READ BACK THE LAST FORECAST.  ON A RERUN IN THE SAME WEEK THE  *
      * FILE HOLDS THIS WEEK'S EARLIER RUN, SO THE FORECAST THAT RUN   *
      * WAS COMPARED WITH (CARRIED ON THE FILE) IS USED INSTEAD.       *
      *----------------------------------------------------------------*
       P250-LOAD-PRIOR-FORECAST.
           OPEN INPUT FORECAST-FILE
           IF NOT FORECAST-OK
               DISPLAY 'No prior forecast on file - no variances'
               GO TO P250-EXIT
           END-IF
           PERFORM P260-READ-FORECAST
           PERFORM UNTIL FORECAST-EOF
               PERFORM P270-TAKE-FORECAST-RECORD
               PERFORM P260-READ-FORECAST
           END-PERFORM
           CLOSE FORECAST-FILE

           IF WS-PRI-RUN-DATE NOT < WS-WK-START (1)
               MOVE WS-CARRIED-FORECAST TO WS-PRIOR-FORECAST
           END-IF.

       P250-EXIT.
           EXIT.

       P260-READ-FORECAST.
           READ FORECAST-FILE
           END-READ.

       P270-TAKE-FORECAST-RECORD.
           EVALUATE TRUE
               WHEN CFR-CURRENT AND WS-PRI-COUNT < 13
                   ADD 1 TO WS-PRI-COUNT
                   SET PRI-IDX TO WS-PRI-COUNT
                   MOVE CFR-RUN-DATE TO WS-PRI-RUN-DATE
                   MOVE CFR-WEEK-START TO WS-PRI-WEEK-START (PRI-IDX)
                   MOVE CFR-INSTALLMENTS
                        TO WS-PRI-INSTALLMENTS (PRI-IDX)
                   MOVE CFR-ACH-DRAFTS TO WS-PRI-ACH-DRAFTS (PRI-IDX)
                   MOVE CFR-COMMISSIONS
                        TO WS-PRI-COMMISSIONS (PRI-IDX)
                   MOVE CFR-REINSURANCE
                        TO WS-PRI-REINSURANCE (PRI-IDX)
                   MOVE CFR-CLAIMS TO WS-PRI-CLAIMS (PRI-IDX)
                   MOVE CFR-REFUNDS TO WS-PRI-REFUNDS (PRI-IDX)
                   MOVE CFR-NET-FLOW TO WS-PRI-NET-FLOW (PRI-IDX)
               WHEN CFR-PRIOR AND WS-CAR-COUNT < 13
                   ADD 1 TO WS-CAR-COUNT
                   SET CAR-IDX TO WS-CAR-COUNT
                   MOVE CFR-RUN-DATE TO WS-CAR-RUN-DATE
                   MOVE CFR-WEEK-START TO WS-CAR-WEEK-START (CAR-IDX)
                   MOVE CFR-INSTALLMENTS
                        TO WS-CAR-INSTALLMENTS (CAR-IDX)
                   MOVE CFR-ACH-DRAFTS TO WS-CAR-ACH-DRAFTS (CAR-IDX)
                   MOVE CFR-COMMISSIONS
                        TO WS-CAR-COMMISSIONS (CAR-IDX)
                   MOVE CFR-REINSURANCE
                        TO WS-CAR-REINSURANCE (CAR-IDX)
                   MOVE CFR-CLAIMS TO WS-CAR-CLAIMS (CAR-IDX)
                   MOVE CFR-REFUNDS TO WS-CAR-REFUNDS (CAR-IDX)
                   MOVE CFR-NET-FLOW TO WS-CAR-NET-FLOW (CAR-IDX)
           END-EVALUATE.

       P300-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open cash forecast report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '       13-WEEK CASH-FLOW FORECAST FROM WEEK OF '
                  WS-WK-START (1) '   RUN ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * FIRST PASS OF THE INSTALLMENT MASTER: WHAT HAS HISTORICALLY    *
      * BEEN COLLECTED AT EACH DUNNING LEVEL.  A LEVEL WITH TOO FEW    *
      * CLOSED INSTALLMENTS TAKES THE CONFIGURED DEFAULT RATE.         *
      *----------------------------------------------------------------*
       P400-COLLECTION-HISTORY.
           PERFORM P405-CLEAR-LEVEL
                   VARYING LVL-IDX FROM 1 BY 1 UNTIL LVL-IDX > 10
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INSTALLMENT-OK
               DISPLAY 'Warning: Installment master unavailable: '
                       WS-IMS-STAT ' - no installment inflows'
               MOVE 4 TO RETURN-CODE
               PERFORM P420-SET-LEVEL-RATE
                       VARYING LVL-IDX FROM 1 BY 1
                       UNTIL LVL-IDX > 10
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-INSTALLMENT
           PERFORM UNTIL INSTALLMENT-EOF
               IF IMS-PAID OR IMS-CANCELLED
                   PERFORM P415-FIND-LEVEL
                   SET LVL-IDX TO WS-LVL-SUB
                   ADD 1 TO WS-LVL-CLOSED-CNT (LVL-IDX)
                   ADD IMS-TOTAL-DUE TO WS-LVL-CLOSED-DUE (LVL-IDX)
                   ADD IMS-PAID-AMOUNT
                       TO WS-LVL-CLOSED-PAID (LVL-IDX)
               END-IF
               PERFORM P410-READ-INSTALLMENT
           END-PERFORM
           CLOSE INSTALLMENT-MASTER-FILE
           PERFORM P420-SET-LEVEL-RATE
                   VARYING LVL-IDX FROM 1 BY 1 UNTIL LVL-IDX > 10.

       P400-EXIT.
           EXIT.

       P405-CLEAR-LEVEL.
           MOVE ZERO TO WS-LVL-CLOSED-CNT (LVL-IDX)
           MOVE ZERO TO WS-LVL-CLOSED-DUE (LVL-IDX)
           MOVE ZERO TO WS-LVL-CLOSED-PAID (LVL-IDX)
           MOVE ZERO TO WS-LVL-RATE (LVL-IDX)
           MOVE SPACES TO WS-LVL-RATE-SOURCE (LVL-IDX)
           MOVE ZERO TO WS-LVL-OPEN-CNT (LVL-IDX)
           MOVE ZERO TO WS-LVL-OPEN-BALANCE (LVL-IDX)
           MOVE ZERO TO WS-LVL-EXPECTED (LVL-IDX).

       P410-READ-INSTALLMENT.
           READ INSTALLMENT-MASTER-FILE
           END-READ.

      *    Older masters carry no dunning level -- taken as level 0.
       P415-FIND-LEVEL.
           IF IMS-DUN-LEVEL NUMERIC
               COMPUTE WS-LVL-SUB = IMS-DUN-LEVEL + 1
           ELSE
               MOVE 1 TO WS-LVL-SUB
           END-IF.

       P420-SET-LEVEL-RATE.
           IF WS-LVL-CLOSED-CNT (LVL-IDX) < WS-MIN-HISTORY OR
              WS-LVL-CLOSED-DUE (LVL-IDX) NOT > ZERO
               MOVE WS-DEFAULT-COLL-PCT TO WS-LVL-RATE (LVL-IDX)
               MOVE 'DEFAULT' TO WS-LVL-RATE-SOURCE (LVL-IDX)
           ELSE
               COMPUTE WS-LVL-RATE (LVL-IDX) ROUNDED =
                   WS-LVL-CLOSED-PAID (LVL-IDX) * 100 /
                   WS-LVL-CLOSED-DUE (LVL-IDX)
               IF WS-LVL-RATE (LVL-IDX) > 100
                   MOVE 100 TO WS-LVL-RATE (LVL-IDX)
               END-IF
               MOVE 'HISTORY' TO WS-LVL-RATE-SOURCE (LVL-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * ACH DRAFTS SENT AND NOT YET POSTED, IN THE WEEK OF THEIR       *
      * EFFECTIVE DATE.                                                *
      *----------------------------------------------------------------*
       P450-SCHEDULED-DRAFTS.
           OPEN INPUT DRAFT-LEDGER-FILE
           IF NOT DRAFT-LEDGER-OK
               DISPLAY 'No ACH draft ledger: ' WS-ADR-STAT
               GO TO P450-EXIT
           END-IF
           PERFORM P460-READ-DRAFT
           PERFORM UNTIL DRAFT-LEDGER-EOF
               PERFORM P470-TAKE-DRAFT THRU P470-EXIT
               PERFORM P460-READ-DRAFT
           END-PERFORM
           CLOSE DRAFT-LEDGER-FILE.

       P450-EXIT.
           EXIT.

       P460-READ-DRAFT.
           READ DRAFT-LEDGER-FILE
           END-READ.

       P470-TAKE-DRAFT.
           IF NOT ADR-DRAFT OR NOT ADR-PENDING
               GO TO P470-EXIT
           END-IF
           IF WS-PDR-COUNT < 5000
               ADD 1 TO WS-PDR-COUNT
               SET PDR-IDX TO WS-PDR-COUNT
               MOVE ADR-POLICY-NUM TO WS-PDR-POLICY (PDR-IDX)
               MOVE ADR-INSTALLMENT-NO TO WS-PDR-INSTALLMENT (PDR-IDX)
           ELSE
               DISPLAY 'Warning: Pending draft table full - policy '
                       ADR-POLICY-NUM ' may be forecast twice'
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE ADR-EFFECTIVE-DATE TO WS-BKT-DATE
           PERFORM P950-FIND-WEEK THRU P950-EXIT
           IF WS-BKT-WEEK = ZERO
               ADD 1 TO WS-BEYOND-HORIZON-CNT
               GO TO P470-EXIT
           END-IF
           SET WK-IDX TO WS-BKT-WEEK
           ADD ADR-AMOUNT TO WS-WK-ACH-DRAFTS (WK-IDX)
           ADD 1 TO WS-DRAFT-FORECAST-CNT.

       P470-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SECOND PASS: EACH OPEN OR SHORT-PAID INSTALLMENT'S BALANCE IN  *
      * THE WEEK IT FALLS DUE, AT ITS DUNNING LEVEL'S COLLECTION RATE. *
      * ONE ALREADY PENDING AS AN ACH DRAFT IS LEFT TO THE DRAFT.      *
      *----------------------------------------------------------------*
       P500-INSTALLMENT-INFLOWS.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INSTALLMENT-OK
               GO TO P500-EXIT
           END-IF
           PERFORM P410-READ-INSTALLMENT
           PERFORM UNTIL INSTALLMENT-EOF
               ADD 1 TO WS-IMS-READ-CNT
               PERFORM P510-FORECAST-INSTALLMENT THRU P510-EXIT
               PERFORM P410-READ-INSTALLMENT
           END-PERFORM
           CLOSE INSTALLMENT-MASTER-FILE.

       P500-EXIT.
           EXIT.

       P510-FORECAST-INSTALLMENT.
           IF NOT IMS-OPEN AND NOT IMS-SHORT-PAID
               GO TO P510-EXIT
           END-IF
           COMPUTE WS-OPEN-BALANCE = IMS-TOTAL-DUE - IMS-PAID-AMOUNT
           IF WS-OPEN-BALANCE NOT > ZERO
               GO TO P510-EXIT
           END-IF
           MOVE 'N' TO WS-DRAFT-FOUND-IND
           PERFORM P520-CHECK-DRAFT
                   VARYING PDR-IDX FROM 1 BY 1
                   UNTIL PDR-IDX > WS-PDR-COUNT OR DRAFT-FOUND
           IF DRAFT-FOUND
               ADD 1 TO WS-IMS-DRAFTED-CNT
               GO TO P510-EXIT
           END-IF

           PERFORM P415-FIND-LEVEL
           SET LVL-IDX TO WS-LVL-SUB
           ADD 1 TO WS-LVL-OPEN-CNT (LVL-IDX)
           ADD WS-OPEN-BALANCE TO WS-LVL-OPEN-BALANCE (LVL-IDX)

           MOVE IMS-DUE-DATE TO WS-BKT-DATE
           PERFORM P950-FIND-WEEK THRU P950-EXIT
           IF WS-BKT-WEEK = ZERO
               ADD 1 TO WS-BEYOND-HORIZON-CNT
               GO TO P510-EXIT
           END-IF
           COMPUTE WS-EXPECTED-AMT ROUNDED =
               WS-OPEN-BALANCE * WS-LVL-RATE (LVL-IDX) / 100
           ADD WS-EXPECTED-AMT TO WS-LVL-EXPECTED (LVL-IDX)
           SET WK-IDX TO WS-BKT-WEEK
           ADD WS-EXPECTED-AMT TO WS-WK-INSTALLMENTS (WK-IDX)
           ADD 1 TO WS-IMS-FORECAST-CNT.

       P510-EXIT.
           EXIT.

       P520-CHECK-DRAFT.
           IF WS-PDR-POLICY (PDR-IDX) = IMS-POLICY-NUM AND
              WS-PDR-INSTALLMENT (PDR-IDX) = IMS-INSTALLMENT-NO
               MOVE 'Y' TO WS-DRAFT-FOUND-IND
           END-IF.

      *----------------------------------------------------------------*
      * COMMISSION PAYABLE: EACH AGENCY'S MONTH-TO-DATE COMMISSION     *
      * LESS WHAT IT KEEPS ON AGENCY-BILLED BUSINESS -- THE CHECK      *
      * LGAPCOM2 WILL CUT -- CLEARING CFC_COMM_PAY_DAYS AFTER THE      *
      * STATEMENT MONTH ENDS.  A NET CHARGEBACK IS NOT PAID OUT.       *
      *----------------------------------------------------------------*
       P550-COMMISSION-OUTFLOWS.
           OPEN INPUT COMM-MASTER-FILE
           IF NOT COMM-MASTER-OK
               DISPLAY 'Warning: Commission master unavailable: '
                       WS-CMM-STAT ' - no commission outflows'
               MOVE 4 TO RETURN-CODE
               GO TO P550-EXIT
           END-IF
           PERFORM P560-READ-COMM-MASTER
           PERFORM UNTIL COMM-MASTER-EOF
               PERFORM P570-TAKE-COMMISSION THRU P570-EXIT
               PERFORM P560-READ-COMM-MASTER
           END-PERFORM
           CLOSE COMM-MASTER-FILE.

       P550-EXIT.
           EXIT.

       P560-READ-COMM-MASTER.
           READ COMM-MASTER-FILE
           END-READ.

       P570-TAKE-COMMISSION.
           IF CMM-MTD-RETAINED-COMM NUMERIC
               MOVE CMM-MTD-RETAINED-COMM TO WS-RETAINED-AMT
           ELSE
               MOVE ZERO TO WS-RETAINED-AMT
           END-IF
           COMPUTE WS-PAYABLE-AMT = CMM-MTD-COMMISSION
                                  - WS-RETAINED-AMT
           IF WS-PAYABLE-AMT NOT > ZERO
               GO TO P570-EXIT
           END-IF

      *    Last day of the statement month: the day before the
      *    first of the next.
           COMPUTE WS-WORK-DATE = (CMM-STMT-MONTH * 100) + 1
           IF WS-WDT-MM = 12
               ADD 1 TO WS-WDT-YYYY
               MOVE 1 TO WS-WDT-MM
           ELSE
               ADD 1 TO WS-WDT-MM
           END-IF
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-WORK-DATE)
                                 + WS-COMM-PAY-DAYS - 1
           COMPUTE WS-BKT-DATE = FUNCTION DATE-OF-INTEGER
                                  (WS-WORK-INT)
           PERFORM P950-FIND-WEEK THRU P950-EXIT
           IF WS-BKT-WEEK = ZERO
               ADD 1 TO WS-BEYOND-HORIZON-CNT
               GO TO P570-EXIT
           END-IF
           SET WK-IDX TO WS-BKT-WEEK
           ADD WS-PAYABLE-AMT TO WS-WK-COMMISSIONS (WK-IDX)
           ADD 1 TO WS-COMM-AGENCY-CNT.

       P570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * NET REINSURANCE SETTLEMENT: EACH REINSURER'S CLOSING BALANCE   *
      * ON THE ACCOUNT CURRENTS, PAYABLE AS AN OUTFLOW AND RECEIVABLE  *
      * AS A NEGATIVE ONE, SETTLED CFC_REI_SETTLE_DAYS AFTER THE       *
      * STATEMENT DATE.  A STATEMENT WHOSE SETTLEMENT DATE IS ALREADY  *
      * BEHIND THE FORECAST IS TAKEN AS SETTLED.                       *
      *----------------------------------------------------------------*
       P600-REINSURANCE-SETTLEMENTS.
           OPEN INPUT RAC-STATEMENT-FILE
           IF NOT RAC-STATEMENT-OK
               DISPLAY 'No reinsurance account currents: '
                       WS-RAC-STAT
               GO TO P600-EXIT
           END-IF
           PERFORM P610-READ-RAC-STATEMENT
           PERFORM UNTIL RAC-STATEMENT-EOF
               PERFORM P620-TAKE-RAC-LINE THRU P620-EXIT
               PERFORM P610-READ-RAC-STATEMENT
           END-PERFORM
           CLOSE RAC-STATEMENT-FILE.

       P600-EXIT.
           EXIT.

       P610-READ-RAC-STATEMENT.
           READ RAC-STATEMENT-FILE
           END-READ.

       P620-TAKE-RAC-LINE.
           IF RAC-STATEMENT-LINE (1:18) = 'ACCOUNT CURRENT - '
               IF RAC-STATEMENT-LINE (57:8) NUMERIC
                   MOVE RAC-STATEMENT-LINE (57:8)
                        TO WS-RAC-STATEMENT-DATE
               END-IF
               GO TO P620-EXIT
           END-IF
           IF RAC-STATEMENT-LINE (1:19) NOT = '  BALANCE PAYABLE: '
              AND RAC-STATEMENT-LINE (1:22) NOT =
                  '  BALANCE RECEIVABLE: '
               GO TO P620-EXIT
           END-IF
           COMPUTE WS-RAC-AMOUNT =
               FUNCTION NUMVAL-C(RAC-STATEMENT-LINE (25:40))
           IF WS-RAC-AMOUNT = ZERO OR WS-RAC-STATEMENT-DATE = ZERO
               GO TO P620-EXIT
           END-IF
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-RAC-STATEMENT-DATE)
                                 + WS-REI-SETTLE-DAYS
           IF WS-WORK-INT < WS-START-INT
               ADD 1 TO WS-RAC-SETTLED-CNT
               GO TO P620-EXIT
           END-IF
           COMPUTE WS-BKT-DATE = FUNCTION DATE-OF-INTEGER
                                  (WS-WORK-INT)
           PERFORM P950-FIND-WEEK THRU P950-EXIT
           IF WS-BKT-WEEK = ZERO
               ADD 1 TO WS-BEYOND-HORIZON-CNT
               GO TO P620-EXIT
           END-IF
           SET WK-IDX TO WS-BKT-WEEK
           ADD WS-RAC-AMOUNT TO WS-WK-REINSURANCE (WK-IDX)
           ADD 1 TO WS-RAC-BALANCE-CNT.

       P620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * OPEN CLAIM RESERVES PAID OUT ACROSS THE 13 WEEKS ON THE        *
      * RESERVE PATTERN.  A CLAIM HELD BY SPECIAL INVESTIGATIONS PAYS  *
      * NOTHING UNTIL IT IS CLEARED, SO IT IS LEFT OUT.                *
      *----------------------------------------------------------------*
       P650-CLAIM-RESERVES.
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               DISPLAY 'Warning: Claims master unavailable: '
                       WS-CLM-STAT ' - no claim outflows'
               MOVE 4 TO RETURN-CODE
               GO TO P650-EXIT
           END-IF
           PERFORM P660-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               PERFORM P670-TAKE-CLAIM THRU P670-EXIT
               PERFORM P660-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE.

       P650-EXIT.
           EXIT.

       P660-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P670-TAKE-CLAIM.
           IF NOT CLM-OPEN OR CLM-RESERVE-AMOUNT NOT > ZERO
               GO TO P670-EXIT
           END-IF
           IF CLM-SIU-REFERRED
               ADD 1 TO WS-SIU-HELD-CNT
               GO TO P670-EXIT
           END-IF
           ADD 1 TO WS-CLAIM-FORECAST-CNT
           MOVE CLM-RESERVE-AMOUNT TO WS-RESERVE-AMT
           PERFORM P680-SPREAD-RESERVE
                   VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13
           ADD WS-RESERVE-AMT TO WS-RESERVE-BEYOND.

       P670-EXIT.
           EXIT.

      *    What is left in WS-RESERVE-AMT after week 13 is the part
      *    of the reserve expected beyond the horizon.
       P680-SPREAD-RESERVE.
           SET WS-RSV-IDX TO WK-IDX
           COMPUTE WS-EXPECTED-AMT ROUNDED =
               CLM-RESERVE-AMOUNT * WS-RSV-PCT (WS-RSV-IDX) / 100
           IF WS-EXPECTED-AMT > WS-RESERVE-AMT
               MOVE WS-RESERVE-AMT TO WS-EXPECTED-AMT
           END-IF
           ADD WS-EXPECTED-AMT TO WS-WK-CLAIMS (WK-IDX)
           SUBTRACT WS-EXPECTED-AMT FROM WS-RESERVE-AMT.

      *----------------------------------------------------------------*
      * REFUNDS WAITING ON THE REFUND RUN: THE DAY'S PROCESSED RETURN  *
      * PREMIUMS AND OVERPAYMENTS, PAID IN WEEK 1 -- UNLESS LGAPREF1   *
      * HAS ALREADY PAID THEM TODAY.  CREDITS HELD BELOW THE MINIMUM   *
      * REFUND ARE NOT FORECAST.                                       *
      *----------------------------------------------------------------*
       P700-PENDING-REFUNDS.
           OPEN INPUT REFUND-CONTROL-FILE
           IF REFUND-CONTROL-OK
               READ REFUND-CONTROL-FILE
               IF REFUND-CONTROL-OK AND
                  RFC-LAST-RUN-DATE = WS-CURRENT-DATE
                   MOVE 'Y' TO WS-REFUNDS-PAID-IND
               END-IF
               CLOSE REFUND-CONTROL-FILE
           END-IF
           IF REFUNDS-ALREADY-PAID
               DISPLAY 'Refunds already paid today - none pending'
               GO TO P700-EXIT
           END-IF

           SET WK-IDX TO 1
           OPEN INPUT RETURN-FILE
           IF RETURN-OK
               PERFORM P710-READ-RETURN
               PERFORM UNTIL RETURN-EOF
                   PERFORM P720-TAKE-RETURN THRU P720-EXIT
                   PERFORM P710-READ-RETURN
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF

           OPEN INPUT UNAPPLIED-FILE
           IF UNAPPLIED-OK
               PERFORM P730-READ-UNAPPLIED
               PERFORM UNTIL UNAPPLIED-EOF
                   IF UNA-POLICY-TAG = 'POLICY ' AND
                      UNA-RESULT (1:11) = 'OVERPAYMENT'
                       MOVE UNA-AMOUNT TO WS-REFUND-AMT
                       IF WS-REFUND-AMT > ZERO
                           ADD WS-REFUND-AMT TO WS-WK-REFUNDS (WK-IDX)
                           ADD 1 TO WS-REFUND-FORECAST-CNT
                       END-IF
                   END-IF
                   PERFORM P730-READ-UNAPPLIED
               END-PERFORM
               CLOSE UNAPPLIED-FILE
           END-IF.

       P700-EXIT.
           EXIT.

       P710-READ-RETURN.
           READ RETURN-FILE
           END-READ.

       P720-TAKE-RETURN.
           ADD 1 TO WS-RET-REC-CNT
      *    Skip the CSV header line
           IF WS-RET-REC-CNT = 1
               GO TO P720-EXIT
           END-IF

      *    CANRET.DAT: POLICY_NUM,CUSTOMER_NUM,CANCEL_REASON,METHOD,
      *    RETURN_PREMIUM,RESULT,PAYEE
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING RETURN-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
                    WS-CSV-F5 WS-CSV-F6 WS-CSV-F7
           END-UNSTRING
           IF WS-CSV-F6 (1:9) NOT = 'PROCESSED'
               GO TO P720-EXIT
           END-IF
           COMPUTE WS-REFUND-AMT = FUNCTION NUMVAL(WS-CSV-F5)
           IF WS-REFUND-AMT NOT > ZERO
               GO TO P720-EXIT
           END-IF
           ADD WS-REFUND-AMT TO WS-WK-REFUNDS (WK-IDX)
           ADD 1 TO WS-REFUND-FORECAST-CNT.

       P720-EXIT.
           EXIT.

       P730-READ-UNAPPLIED.
           READ UNAPPLIED-FILE
           END-READ.

      *----------------------------------------------------------------*
      * THE FORECAST BY WEEK, WITH THE RUNNING CUMULATIVE NET, THEN    *
      * THE COLLECTION RATES IT WAS BUILT ON.                          *
      *----------------------------------------------------------------*
       P800-PRINT-FORECAST.
           MOVE SPACES TO REPORT-LINE
           STRING 'WK  WEEK OF '
                  '   INSTALLMENTS     ACH DRAFTS    COMMISSIONS'
                  '    REINSURANCE         CLAIMS        REFUNDS'
                  '       NET FLOW     CUMULATIVE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-CUMULATIVE-AMT
           PERFORM P810-PRINT-WEEK
                   VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13

           MOVE WS-TOT-INFLOW TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Total Inflows:        ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-OUTFLOW TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Total Outflows:       ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-NET TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Net Cash Flow:        ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RESERVE-BEYOND TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Reserves Beyond Wk 13:' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COLLECTION RATES BY DUNNING LEVEL' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P820-PRINT-LEVEL THRU P820-EXIT
                   VARYING LVL-IDX FROM 1 BY 1 UNTIL LVL-IDX > 10.

       P810-PRINT-WEEK.
           COMPUTE WS-WK-NET-FLOW (WK-IDX) =
               WS-WK-INSTALLMENTS (WK-IDX) + WS-WK-ACH-DRAFTS (WK-IDX)
             - WS-WK-COMMISSIONS (WK-IDX) - WS-WK-REINSURANCE (WK-IDX)
             - WS-WK-CLAIMS (WK-IDX) - WS-WK-REFUNDS (WK-IDX)
           ADD WS-WK-NET-FLOW (WK-IDX) TO WS-CUMULATIVE-AMT
           COMPUTE WS-TOT-INFLOW = WS-TOT-INFLOW
               + WS-WK-INSTALLMENTS (WK-IDX) + WS-WK-ACH-DRAFTS (WK-IDX)
           COMPUTE WS-TOT-OUTFLOW = WS-TOT-OUTFLOW
               + WS-WK-COMMISSIONS (WK-IDX) + WS-WK-REINSURANCE (WK-IDX)
               + WS-WK-CLAIMS (WK-IDX) + WS-WK-REFUNDS (WK-IDX)
           ADD WS-WK-NET-FLOW (WK-IDX) TO WS-TOT-NET

           SET WS-WEEK-NO TO WK-IDX
           MOVE WS-WEEK-NO TO WS-WEEK-NO-DISPLAY
           MOVE WS-WK-INSTALLMENTS (WK-IDX) TO WS-WK-DSP-1
           MOVE WS-WK-ACH-DRAFTS (WK-IDX) TO WS-WK-DSP-2
           MOVE WS-WK-COMMISSIONS (WK-IDX) TO WS-WK-DSP-3
           MOVE WS-WK-REINSURANCE (WK-IDX) TO WS-WK-DSP-4
           MOVE WS-WK-CLAIMS (WK-IDX) TO WS-WK-DSP-5
           MOVE WS-WK-REFUNDS (WK-IDX) TO WS-WK-DSP-6
           MOVE WS-WK-NET-FLOW (WK-IDX) TO WS-WK-DSP-7
           MOVE WS-CUMULATIVE-AMT TO WS-WK-DSP-8
           MOVE SPACES TO REPORT-LINE
           STRING WS-WEEK-NO-DISPLAY '  ' WS-WK-START (WK-IDX)
                  ' ' WS-WK-DSP-1 ' ' WS-WK-DSP-2 ' ' WS-WK-DSP-3
                  ' ' WS-WK-DSP-4 ' ' WS-WK-DSP-5 ' ' WS-WK-DSP-6
                  ' ' WS-WK-DSP-7 ' ' WS-WK-DSP-8
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P820-PRINT-LEVEL.
           IF WS-LVL-CLOSED-CNT (LVL-IDX) = ZERO AND
              WS-LVL-OPEN-CNT (LVL-IDX) = ZERO
               GO TO P820-EXIT
           END-IF
           SET WS-LVL-SUB TO LVL-IDX
           COMPUTE WS-LEVEL-DISPLAY = WS-LVL-SUB - 1
           MOVE WS-LVL-RATE (LVL-IDX) TO WS-RATE-DISPLAY
           MOVE WS-LVL-EXPECTED (LVL-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  LEVEL ' WS-LEVEL-DISPLAY
                  '  CLOSED ' WS-LVL-CLOSED-CNT (LVL-IDX)
                  '  RATE ' WS-RATE-DISPLAY '% '
                  WS-LVL-RATE-SOURCE (LVL-IDX)
                  '  OPEN ' WS-LVL-OPEN-CNT (LVL-IDX)
                  '  EXPECTED ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P820-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EACH WEEK AGAINST LAST WEEK'S FORECAST FOR THE SAME WEEK, THE  *
      * NET VARIANCE BROKEN DOWN BY SOURCE.  THE LAST WEEK IS NEW TO   *
      * THE HORIZON AND HAS NOTHING TO COMPARE WITH.                   *
      *----------------------------------------------------------------*
       P850-PRINT-VARIANCES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PRI-COUNT = ZERO
               MOVE 'NO PRIOR FORECAST ON FILE - NO VARIANCES'
                    TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P850-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'VARIANCE AGAINST THE FORECAST OF '
                  WS-PRI-RUN-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P860-VARIANCE-WEEK THRU P860-EXIT
                   VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13.

       P850-EXIT.
           EXIT.

       P860-VARIANCE-WEEK.
           MOVE ZERO TO WS-PRI-MATCH-IDX
           PERFORM P865-MATCH-PRIOR-WEEK
                   VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > WS-PRI-COUNT
           SET WS-WEEK-NO TO WK-IDX
           MOVE WS-WEEK-NO TO WS-WEEK-NO-DISPLAY
           IF WS-PRI-MATCH-IDX = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING WS-WEEK-NO-DISPLAY '  ' WS-WK-START (WK-IDX)
                      '  NEW TO THE FORECAST'
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P860-EXIT
           END-IF
           SET PRI-IDX TO WS-PRI-MATCH-IDX
           COMPUTE WS-VARIANCE-AMT = WS-WK-NET-FLOW (WK-IDX)
                                   - WS-PRI-NET-FLOW (PRI-IDX)
           MOVE WS-PRI-NET-FLOW (PRI-IDX) TO WS-WK-DSP-1
           MOVE WS-WK-NET-FLOW (WK-IDX) TO WS-WK-DSP-2
           MOVE WS-VARIANCE-AMT TO WS-WK-DSP-3
           MOVE SPACES TO REPORT-LINE
           STRING WS-WEEK-NO-DISPLAY '  ' WS-WK-START (WK-IDX)
                  '  WAS ' WS-WK-DSP-1 '  NOW ' WS-WK-DSP-2
                  '  VARIANCE ' WS-WK-DSP-3
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-VARIANCE-AMT = ZERO
               GO TO P860-EXIT
           END-IF

      *    Each source's share of the change in the net -- an
      *    outflow that grew reduces the net, so it shows negative.
           COMPUTE WS-VARIANCE-AMT = WS-WK-INSTALLMENTS (WK-IDX)
                                   - WS-PRI-INSTALLMENTS (PRI-IDX)
           MOVE 'INSTALLMENTS' TO WS-VARIANCE-LABEL
           MOVE 'COLLECTED, RESCHEDULED OR RE-RATED'
                TO WS-VARIANCE-EXPLAIN
           PERFORM P870-PRINT-VARIANCE-LINE
           COMPUTE WS-VARIANCE-AMT = WS-WK-ACH-DRAFTS (WK-IDX)
                                   - WS-PRI-ACH-DRAFTS (PRI-IDX)
           MOVE 'ACH DRAFTS' TO WS-VARIANCE-LABEL
           MOVE 'DRAFTS SCHEDULED OR RETURNED'
                TO WS-VARIANCE-EXPLAIN
           PERFORM P870-PRINT-VARIANCE-LINE
           COMPUTE WS-VARIANCE-AMT = WS-PRI-COMMISSIONS (PRI-IDX)
                                   - WS-WK-COMMISSIONS (WK-IDX)
           MOVE 'COMMISSIONS' TO WS-VARIANCE-LABEL
           MOVE 'COMMISSION WRITTEN OR CHARGED BACK'
                TO WS-VARIANCE-EXPLAIN
           PERFORM P870-PRINT-VARIANCE-LINE
           COMPUTE WS-VARIANCE-AMT = WS-PRI-REINSURANCE (PRI-IDX)
                                   - WS-WK-REINSURANCE (WK-IDX)
           MOVE 'REINSURANCE' TO WS-VARIANCE-LABEL
           MOVE 'ACCOUNT CURRENT RESTATED'
                TO WS-VARIANCE-EXPLAIN
           PERFORM P870-PRINT-VARIANCE-LINE
           COMPUTE WS-VARIANCE-AMT = WS-PRI-CLAIMS (PRI-IDX)
                                   - WS-WK-CLAIMS (WK-IDX)
           MOVE 'CLAIMS' TO WS-VARIANCE-LABEL
           MOVE 'RESERVES OPENED, CHANGED OR CLOSED'
                TO WS-VARIANCE-EXPLAIN
           PERFORM P870-PRINT-VARIANCE-LINE
           COMPUTE WS-VARIANCE-AMT = WS-PRI-REFUNDS (PRI-IDX)
                                   - WS-WK-REFUNDS (WK-IDX)
           MOVE 'REFUNDS' TO WS-VARIANCE-LABEL
           MOVE 'REFUNDS QUEUED OR PAID'
                TO WS-VARIANCE-EXPLAIN
           PERFORM P870-PRINT-VARIANCE-LINE.

       P860-EXIT.
           EXIT.

       P865-MATCH-PRIOR-WEEK.
           IF WS-PRI-WEEK-START (PRI-IDX) = WS-WK-START (WK-IDX)
               SET WS-PRI-MATCH-IDX TO PRI-IDX
           END-IF.

       P870-PRINT-VARIANCE-LINE.
           IF WS-VARIANCE-AMT NOT = ZERO
               MOVE WS-VARIANCE-AMT TO WS-WK-DSP-4
               MOVE SPACES TO REPORT-LINE
               STRING '      ' WS-VARIANCE-LABEL WS-WK-DSP-4
                      '  ' WS-VARIANCE-EXPLAIN
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * KEEP THIS FORECAST FOR NEXT WEEK, WITH THE ONE IT WAS COMPARED *
      * WITH CARRIED BEHIND IT.                                        *
      *----------------------------------------------------------------*
       P880-WRITE-FORECAST-FILE.
           MOVE 'CASHFCST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN OUTPUT FORECAST-FILE
           IF NOT FORECAST-OK
               DISPLAY 'ERROR: Cannot write forecast file: '
                       WS-CFR-STAT ' - next week has no variances'
               MOVE 8 TO RETURN-CODE
               GO TO P880-EXIT
           END-IF
           PERFORM P885-WRITE-CURRENT-WEEK
                   VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13
           PERFORM P890-WRITE-PRIOR-WEEK
                   VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > WS-PRI-COUNT
           CLOSE FORECAST-FILE.

       P880-EXIT.
           EXIT.

       P885-WRITE-CURRENT-WEEK.
           MOVE SPACES TO FORECAST-RECORD
           MOVE 'C' TO CFR-RECORD-TYPE
           MOVE WS-CURRENT-DATE TO CFR-RUN-DATE
           SET CFR-WEEK-NO TO WK-IDX
           MOVE WS-WK-START (WK-IDX) TO CFR-WEEK-START
           MOVE WS-WK-INSTALLMENTS (WK-IDX) TO CFR-INSTALLMENTS
           MOVE WS-WK-ACH-DRAFTS (WK-IDX) TO CFR-ACH-DRAFTS
           MOVE WS-WK-COMMISSIONS (WK-IDX) TO CFR-COMMISSIONS
           MOVE WS-WK-REINSURANCE (WK-IDX) TO CFR-REINSURANCE
           MOVE WS-WK-CLAIMS (WK-IDX) TO CFR-CLAIMS
           MOVE WS-WK-REFUNDS (WK-IDX) TO CFR-REFUNDS
           MOVE WS-WK-NET-FLOW (WK-IDX) TO CFR-NET-FLOW
           WRITE FORECAST-RECORD
           ADD 1 TO WS-FORECAST-WRITTEN-CNT.

       P890-WRITE-PRIOR-WEEK.
           MOVE SPACES TO FORECAST-RECORD
           MOVE 'P' TO CFR-RECORD-TYPE
           MOVE WS-PRI-RUN-DATE TO CFR-RUN-DATE
           SET CFR-WEEK-NO TO PRI-IDX
           MOVE WS-PRI-WEEK-START (PRI-IDX) TO CFR-WEEK-START
           MOVE WS-PRI-INSTALLMENTS (PRI-IDX) TO CFR-INSTALLMENTS
           MOVE WS-PRI-ACH-DRAFTS (PRI-IDX) TO CFR-ACH-DRAFTS
           MOVE WS-PRI-COMMISSIONS (PRI-IDX) TO CFR-COMMISSIONS
           MOVE WS-PRI-REINSURANCE (PRI-IDX) TO CFR-REINSURANCE
           MOVE WS-PRI-CLAIMS (PRI-IDX) TO CFR-CLAIMS
           MOVE WS-PRI-REFUNDS (PRI-IDX) TO CFR-REFUNDS
           MOVE WS-PRI-NET-FLOW (PRI-IDX) TO CFR-NET-FLOW
           WRITE FORECAST-RECORD.

       P900-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FORECAST SOURCES' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Installments Read:    ' WS-IMS-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Installments Forecast:' WS-IMS-FORECAST-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  Left To ACH Draft:  ' WS-IMS-DRAFTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ACH Drafts Pending:   ' WS-DRAFT-FORECAST-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Agencies Payable:     ' WS-COMM-AGENCY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Reinsurer Balances:   ' WS-RAC-BALANCE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  Taken As Settled:   ' WS-RAC-SETTLED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Open Claim Reserves:  ' WS-CLAIM-FORECAST-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  Held By SIU:        ' WS-SIU-HELD-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Refunds Pending:      ' WS-REFUND-FORECAST-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Beyond The Horizon:   ' WS-BEYOND-HORIZON-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY 'Cash forecast from week of ' WS-WK-START (1)
           MOVE WS-TOT-NET TO WS-AMT-DISPLAY
           DISPLAY '13-week net cash flow: ' WS-AMT-DISPLAY.

      *----------------------------------------------------------------*
      * THE FORECAST WEEK FOR WS-BKT-DATE: 1 FOR ANYTHING UP TO THE    *
      * END OF THE FIRST WEEK, INCLUDING PAST DUE, ZERO BEYOND WEEK    *
      * 13.  A DATE THAT IS NOT A DATE IS TAKEN AS DUE NOW.            *
      *----------------------------------------------------------------*
       P950-FIND-WEEK.
           MOVE 1 TO WS-BKT-WEEK
           IF WS-BKT-DATE NOT NUMERIC OR WS-BKT-DATE < 16010101
               GO TO P950-EXIT
           END-IF
           COMPUTE WS-BKT-DAYS = FUNCTION INTEGER-OF-DATE
                                  (WS-BKT-DATE) - WS-START-INT
           IF WS-BKT-DAYS < ZERO
               GO TO P950-EXIT
           END-IF
           COMPUTE WS-BKT-WEEK = (WS-BKT-DAYS / 7) + 1
           IF WS-BKT-DAYS > 90
               MOVE ZERO TO WS-BKT-WEEK
           END-IF.

       P950-EXIT.
           EXIT.

       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPCFF1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

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
           MOVE 'LGAPCFF1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-FORECAST-WRITTEN-CNT TO RST-RECORD-COUNT
           MOVE WS-TOT-NET TO RST-TOTAL-AMOUNT
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
