       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPSLF1.
      *================================================================*
      * PROGRAM: LGAPSLF1 - QUARTERLY SURPLUS LINES FILING REPORT     *
      * PURPOSE: WALKS THE PREMIUM OUTPUT FILE AND ITS DATE-STAMPED   *
      *          ARCHIVES FOR THE FILING QUARTER, SELECTS THE BOUND   *
      *          NON-ADMITTED (SURPLUS LINES) POLICIES, AND TOTALS    *
      *          THE TAXABLE PREMIUM, SURPLUS LINES TAX AND STAMPING  *
      *          FEE OWED TO EACH STATE (THE FIRST TWO CHARACTERS OF  *
      *          THE TERRITORY CODE), WITH A POLICY-LEVEL DETAIL      *
      *          LISTING CARRYING THE DILIGENT-SEARCH AFFIDAVIT EACH  *
      *          POLICY WAS BOUND UNDER, FOR THE STATE FILINGS.  THE  *
      *          QUARTER IS SL_PERIOD_START / SL_PERIOD_END ON        *
      *          CONFIG.DAT, OR BY DEFAULT THE LAST CALENDAR QUARTER  *
      *          COMPLETED BEFORE THE RUN DATE.                       *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMIUM-FILE ASSIGN TO DYNAMIC WS-PREMIUM-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PREM-STAT.

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

           SELECT DETAIL-FILE ASSIGN TO 'SLFDETL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DTL-STAT.

           SELECT REPORT-FILE ASSIGN TO 'SLFRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  PREMIUM-FILE.
           COPY OUTPUTREC.

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

       FD  DETAIL-FILE.
       01  DETAIL-LINE                 PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-PREM-STAT                PIC X(2).
           88 PREMIUM-OK               VALUE '00'.
           88 PREMIUM-EOF              VALUE '10'.
           88 PREMIUM-MISSING          VALUE '35'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-DTL-STAT                 PIC X(2).
           88 DETAIL-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-PREMIUM-FILE-NAME        PIC X(30).

       01  WS-PERIOD-CONTROL.
           05 WS-PERIOD-START-DATE     PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-END-DATE       PIC 9(8) VALUE ZERO.

      *    Calendar-quarter arithmetic for the default period.
       01  WS-QUARTER-WORK.
           05 WS-QTR-INDEX             PIC 9.
           05 WS-QTR-START-MONTH       PIC 99.
           05 WS-QTR-DATE              PIC 9(8).
           05 WS-QTR-DATE-X REDEFINES WS-QTR-DATE.
              10 WS-QTR-YYYY           PIC 9(4).
              10 WS-QTR-MM             PIC 99.
              10 WS-QTR-DD             PIC 99.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-WALK-INT              PIC 9(9).
           05 WS-START-INT             PIC 9(9).
           05 WS-END-INT               PIC 9(9).

       01  WS-WALK-DATE                PIC 9(8).

       01  WS-COUNTERS.
           05 WS-FILES-READ            PIC 9(5) VALUE ZERO.
           05 WS-POLICY-CNT            PIC 9(7) VALUE ZERO.
           05 WS-REC-IN-FILE           PIC 9(7) VALUE ZERO.
           05 WS-NO-AFFIDAVIT-CNT      PIC 9(6) VALUE ZERO.

       01  WS-POLICY-WORK.
           05 WS-TOTAL-PREMIUM         PIC 9(9)V99.
           05 WS-TAXABLE-PREMIUM       PIC 9(9)V99.
           05 WS-SL-TAX                PIC 9(6)V99.
           05 WS-STAMPING-FEE          PIC 9(5)V99.
           05 WS-AFFIDAVIT-NUM         PIC X(12).

      *    Company the record in hand is written on.  Policies issued
      *    before the company was carried belong to the home company.
       01  WS-HOME-COMPANY             PIC X(5) VALUE '00001'.
       01  WS-REC-COMPANY              PIC X(5).

       01  WS-GRAND-TOTALS.
           05 WS-TOT-PREMIUM           PIC 9(12)V99 VALUE ZERO.
           05 WS-TOT-SL-TAX            PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-STAMPING-FEE      PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * FILING TOTALS BY STATE -- SAME FIND-OR-ADD TABLE PATTERN AS    *
      * THE LGAPTAX1 JURISDICTION TOTALS.                              *
      *----------------------------------------------------------------*
       01  WS-STATE-TOTALS.
           05 WS-STE-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-STE-TABLE             OCCURS 60 TIMES
                                       INDEXED BY STE-IDX.
              10 WS-STE-CODE           PIC X(2).
              10 WS-STE-POL-CNT        PIC 9(6).
              10 WS-STE-PREMIUM        PIC 9(11)V99.
              10 WS-STE-SL-TAX         PIC 9(10)V99.
              10 WS-STE-STAMPING-FEE   PIC 9(10)V99.

       01  WS-STE-MATCH-IDX            PIC 9(3) VALUE ZERO.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P400-WALK-PREMIUM-FILES
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P700-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM P210-READ-CONFIG
           IF WS-PERIOD-START-DATE = ZERO OR
              WS-PERIOD-END-DATE = ZERO
               PERFORM P220-DEFAULT-QUARTER
           END-IF
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-PERIOD-START-DATE)
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
                                 (WS-PERIOD-END-DATE).

       P210-READ-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'SL_PERIOD_START' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-PERIOD-START-DATE
               END-IF
               MOVE 'SL_PERIOD_END' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-PERIOD-END-DATE
               END-IF
               MOVE 'CMP_HOME_COMPANY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND CONFIG-VALUE NOT = SPACES
                   MOVE CONFIG-VALUE (1:5) TO WS-HOME-COMPANY
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * NO CONFIGURED PERIOD -- FILE FOR THE LAST CALENDAR QUARTER     *
      * COMPLETED BEFORE THE RUN DATE, SO A RUN EARLY IN APRIL FILES   *
      * JANUARY THROUGH MARCH.                                         *
      *----------------------------------------------------------------*
       P220-DEFAULT-QUARTER.
           MOVE WS-CURRENT-DATE TO WS-QTR-DATE
           COMPUTE WS-QTR-INDEX = (WS-QTR-MM - 1) / 3
      *    First day of the current quarter; the day before it ends
      *    the filing quarter.
           COMPUTE WS-QTR-MM = (WS-QTR-INDEX * 3) + 1
           MOVE 01 TO WS-QTR-DD
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
                                 (WS-QTR-DATE) - 1
           COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
                                         (WS-END-INT)
           IF WS-QTR-INDEX = ZERO
               SUBTRACT 1 FROM WS-QTR-YYYY
               MOVE 10 TO WS-QTR-MM
           ELSE
               COMPUTE WS-QTR-MM = ((WS-QTR-INDEX - 1) * 3) + 1
           END-IF
           MOVE WS-QTR-DATE TO WS-PERIOD-START-DATE.

       P300-OPEN-FILES.
           OPEN OUTPUT DETAIL-FILE
           IF NOT DETAIL-OK
               DISPLAY 'ERROR: Cannot open SL filing detail file: '
                       WS-DTL-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           STRING 'POLICY_NUM' ',' 'CUSTOMER_NUM' ',' 'STATE' ','
                  'COMPANY' ',' 'EFFECTIVE_DATE' ',' 'AFFIDAVIT' ','
                  'PREMIUM' ',' 'SL_TAX' ',' 'STAMPING_FEE'
                  DELIMITED BY SIZE INTO DETAIL-LINE
           WRITE DETAIL-LINE

      *    The master supplies the affidavit each policy was bound
      *    under; without it the filing can still be totalled.
           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: Cannot open policy master file: '
                       WS-POL-STAT ' - affidavits not listed'
               MOVE 4 TO RETURN-CODE
           END-IF.

       P400-WALK-PREMIUM-FILES.
           PERFORM P410-PROCESS-ARCHIVE-DAY
                   VARYING WS-WALK-INT FROM WS-START-INT BY 1
                   UNTIL WS-WALK-INT > WS-END-INT
      *    Today's live file belongs to the quarter only when the
      *    quarter runs through today.
           IF WS-PERIOD-END-DATE NOT < WS-CURRENT-DATE
               MOVE 'OUTPUT.DAT' TO WS-PREMIUM-FILE-NAME
               PERFORM P420-PROCESS-PREMIUM-FILE THRU P420-EXIT
           END-IF.

       P410-PROCESS-ARCHIVE-DAY.
           COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER
                                   (WS-WALK-INT)
           MOVE SPACES TO WS-PREMIUM-FILE-NAME
           STRING 'OUTPUT.DAT.' WS-WALK-DATE DELIMITED BY SIZE
                  INTO WS-PREMIUM-FILE-NAME
           PERFORM P420-PROCESS-PREMIUM-FILE THRU P420-EXIT.

       P420-PROCESS-PREMIUM-FILE.
           OPEN INPUT PREMIUM-FILE
           IF PREMIUM-MISSING
               GO TO P420-EXIT
           END-IF
           IF NOT PREMIUM-OK
               DISPLAY 'Warning: cannot open ' WS-PREMIUM-FILE-NAME
                       ' status ' WS-PREM-STAT
               GO TO P420-EXIT
           END-IF

           ADD 1 TO WS-FILES-READ
           MOVE ZERO TO WS-REC-IN-FILE
           PERFORM P430-READ-PREMIUM
           PERFORM UNTIL PREMIUM-EOF
               PERFORM P440-PROCESS-RECORD THRU P440-EXIT
               PERFORM P430-READ-PREMIUM
           END-PERFORM
           CLOSE PREMIUM-FILE.

       P420-EXIT.
           EXIT.

       P430-READ-PREMIUM.
           READ PREMIUM-FILE
           END-READ.

       P440-PROCESS-RECORD.
           ADD 1 TO WS-REC-IN-FILE

      *    Skip the header record each daily file starts with
           IF WS-REC-IN-FILE = 1
               GO TO P440-EXIT
           END-IF

           IF OUT-STATUS NOT = 'APPROVED' OR NOT OUT-NON-ADMITTED
               GO TO P440-EXIT
           END-IF

           COMPUTE WS-TOTAL-PREMIUM =
               FUNCTION NUMVAL(OUT-TOTAL-PREMIUM)
           COMPUTE WS-SL-TAX = FUNCTION NUMVAL(OUT-SL-TAX)
           COMPUTE WS-STAMPING-FEE = FUNCTION NUMVAL(OUT-STAMPING-FEE)
      *    The state taxes the premium itself, not the surplus lines
      *    charges or the company's policy and inspection fees.
           COMPUTE WS-TAXABLE-PREMIUM = WS-TOTAL-PREMIUM
               - WS-SL-TAX - WS-STAMPING-FEE
               - FUNCTION NUMVAL(OUT-POLICY-FEE)
               - FUNCTION NUMVAL(OUT-INSPECTION-FEE)

           IF OUT-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
           ELSE
               MOVE OUT-COMPANY-CODE TO WS-REC-COMPANY
           END-IF

           PERFORM P445-GET-AFFIDAVIT THRU P445-EXIT

           ADD 1 TO WS-POLICY-CNT
           ADD WS-TAXABLE-PREMIUM TO WS-TOT-PREMIUM
           ADD WS-SL-TAX TO WS-TOT-SL-TAX
           ADD WS-STAMPING-FEE TO WS-TOT-STAMPING-FEE

           PERFORM P450-ACCUM-STATE THRU P450-EXIT
           PERFORM P460-WRITE-DETAIL-LINE.

       P440-EXIT.
           EXIT.

      *    A bound surplus lines policy with no affidavit on its master
      *    cannot be filed as it stands -- flagged for compliance.
       P445-GET-AFFIDAVIT.
           MOVE SPACES TO WS-AFFIDAVIT-NUM
           IF NOT MASTER-IS-OPEN
               GO TO P445-EXIT
           END-IF
           MOVE OUT-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE POL-SL-AFFIDAVIT-NUM TO WS-AFFIDAVIT-NUM
           END-READ
           IF WS-AFFIDAVIT-NUM = SPACES
               ADD 1 TO WS-NO-AFFIDAVIT-CNT
               DISPLAY 'Warning: policy ' OUT-POLICY-NUM
                       ' has no diligent search affidavit on file'
               MOVE 4 TO RETURN-CODE
           END-IF.

       P445-EXIT.
           EXIT.

       P450-ACCUM-STATE.
           MOVE ZERO TO WS-STE-MATCH-IDX
           PERFORM P451-CHECK-STE-ENTRY
                   VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-COUNT

           IF WS-STE-MATCH-IDX = ZERO
               IF WS-STE-COUNT < 60
                   ADD 1 TO WS-STE-COUNT
                   MOVE WS-STE-COUNT TO WS-STE-MATCH-IDX
                   SET STE-IDX TO WS-STE-MATCH-IDX
                   MOVE OUT-TERRITORY-CODE (1:2)
                        TO WS-STE-CODE (STE-IDX)
                   MOVE ZERO TO WS-STE-POL-CNT (STE-IDX)
                   MOVE ZERO TO WS-STE-PREMIUM (STE-IDX)
                   MOVE ZERO TO WS-STE-SL-TAX (STE-IDX)
                   MOVE ZERO TO WS-STE-STAMPING-FEE (STE-IDX)
               ELSE
                   DISPLAY 'Warning: State table full - state '
                           OUT-TERRITORY-CODE (1:2) ' not subtotalled'
                   MOVE 4 TO RETURN-CODE
                   GO TO P450-EXIT
               END-IF
           END-IF

           SET STE-IDX TO WS-STE-MATCH-IDX
           ADD 1 TO WS-STE-POL-CNT (STE-IDX)
           ADD WS-TAXABLE-PREMIUM TO WS-STE-PREMIUM (STE-IDX)
           ADD WS-SL-TAX TO WS-STE-SL-TAX (STE-IDX)
           ADD WS-STAMPING-FEE TO WS-STE-STAMPING-FEE (STE-IDX).

       P450-EXIT.
           EXIT.

       P451-CHECK-STE-ENTRY.
           IF WS-STE-CODE (STE-IDX) = OUT-TERRITORY-CODE (1:2)
               SET WS-STE-MATCH-IDX TO STE-IDX
           END-IF.

       P460-WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE
           STRING FUNCTION TRIM(OUT-POLICY-NUM) ','
                  FUNCTION TRIM(OUT-CUSTOMER-NUM) ','
                  OUT-TERRITORY-CODE (1:2) ','
                  FUNCTION TRIM(WS-REC-COMPANY) ','
                  OUT-EFFECTIVE-DATE ','
                  FUNCTION TRIM(WS-AFFIDAVIT-NUM) ','
                  FUNCTION TRIM(WS-TAXABLE-PREMIUM) ','
                  FUNCTION TRIM(WS-SL-TAX) ','
                  FUNCTION TRIM(WS-STAMPING-FEE)
                  DELIMITED BY SIZE INTO DETAIL-LINE
           WRITE DETAIL-LINE.

       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open SL filing report file: '
                       WS-RPT-STAT
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '     QUARTERLY SURPLUS LINES FILING SUMMARY'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:            ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Filing Period:       ' WS-PERIOD-START-DATE
                  ' TO ' WS-PERIOD-END-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Premium Files Read:  ' WS-FILES-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'SL Policies:         ' WS-POLICY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Missing Affidavits:  ' WS-NO-AFFIDAVIT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-PREMIUM TO WS-AMT-DISPLAY
           STRING 'Total SL Premium:    ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-SL-TAX TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Total SL Tax:        ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-STAMPING-FEE TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Total Stamping Fees: ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    FILING BY STATE' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P610-WRITE-STATE-SECTION
                   VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

       P610-WRITE-STATE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING '  STATE ' WS-STE-CODE (STE-IDX)
                  '  POLICIES: ' WS-STE-POL-CNT (STE-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-STE-PREMIUM (STE-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '    TAXABLE PREMIUM: ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-STE-SL-TAX (STE-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '    SL TAX:          ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-STE-STAMPING-FEE (STE-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '    STAMPING FEE:    ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P700-CLOSE-FILES.
           CLOSE DETAIL-FILE
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
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
           MOVE 'LGAPSLF1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-POLICY-CNT TO RST-RECORD-COUNT
           MOVE WS-TOT-SL-TAX TO RST-TOTAL-AMOUNT
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
