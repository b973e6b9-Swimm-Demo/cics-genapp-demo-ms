       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPSTE1.
      *================================================================*
      * PROGRAM: LGAPSTE1 - STATUTORY STATE PAGE EXHIBIT              *
      * PURPOSE: YEAR-END EXHIBIT OF PREMIUMS AND LOSSES BY STATE     *
      *          (THE FIRST TWO CHARACTERS OF THE TERRITORY CODE)     *
      *          AND LINE (POLICY TYPE) FOR THE ANNUAL STATEMENT      *
      *          STATE PAGE AND THE STATE PREMIUM TAX RETURNS.        *
      *          WALKS THE SAME OUTPUT.DAT ARCHIVES AS LGAPSTP1 AND   *
      *          LGAPMTD1 FOR DIRECT WRITTEN PREMIUM AND POLICY       *
      *          COUNTS, EARNS AND RESERVES IT ON THE LGAPUPR1 BASIS  *
      *          (PRO-RATA TO THE STATEMENT DATE, CANCELLED AND       *
      *          LAPSED POLICIES OFF THE BOOK), COUNTS POLICIES IN    *
      *          FORCE AT THE STATEMENT DATE, AND ARRAYS LOSSES PAID  *
      *          NET OF RECOVERIES, CASE RESERVES AND LOSSES INCURRED *
      *          FROM THE CLAIMS MASTER.  GRAND WRITTEN PREMIUM TIES  *
      *          TO THE LGAPMTD1 YEAR-TO-DATE REGISTER AND THE        *
      *          LGAPSTP1 EXHIBIT; GRAND INCURRED TIES TO LGAPSTP1.   *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMIUM-FILE ASSIGN TO DYNAMIC WS-PREMIUM-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PREM-STAT.

           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

      *    The policy master carries each policy's current status --
      *    a policy cancelled or lapsed since issue earns and reserves
      *    nothing, exactly as LGAPUPR1 treats it.
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

           SELECT REPORT-FILE ASSIGN TO 'STERPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One row per state and line for loading the statement and
      *    tax return software instead of re-keying the exhibit.
           SELECT EXTRACT-FILE ASSIGN TO 'STEXTR.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  PREMIUM-FILE.
           COPY OUTPUTREC.

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

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

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(200).

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

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-EXT-STAT                 PIC X(2).
           88 EXTRACT-OK               VALUE '00'.

       01  WS-PREMIUM-FILE-NAME        PIC X(30).

      *----------------------------------------------------------------*
      * EXHIBIT PERIOD -- STE_PERIOD_START THROUGH THE STATEMENT DATE  *
      * (STE_STATEMENT_DATE, DEFAULT THE RUN DATE).  THE PERIOD START  *
      * DEFAULTS TO 1 JANUARY, THE SAME YEAR-TO-DATE WALK LGAPMTD1     *
      * AND LGAPSTP1 MAKE, SO THE WRITTEN TOTALS TIE.                  *
      *----------------------------------------------------------------*
       01  WS-PERIOD-CONTROL.
           05 WS-STATEMENT-DATE        PIC 9(8).
           05 WS-PERIOD-START-DATE     PIC 9(8) VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-STMT-INT              PIC 9(9).
           05 WS-WALK-INT              PIC 9(9).
           05 WS-START-INT             PIC 9(9).
           05 WS-EFF-INT               PIC 9(9).
           05 WS-EXP-INT               PIC 9(9).
           05 WS-TERM-DAYS             PIC 9(9).
           05 WS-EARNED-DAYS           PIC 9(9).

       01  WS-WALK-DATE                PIC 9(8).

       01  WS-EXPIRE-DATE-NUM          PIC 9(8).
       01  WS-EXPIRE-DATE-X REDEFINES WS-EXPIRE-DATE-NUM.
           05 WS-EXPIRE-YYYY           PIC 9(4).
           05 WS-EXPIRE-MMDD           PIC 9(4).

       01  OUT-EFFECTIVE-DATE-HOLD     PIC 9(8).
       01  WS-EFFECTIVE-DATE-X REDEFINES OUT-EFFECTIVE-DATE-HOLD.
           05 WS-EFF-YYYY              PIC 9(4).
           05 WS-EFF-MMDD              PIC 9(4).

       01  WS-COUNTERS.
           05 WS-FILES-READ            PIC 9(5) VALUE ZERO.
           05 WS-REC-IN-FILE           PIC 9(7) VALUE ZERO.
           05 WS-POLICY-CNT            PIC 9(7) VALUE ZERO.
           05 WS-INFORCE-CNT           PIC 9(7) VALUE ZERO.
           05 WS-TERMINATED-CNT        PIC 9(7) VALUE ZERO.
           05 WS-CLAIM-CNT             PIC 9(7) VALUE ZERO.
           05 WS-UNPLACED-CLAIM-CNT    PIC 9(7) VALUE ZERO.

       01  WS-TERMINATED-IND           PIC X VALUE 'N'.
           88 WS-POLICY-TERMINATED     VALUE 'Y'.

       01  WS-INFORCE-IND              PIC X VALUE 'N'.
           88 WS-POLICY-IN-FORCE       VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE EXHIBIT CELLS -- STATE BY LINE.  CLAIMS WHOSE POLICY IS    *
      * OUTSIDE THE WALKED PERIOD CANNOT BE PLACED IN A STATE AND ARE  *
      * CARRIED UNDER STATE '**' SO THE GRAND TOTALS STILL TIE.        *
      *----------------------------------------------------------------*
       01  WS-CELL-TABLE.
           05 WS-CEL-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-CEL-ENTRY             OCCURS 300 TIMES
                                       INDEXED BY CEL-IDX.
              10 WS-CEL-STATE          PIC X(2).
              10 WS-CEL-TYPE           PIC X(1).
              10 WS-CEL-POL-CNT        PIC 9(7).
              10 WS-CEL-INFORCE-CNT    PIC 9(7).
              10 WS-CEL-WRITTEN        PIC 9(13)V99.
              10 WS-CEL-EARNED         PIC 9(13)V99.
              10 WS-CEL-UNEARNED       PIC 9(13)V99.
              10 WS-CEL-PAID           PIC S9(13)V99.
              10 WS-CEL-RESERVE        PIC 9(13)V99.
              10 WS-CEL-INCURRED       PIC 9(13)V99.

       01  WS-CEL-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-CEL-WORK-STATE           PIC X(2).
       01  WS-CEL-WORK-TYPE            PIC X(1).

      *----------------------------------------------------------------*
      * STATE TOTALS -- THE STATE PAGE ITSELF.                         *
      *----------------------------------------------------------------*
       01  WS-STATE-TOTALS.
           05 WS-STE-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-STE-TABLE             OCCURS 60 TIMES
                                       INDEXED BY STE-IDX.
              10 WS-STE-CODE           PIC X(2).
              10 WS-STE-POL-CNT        PIC 9(7).
              10 WS-STE-INFORCE-CNT    PIC 9(7).
              10 WS-STE-WRITTEN        PIC 9(13)V99.
              10 WS-STE-EARNED         PIC 9(13)V99.
              10 WS-STE-UNEARNED       PIC 9(13)V99.
              10 WS-STE-PAID           PIC S9(13)V99.
              10 WS-STE-RESERVE        PIC 9(13)V99.
              10 WS-STE-INCURRED       PIC 9(13)V99.

       01  WS-STE-MATCH-IDX            PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
      * CUSTOMER TO STATE AND LINE CROSS REFERENCE FOR PLACING CLAIMS, *
      * BUILT AS LGAPSTP1 BUILDS ITS OWN.                              *
      *----------------------------------------------------------------*
       01  WS-CUSTOMER-XREF.
           05 WS-XREF-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-XREF-ENTRY            OCCURS 10000 TIMES
                                       INDEXED BY XREF-IDX.
              10 WS-XREF-CUSTOMER      PIC X(10).
              10 WS-XREF-STATE         PIC X(2).
              10 WS-XREF-TYPE          PIC X(1).

       01  WS-XREF-MATCH-IDX           PIC 9(5) VALUE ZERO.

       01  WS-POLICY-WORK.
           05 WS-TOTAL-PREM            PIC 9(9)V99.
           05 WS-EARNED-FRACTION       PIC 9V9(6).
           05 WS-EARNED-PREM           PIC 9(9)V99.
           05 WS-UNEARNED-PREM         PIC 9(9)V99.

       01  WS-CLAIM-WORK.
           05 WS-CLAIM-NET             PIC S9(9)V99.
           05 WS-CLAIM-PAID-NET        PIC S9(9)V99.
           05 WS-CLAIM-RESERVE         PIC 9(9)V99.

       01  WS-GRAND-TOTALS.
           05 WS-TOT-WRITTEN           PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-EARNED            PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-UNEARNED          PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-PAID              PIC S9(13)V99 VALUE ZERO.
           05 WS-TOT-RESERVE           PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-INCURRED          PIC 9(13)V99 VALUE ZERO.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY2             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY3             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SGN-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Unedited signed amount for the extract row.
       01  WS-EXT-PAID                 PIC -9(13).99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-WALK-PREMIUM-FILES
           PERFORM P400-ARRAY-LOSSES THRU P400-EXIT
           PERFORM P600-WRITE-EXHIBIT THRU P600-EXIT
           PERFORM P700-WRITE-EXTRACT THRU P700-EXIT
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-STATEMENT-DATE
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'STE_STATEMENT_DATE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-STATEMENT-DATE
               END-IF
               MOVE 'STE_PERIOD_START' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-PERIOD-START-DATE
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: Policy master unavailable: '
                       WS-POL-STAT ' - cancelled and lapsed '
                       'policies cannot be excluded'
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-STMT-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-STATEMENT-DATE)
           IF WS-PERIOD-START-DATE = ZERO
      *        Default exhibit period: from the start of the year.
               MOVE WS-STATEMENT-DATE TO WS-PERIOD-START-DATE
               MOVE '0101' TO WS-PERIOD-START-DATE (5:4)
           END-IF
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-PERIOD-START-DATE).

       P300-WALK-PREMIUM-FILES.
           PERFORM P310-PROCESS-ARCHIVE-DAY
                   VARYING WS-WALK-INT FROM WS-START-INT BY 1
                   UNTIL WS-WALK-INT > WS-STMT-INT
           MOVE 'OUTPUT.DAT' TO WS-PREMIUM-FILE-NAME
           PERFORM P320-PROCESS-PREMIUM-FILE THRU P320-EXIT.

       P310-PROCESS-ARCHIVE-DAY.
           COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER
                                   (WS-WALK-INT)
           MOVE SPACES TO WS-PREMIUM-FILE-NAME
           STRING 'OUTPUT.DAT.' WS-WALK-DATE DELIMITED BY SIZE
                  INTO WS-PREMIUM-FILE-NAME
           PERFORM P320-PROCESS-PREMIUM-FILE THRU P320-EXIT.

       P320-PROCESS-PREMIUM-FILE.
           OPEN INPUT PREMIUM-FILE
           IF PREMIUM-MISSING
               GO TO P320-EXIT
           END-IF
           IF NOT PREMIUM-OK
               DISPLAY 'Warning: cannot open ' WS-PREMIUM-FILE-NAME
                       ' status ' WS-PREM-STAT
               GO TO P320-EXIT
           END-IF
           ADD 1 TO WS-FILES-READ
           MOVE ZERO TO WS-REC-IN-FILE
           PERFORM P330-READ-PREMIUM
           PERFORM UNTIL PREMIUM-EOF
               PERFORM P340-POST-PREMIUM THRU P340-EXIT
               PERFORM P330-READ-PREMIUM
           END-PERFORM
           CLOSE PREMIUM-FILE.

       P320-EXIT.
           EXIT.

       P330-READ-PREMIUM.
           READ PREMIUM-FILE
           END-READ.

       P340-POST-PREMIUM.
           ADD 1 TO WS-REC-IN-FILE

      *    Skip the header record each daily file starts with
           IF WS-REC-IN-FILE = 1
               GO TO P340-EXIT
           END-IF

           IF OUT-STATUS NOT = 'APPROVED'
               GO TO P340-EXIT
           END-IF
           IF OUT-EFFECTIVE-DATE = ZERO OR OUT-POLICY-TERM = ZERO
               GO TO P340-EXIT
           END-IF
           ADD 1 TO WS-POLICY-CNT

           COMPUTE WS-TOTAL-PREM =
               FUNCTION NUMVAL(OUT-TOTAL-PREMIUM)

      *    Written premium stands whatever has happened to the policy
      *    since; earned, unearned and in force follow LGAPUPR1 and
      *    drop a policy cancelled or lapsed since issue.
           PERFORM P345-CHECK-POLICY-STATUS THRU P345-EXIT
           IF WS-POLICY-TERMINATED
               ADD 1 TO WS-TERMINATED-CNT
               MOVE ZERO TO WS-EARNED-PREM
               MOVE ZERO TO WS-UNEARNED-PREM
               MOVE 'N' TO WS-INFORCE-IND
           ELSE
               PERFORM P350-CALC-EARNED-UNEARNED
           END-IF

           MOVE OUT-TERRITORY-CODE (1:2) TO WS-CEL-WORK-STATE
           MOVE OUT-POLICY-TYPE TO WS-CEL-WORK-TYPE
           PERFORM P360-FIND-OR-ADD-CELL THRU P360-EXIT
           IF WS-CEL-MATCH-IDX > ZERO
               SET CEL-IDX TO WS-CEL-MATCH-IDX
               ADD 1 TO WS-CEL-POL-CNT (CEL-IDX)
               ADD WS-TOTAL-PREM TO WS-CEL-WRITTEN (CEL-IDX)
               ADD WS-EARNED-PREM TO WS-CEL-EARNED (CEL-IDX)
               ADD WS-UNEARNED-PREM TO WS-CEL-UNEARNED (CEL-IDX)
               IF WS-POLICY-IN-FORCE
                   ADD 1 TO WS-CEL-INFORCE-CNT (CEL-IDX)
               END-IF
           END-IF
           PERFORM P370-FIND-OR-ADD-STATE THRU P370-EXIT
           IF WS-STE-MATCH-IDX > ZERO
               SET STE-IDX TO WS-STE-MATCH-IDX
               ADD 1 TO WS-STE-POL-CNT (STE-IDX)
               ADD WS-TOTAL-PREM TO WS-STE-WRITTEN (STE-IDX)
               ADD WS-EARNED-PREM TO WS-STE-EARNED (STE-IDX)
               ADD WS-UNEARNED-PREM TO WS-STE-UNEARNED (STE-IDX)
               IF WS-POLICY-IN-FORCE
                   ADD 1 TO WS-STE-INFORCE-CNT (STE-IDX)
               END-IF
           END-IF
           ADD WS-TOTAL-PREM TO WS-TOT-WRITTEN
           ADD WS-EARNED-PREM TO WS-TOT-EARNED
           ADD WS-UNEARNED-PREM TO WS-TOT-UNEARNED
           IF WS-POLICY-IN-FORCE
               ADD 1 TO WS-INFORCE-CNT
           END-IF

           IF WS-XREF-COUNT < 10000
               ADD 1 TO WS-XREF-COUNT
               SET XREF-IDX TO WS-XREF-COUNT
               MOVE OUT-CUSTOMER-NUM TO WS-XREF-CUSTOMER (XREF-IDX)
               MOVE WS-CEL-WORK-STATE TO WS-XREF-STATE (XREF-IDX)
               MOVE OUT-POLICY-TYPE TO WS-XREF-TYPE (XREF-IDX)
           END-IF.

       P340-EXIT.
           EXIT.

       P345-CHECK-POLICY-STATUS.
           MOVE 'N' TO WS-TERMINATED-IND
           IF NOT MASTER-IS-OPEN
               GO TO P345-EXIT
           END-IF
           IF OUT-POLICY-NUM = SPACES
               GO TO P345-EXIT
           END-IF
           MOVE OUT-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P345-EXIT
           END-READ
           IF POL-STATUS = 'CANCELLED' OR POL-STATUS = 'LAPSED'
               MOVE 'Y' TO WS-TERMINATED-IND
           END-IF.

       P345-EXIT.
           EXIT.

       P350-CALC-EARNED-UNEARNED.
      *    Pro-rata earning over the term to the statement date, as
      *    LGAPUPR1 earns it.  In force means on risk at the
      *    statement date.
           MOVE OUT-EFFECTIVE-DATE TO OUT-EFFECTIVE-DATE-HOLD
           COMPUTE WS-EXPIRE-YYYY = WS-EFF-YYYY + OUT-POLICY-TERM
           MOVE WS-EFF-MMDD TO WS-EXPIRE-MMDD
           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE
                                  (OUT-EFFECTIVE-DATE)
           COMPUTE WS-EXP-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-EXPIRE-DATE-NUM)
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
           END-EVALUATE
           COMPUTE WS-EARNED-PREM ROUNDED =
               WS-TOTAL-PREM * WS-EARNED-FRACTION
           COMPUTE WS-UNEARNED-PREM =
               WS-TOTAL-PREM - WS-EARNED-PREM

           IF WS-STMT-INT >= WS-EFF-INT AND WS-STMT-INT < WS-EXP-INT
               MOVE 'Y' TO WS-INFORCE-IND
           ELSE
               MOVE 'N' TO WS-INFORCE-IND
           END-IF.

       P360-FIND-OR-ADD-CELL.
           MOVE ZERO TO WS-CEL-MATCH-IDX
           PERFORM P361-CHECK-CELL
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-COUNT
           IF WS-CEL-MATCH-IDX = ZERO
               IF WS-CEL-COUNT < 300
                   ADD 1 TO WS-CEL-COUNT
                   MOVE WS-CEL-COUNT TO WS-CEL-MATCH-IDX
                   SET CEL-IDX TO WS-CEL-MATCH-IDX
                   MOVE WS-CEL-WORK-STATE TO WS-CEL-STATE (CEL-IDX)
                   MOVE WS-CEL-WORK-TYPE TO WS-CEL-TYPE (CEL-IDX)
                   MOVE ZERO TO WS-CEL-POL-CNT (CEL-IDX)
                   MOVE ZERO TO WS-CEL-INFORCE-CNT (CEL-IDX)
                   MOVE ZERO TO WS-CEL-WRITTEN (CEL-IDX)
                   MOVE ZERO TO WS-CEL-EARNED (CEL-IDX)
                   MOVE ZERO TO WS-CEL-UNEARNED (CEL-IDX)
                   MOVE ZERO TO WS-CEL-PAID (CEL-IDX)
                   MOVE ZERO TO WS-CEL-RESERVE (CEL-IDX)
                   MOVE ZERO TO WS-CEL-INCURRED (CEL-IDX)
               ELSE
                   DISPLAY 'Warning: Exhibit cell table full - state '
                           WS-CEL-WORK-STATE ' line ' WS-CEL-WORK-TYPE
                           ' not exhibited'
                   MOVE 4 TO RETURN-CODE
                   GO TO P360-EXIT
               END-IF
           END-IF.

       P360-EXIT.
           EXIT.

       P361-CHECK-CELL.
           IF WS-CEL-STATE (CEL-IDX) = WS-CEL-WORK-STATE AND
              WS-CEL-TYPE (CEL-IDX) = WS-CEL-WORK-TYPE
               SET WS-CEL-MATCH-IDX TO CEL-IDX
           END-IF.

       P370-FIND-OR-ADD-STATE.
           MOVE ZERO TO WS-STE-MATCH-IDX
           PERFORM P371-CHECK-STATE
                   VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-COUNT
           IF WS-STE-MATCH-IDX = ZERO
               IF WS-STE-COUNT < 60
                   ADD 1 TO WS-STE-COUNT
                   MOVE WS-STE-COUNT TO WS-STE-MATCH-IDX
                   SET STE-IDX TO WS-STE-MATCH-IDX
                   MOVE WS-CEL-WORK-STATE TO WS-STE-CODE (STE-IDX)
                   MOVE ZERO TO WS-STE-POL-CNT (STE-IDX)
                   MOVE ZERO TO WS-STE-INFORCE-CNT (STE-IDX)
                   MOVE ZERO TO WS-STE-WRITTEN (STE-IDX)
                   MOVE ZERO TO WS-STE-EARNED (STE-IDX)
                   MOVE ZERO TO WS-STE-UNEARNED (STE-IDX)
                   MOVE ZERO TO WS-STE-PAID (STE-IDX)
                   MOVE ZERO TO WS-STE-RESERVE (STE-IDX)
                   MOVE ZERO TO WS-STE-INCURRED (STE-IDX)
               ELSE
                   DISPLAY 'Warning: State table full - state '
                           WS-CEL-WORK-STATE ' not exhibited'
                   MOVE 4 TO RETURN-CODE
                   GO TO P370-EXIT
               END-IF
           END-IF.

       P370-EXIT.
           EXIT.

       P371-CHECK-STATE.
           IF WS-STE-CODE (STE-IDX) = WS-CEL-WORK-STATE
               SET WS-STE-MATCH-IDX TO STE-IDX
           END-IF.

      *----------------------------------------------------------------*
      * LOSSES -- THE SAME CLAIMS SELECTION LGAPSTP1 ARRAYS (DENIED    *
      * CLAIMS AND CLAIMS WITH NO NET INCURRED LEFT OUT), SO THE       *
      * GRAND INCURRED FIGURES AGREE.  INCURRED IS PAID NET OF         *
      * RECOVERIES PLUS THE CASE RESERVE.                              *
      *----------------------------------------------------------------*
       P400-ARRAY-LOSSES.
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               DISPLAY 'Warning: Claims master unavailable: '
                       WS-CLM-STAT
               MOVE 4 TO RETURN-CODE
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               PERFORM P420-POST-CLAIM THRU P420-EXIT
               PERFORM P410-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P420-POST-CLAIM.
           IF CLM-DENIED
               GO TO P420-EXIT
           END-IF
           IF CLM-CLAIM-DATE NOT NUMERIC OR CLM-CLAIM-DATE = ZERO
               GO TO P420-EXIT
           END-IF

           MOVE CLM-PAID-AMOUNT TO WS-CLAIM-PAID-NET
           IF CLM-RECOVERY-AMOUNT NUMERIC
               SUBTRACT CLM-RECOVERY-AMOUNT FROM WS-CLAIM-PAID-NET
           END-IF
           MOVE CLM-RESERVE-AMOUNT TO WS-CLAIM-RESERVE
           COMPUTE WS-CLAIM-NET =
               WS-CLAIM-PAID-NET + WS-CLAIM-RESERVE
           IF WS-CLAIM-NET <= ZERO
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-CLAIM-CNT

           MOVE ZERO TO WS-XREF-MATCH-IDX
           PERFORM P421-FIND-XREF
                   VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > WS-XREF-COUNT
           IF WS-XREF-MATCH-IDX > ZERO
               SET XREF-IDX TO WS-XREF-MATCH-IDX
               MOVE WS-XREF-STATE (XREF-IDX) TO WS-CEL-WORK-STATE
               MOVE WS-XREF-TYPE (XREF-IDX) TO WS-CEL-WORK-TYPE
           ELSE
               ADD 1 TO WS-UNPLACED-CLAIM-CNT
               MOVE '**' TO WS-CEL-WORK-STATE
               MOVE SPACE TO WS-CEL-WORK-TYPE
           END-IF

           PERFORM P360-FIND-OR-ADD-CELL THRU P360-EXIT
           IF WS-CEL-MATCH-IDX > ZERO
               SET CEL-IDX TO WS-CEL-MATCH-IDX
               ADD WS-CLAIM-PAID-NET TO WS-CEL-PAID (CEL-IDX)
               ADD WS-CLAIM-RESERVE TO WS-CEL-RESERVE (CEL-IDX)
               ADD WS-CLAIM-NET TO WS-CEL-INCURRED (CEL-IDX)
           END-IF
           PERFORM P370-FIND-OR-ADD-STATE THRU P370-EXIT
           IF WS-STE-MATCH-IDX > ZERO
               SET STE-IDX TO WS-STE-MATCH-IDX
               ADD WS-CLAIM-PAID-NET TO WS-STE-PAID (STE-IDX)
               ADD WS-CLAIM-RESERVE TO WS-STE-RESERVE (STE-IDX)
               ADD WS-CLAIM-NET TO WS-STE-INCURRED (STE-IDX)
           END-IF
           ADD WS-CLAIM-PAID-NET TO WS-TOT-PAID
           ADD WS-CLAIM-RESERVE TO WS-TOT-RESERVE
           ADD WS-CLAIM-NET TO WS-TOT-INCURRED.

       P420-EXIT.
           EXIT.

       P421-FIND-XREF.
           IF WS-XREF-CUSTOMER (XREF-IDX) = CLM-CUSTOMER-NUM
               SET WS-XREF-MATCH-IDX TO XREF-IDX
           END-IF.

       P600-WRITE-EXHIBIT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open state page exhibit: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '   STATE PAGE EXHIBIT OF PREMIUMS AND LOSSES'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Statement Date:      ' WS-STATEMENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Period Start:        ' WS-PERIOD-START-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Premium Files Read:  ' WS-FILES-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Off Book (Cxl/Lapse):' WS-TERMINATED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Claims Unplaced (**):' WS-UNPLACED-CLAIM-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P605-WRITE-STATE-SECTION
                   VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'GRAND POLICIES:         ' WS-POLICY-CNT
                  '   IN FORCE: ' WS-INFORCE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-WRITTEN TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'GRAND WRITTEN PREMIUM:  ' WS-AMT-DISPLAY
                  '  (TIES TO LGAPMTD1 YTD AND LGAPSTP1)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-EARNED TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'GRAND EARNED PREMIUM:   ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-UNEARNED TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'GRAND UNEARNED PREMIUM: ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-PAID TO WS-SGN-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'GRAND LOSSES PAID:     ' WS-SGN-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-RESERVE TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'GRAND CASE RESERVES:    ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-INCURRED TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'GRAND LOSSES INCURRED:  ' WS-AMT-DISPLAY
                  '  (TIES TO LGAPSTP1 NET INCURRED)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

       P605-WRITE-STATE-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING 'STATE ' WS-STE-CODE (STE-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P610-WRITE-CELL-LINES THRU P610-EXIT
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-COUNT

           MOVE WS-STE-WRITTEN (STE-IDX) TO WS-AMT-DISPLAY
           MOVE WS-STE-EARNED (STE-IDX) TO WS-AMT-DISPLAY2
           MOVE WS-STE-UNEARNED (STE-IDX) TO WS-AMT-DISPLAY3
           MOVE SPACES TO REPORT-LINE
           STRING '  STATE TOTAL WRITTEN ' WS-AMT-DISPLAY
                  ' EARNED ' WS-AMT-DISPLAY2
                  ' UNEARNED ' WS-AMT-DISPLAY3
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STE-PAID (STE-IDX) TO WS-SGN-DISPLAY
           MOVE WS-STE-RESERVE (STE-IDX) TO WS-AMT-DISPLAY2
           MOVE WS-STE-INCURRED (STE-IDX) TO WS-AMT-DISPLAY3
           MOVE SPACES TO REPORT-LINE
           STRING '              PAID   ' WS-SGN-DISPLAY
                  ' RESERVE' WS-AMT-DISPLAY2
                  ' INCURRED ' WS-AMT-DISPLAY3
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '              POLICIES ' WS-STE-POL-CNT (STE-IDX)
                  ' IN FORCE ' WS-STE-INFORCE-CNT (STE-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P610-WRITE-CELL-LINES.
           IF WS-CEL-STATE (CEL-IDX) NOT = WS-STE-CODE (STE-IDX)
               GO TO P610-EXIT
           END-IF
           MOVE WS-CEL-WRITTEN (CEL-IDX) TO WS-AMT-DISPLAY
           MOVE WS-CEL-EARNED (CEL-IDX) TO WS-AMT-DISPLAY2
           MOVE WS-CEL-UNEARNED (CEL-IDX) TO WS-AMT-DISPLAY3
           MOVE SPACES TO REPORT-LINE
           STRING '  LINE ' WS-CEL-TYPE (CEL-IDX)
                  '      WRITTEN ' WS-AMT-DISPLAY
                  ' EARNED ' WS-AMT-DISPLAY2
                  ' UNEARNED ' WS-AMT-DISPLAY3
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CEL-PAID (CEL-IDX) TO WS-SGN-DISPLAY
           MOVE WS-CEL-RESERVE (CEL-IDX) TO WS-AMT-DISPLAY2
           MOVE WS-CEL-INCURRED (CEL-IDX) TO WS-AMT-DISPLAY3
           MOVE SPACES TO REPORT-LINE
           STRING '              PAID   ' WS-SGN-DISPLAY
                  ' RESERVE' WS-AMT-DISPLAY2
                  ' INCURRED ' WS-AMT-DISPLAY3
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '              POLICIES ' WS-CEL-POL-CNT (CEL-IDX)
                  ' IN FORCE ' WS-CEL-INFORCE-CNT (CEL-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P610-EXIT.
           EXIT.

       P700-WRITE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           IF NOT EXTRACT-OK
               DISPLAY 'Warning: Cannot open state page extract: '
                       WS-EXT-STAT
               MOVE 4 TO RETURN-CODE
               GO TO P700-EXIT
           END-IF
           STRING 'STATE' ',' 'LINE' ',' 'POLICIES' ',' 'IN_FORCE' ','
                  'WRITTEN' ',' 'EARNED' ',' 'UNEARNED' ','
                  'PAID' ',' 'RESERVES' ',' 'INCURRED'
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           PERFORM P710-WRITE-EXTRACT-ROW
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-COUNT
           CLOSE EXTRACT-FILE.

       P700-EXIT.
           EXIT.

       P710-WRITE-EXTRACT-ROW.
           MOVE WS-CEL-PAID (CEL-IDX) TO WS-EXT-PAID
           MOVE SPACES TO EXTRACT-LINE
           STRING WS-CEL-STATE (CEL-IDX) ','
                  WS-CEL-TYPE (CEL-IDX) ','
                  WS-CEL-POL-CNT (CEL-IDX) ','
                  WS-CEL-INFORCE-CNT (CEL-IDX) ','
                  FUNCTION TRIM(WS-CEL-WRITTEN (CEL-IDX)) ','
                  FUNCTION TRIM(WS-CEL-EARNED (CEL-IDX)) ','
                  FUNCTION TRIM(WS-CEL-UNEARNED (CEL-IDX)) ','
                  FUNCTION TRIM(WS-EXT-PAID) ','
                  FUNCTION TRIM(WS-CEL-RESERVE (CEL-IDX)) ','
                  FUNCTION TRIM(WS-CEL-INCURRED (CEL-IDX))
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE.

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
           MOVE 'LGAPSTE1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-POLICY-CNT TO RST-RECORD-COUNT
           MOVE WS-TOT-WRITTEN TO RST-TOTAL-AMOUNT
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
