      *================================================================*
      * PROGRAM: LGAPIND1 - RATE-LEVEL INDICATION FOR RATE FILINGS    *
      * PURPOSE: BY TERRITORY AND POLICY TYPE, PAIRS EARNED PREMIUM   *
      *          FOR THE EXPERIENCE PERIOD (THE SAME PREMIUM HISTORY  *
      *          READ AND PRO-RATA EARNING AS THE LGAPUPR1 RESERVE    *
      *          RUN) WITH NET INCURRED LOSSES FROM THE CLAIMS        *
      *          MASTER, APPLIES THE FILED EXPENSE AND PROFIT         *
      *          PROVISIONS, AND REPORTS THE INDICATED RATE CHANGE    *

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

           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
           COPY PREMHIST.

       FD  CLAIMS-FILE.
           COPY CLAIMREC.
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-PMH-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-EOF              VALUE '10'.

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * THE FILED PROVISIONS -- THE SAME EXPENSE RATIO AND PROFIT      *
      * MARGIN THE ENHANCED ACTUARIAL CALCULATION LOADS INTO EVERY     *

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
           05 WS-CELL-CNT              PIC 9(4) VALUE ZERO.


       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-READ-PREMIUM-HISTORY
           PERFORM P400-ACCUM-LOSSES THRU P400-EXIT
           PERFORM P450-LOAD-CURRENT-RATES THRU P450-EXIT
           PERFORM P600-WRITE-INDICATION THRU P600-EXIT
                                       (WS-PERIOD-START-DATE)
           END-IF.

      *----------------------------------------------------------------*
      * READ THE WRITTEN PREMIUM HISTORY FOR THE EXPERIENCE PERIOD,    *
      * FROM ITS FIRST RUN DATE THROUGH THE STATEMENT DATE.            *
      *----------------------------------------------------------------*
       P300-READ-PREMIUM-HISTORY.
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
               PERFORM P330-READ-HISTORY
           END-IF
           PERFORM UNTIL NOT HISTORY-OK
               PERFORM P340-EARN-RECORD THRU P340-EXIT
               PERFORM P330-READ-HISTORY
           END-PERFORM
           IF NOT HISTORY-EOF
               DISPLAY 'Warning: written premium history read ended '
                       'with status ' WS-PMH-STAT
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE HISTORY-FILE.

       P330-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
      *    Run dates after the statement date are outside the period.
           IF HISTORY-OK AND PMH-RUN-DATE > WS-STATEMENT-DATE
               MOVE '10' TO WS-PMH-STAT
           END-IF.

       P340-EARN-RECORD.
      *    Each run date opens with its control record
           IF PMH-CONTROL-RECORD
               ADD 1 TO WS-RUN-DATES-READ
               GO TO P340-EXIT
           END-IF

           IF PMH-STATUS NOT = 'APPROVED'
               GO TO P340-EXIT
           END-IF
           IF PMH-EFFECTIVE-DATE = ZERO OR PMH-POLICY-TERM = ZERO
               GO TO P340-EXIT
           END-IF

      *    Pro-rata earned to the statement date -- the same
      *    effective-date-plus-term projection LGAPUPR1 uses.
           MOVE PMH-TOTAL-PREMIUM TO WS-TOTAL-PREM
           MOVE PMH-EFFECTIVE-DATE TO OUT-EFFECTIVE-DATE-HOLD
           COMPUTE WS-EXPIRE-YYYY = WS-EFF-YYYY + PMH-POLICY-TERM
           MOVE WS-EFF-MMDD TO WS-EXPIRE-MMDD
           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE
                                  (PMH-EFFECTIVE-DATE)
           COMPUTE WS-EXP-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-EXPIRE-DATE-NUM)
           COMPUTE WS-TERM-DAYS = WS-EXP-INT - WS-EFF-INT
           IF WS-XREF-COUNT < 10000
               ADD 1 TO WS-XREF-COUNT
               SET XREF-IDX TO WS-XREF-COUNT
               MOVE PMH-CUSTOMER-NUM TO WS-XREF-CUSTOMER (XREF-IDX)
               MOVE PMH-TERRITORY-CODE
                    TO WS-XREF-TERRITORY (XREF-IDX)
               MOVE PMH-POLICY-TYPE TO WS-XREF-TYPE (XREF-IDX)
           END-IF.

       P340-EXIT.
                   ADD 1 TO WS-CEL-COUNT
                   MOVE WS-CEL-COUNT TO WS-CEL-MATCH-IDX
                   SET CEL-IDX TO WS-CEL-MATCH-IDX
                   MOVE PMH-TERRITORY-CODE
                        TO WS-CEL-TERRITORY (CEL-IDX)
                   MOVE PMH-POLICY-TYPE TO WS-CEL-TYPE (CEL-IDX)
                   MOVE ZERO TO WS-CEL-EARNED (CEL-IDX)
                   MOVE ZERO TO WS-CEL-INCURRED (CEL-IDX)
                   MOVE ZERO TO WS-CEL-FIRE-RATE (CEL-IDX)
           END-IF.

       P351-CHECK-CELL.
           IF WS-CEL-TERRITORY (CEL-IDX) = PMH-TERRITORY-CODE AND
              WS-CEL-TYPE (CEL-IDX) = PMH-POLICY-TYPE
               MOVE CEL-IDX TO WS-CEL-MATCH-IDX
           END-IF.

                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'History Run Dates:   ' WS-RUN-DATES-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'LGAPIND1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-POLICY-CNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
