       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPLIT1.
      *================================================================*
      * PROGRAM: LGAPLIT1 - OPEN LITIGATION REPORT                    *
      * PURPOSE: RUN AFTER LGAPCLM1.  READS THE CLAIMS MASTER AND     *
      *          LISTS EVERY OPEN CLAIM IN SUIT, GROUPED BY THE       *
      *          DEFENSE FIRM RETAINED, WITH THE SUIT DATE AND VENUE, *
      *          THE INDEMNITY PAID AND RESERVED, AND THE DEFENSE AND *
      *          COST CONTAINMENT AND ADJUSTING AND OTHER EXPENSE     *
      *          PAID TO DATE AND STILL RESERVED.  EACH FIRM CLOSES   *
      *          WITH ITS EXPENSE TO DATE; SUITS WITH NO FIRM YET     *
      *          RETAINED ARE LISTED SEPARATELY.                      *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

           SELECT REPORT-FILE ASSIGN TO 'LITRPT.DAT'
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

       01  WS-COUNTERS.
           05 WS-CLAIM-REC-CNT         PIC 9(7) VALUE ZERO.
           05 WS-SUIT-CNT              PIC 9(7) VALUE ZERO.
           05 WS-OPEN-SUIT-CNT         PIC 9(7) VALUE ZERO.
           05 WS-NO-FIRM-CNT           PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * DEFENSE FIRMS, IN THE ORDER FIRST MET ON THE MASTER, WITH THE  *
      * TOTALS OF THEIR OPEN SUITS.  ENTRY ZERO IS NOT STORED -- THE   *
      * SUITS WITH NO FIRM ARE TOTALLED IN WS-NO-FIRM-TOTALS.          *
      *----------------------------------------------------------------*
       01  WS-FIRM-TABLE.
           05 WS-FRM-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-FRM-ENTRY             OCCURS 300 TIMES
                                       INDEXED BY FRM-IDX.
              10 WS-FRM-NAME           PIC X(30).
              10 WS-FRM-TOTALS.
                 15 WS-FRM-SUIT-CNT    PIC 9(5).
                 15 WS-FRM-LOSS-PAID   PIC 9(11)V99.
                 15 WS-FRM-LOSS-RSV    PIC 9(11)V99.
                 15 WS-FRM-DCC-PAID    PIC 9(11)V99.
                 15 WS-FRM-DCC-RSV     PIC 9(11)V99.
                 15 WS-FRM-AO-PAID     PIC 9(11)V99.
                 15 WS-FRM-AO-RSV      PIC 9(11)V99.

       01  WS-FRM-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-FRM-FULL-IND             PIC X VALUE 'N'.
           88 FIRM-TABLE-FULL          VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE OPEN SUITS, HELD WITH THEIR FIRM'S TABLE POSITION (ZERO =  *
      * NO FIRM RETAINED) SO THE REPORT CAN BE WRITTEN FIRM BY FIRM.   *
      *----------------------------------------------------------------*
       01  WS-SUIT-TABLE.
           05 WS-STE-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-STE-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY STE-IDX.
              10 WS-STE-FRM-SUB        PIC 9(3).
              10 WS-STE-CLAIM-NUMBER   PIC X(15).
              10 WS-STE-CUSTOMER-NUM   PIC X(10).
              10 WS-STE-CLAIM-TYPE     PIC X(10).
              10 WS-STE-ADJUSTER-ID    PIC X(6).
              10 WS-STE-SUIT-DATE      PIC 9(8).
              10 WS-STE-VENUE          PIC X(30).
              10 WS-STE-LOSS-PAID      PIC 9(8)V99.
              10 WS-STE-LOSS-RSV       PIC 9(8)V99.
              10 WS-STE-DCC-PAID       PIC 9(8)V99.
              10 WS-STE-DCC-RSV        PIC 9(8)V99.
              10 WS-STE-AO-PAID        PIC 9(8)V99.
              10 WS-STE-AO-RSV         PIC 9(8)V99.

       01  WS-SUIT-FULL-IND            PIC X VALUE 'N'.
           88 SUIT-TABLE-FULL          VALUE 'Y'.

      *    Same layout as a firm's totals -- the unretained suits and
      *    the report grand total.
       01  WS-NO-FIRM-TOTALS.
           05 WS-NOF-SUIT-CNT          PIC 9(5).
           05 WS-NOF-LOSS-PAID         PIC 9(11)V99.
           05 WS-NOF-LOSS-RSV          PIC 9(11)V99.
           05 WS-NOF-DCC-PAID          PIC 9(11)V99.
           05 WS-NOF-DCC-RSV           PIC 9(11)V99.
           05 WS-NOF-AO-PAID           PIC 9(11)V99.
           05 WS-NOF-AO-RSV            PIC 9(11)V99.

       01  WS-GRAND-TOTALS.
           05 WS-GRD-SUIT-CNT          PIC 9(5).
           05 WS-GRD-LOSS-PAID         PIC 9(11)V99.
           05 WS-GRD-LOSS-RSV          PIC 9(11)V99.
           05 WS-GRD-DCC-PAID          PIC 9(11)V99.
           05 WS-GRD-DCC-RSV           PIC 9(11)V99.
           05 WS-GRD-AO-PAID           PIC 9(11)V99.
           05 WS-GRD-AO-RSV            PIC 9(11)V99.

      *    The totals being written, moved in by the caller.
       01  WS-PRINT-TOTALS.
           05 WS-PRT-SUIT-CNT          PIC 9(5).
           05 WS-PRT-LOSS-PAID         PIC 9(11)V99.
           05 WS-PRT-LOSS-RSV          PIC 9(11)V99.
           05 WS-PRT-DCC-PAID          PIC 9(11)V99.
           05 WS-PRT-DCC-RSV           PIC 9(11)V99.
           05 WS-PRT-AO-PAID           PIC 9(11)V99.
           05 WS-PRT-AO-RSV            PIC 9(11)V99.

       01  WS-CLAIM-WORK.
           05 WS-WORK-SUIT-DATE        PIC 9(8).
           05 WS-WORK-DCC-PAID         PIC 9(8)V99.
           05 WS-WORK-DCC-RSV          PIC 9(8)V99.
           05 WS-WORK-AO-PAID          PIC 9(8)V99.
           05 WS-WORK-AO-RSV           PIC 9(8)V99.

       01  WS-REPORT-WORK.
           05 WS-RPT-FRM-SUB           PIC 9(3).
           05 WS-EXPENSE-TO-DATE       PIC 9(12)V99.
           05 WS-CNT-DISPLAY           PIC ZZZZ9.
           05 WS-SUIT-DATE-DISPLAY     PIC X(8).
           05 WS-ITM-DISPLAY-1         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ITM-DISPLAY-2         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ITM-DISPLAY-3         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ITM-DISPLAY-4         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ITM-DISPLAY-5         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-ITM-DISPLAY-6         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-TOT-DISPLAY-1         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TOT-DISPLAY-2         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TOT-DISPLAY-3         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TOT-DISPLAY-4         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P400-SCAN-CLAIMS THRU P400-EXIT
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-NO-FIRM-TOTALS
           INITIALIZE WS-GRAND-TOTALS.

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
           IF FIRM-TABLE-FULL
               DISPLAY 'Warning: defense firms exceed the table - '
                       'later firms'' suits listed with no firm'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF SUIT-TABLE-FULL
               DISPLAY 'ERROR: Open suits exceed the in-core table - '
                       'report incomplete'
               MOVE 8 TO RETURN-CODE
           END-IF.

       P400-EXIT.
           EXIT.

       P410-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P420-CHECK-CLAIM.
           ADD 1 TO WS-CLAIM-REC-CNT
      *    Masters from before suits were tracked carry spaces in
      *    the litigation and expense fields and are never in suit.
           IF NOT CLM-IN-SUIT
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-SUIT-CNT
           IF NOT CLM-OPEN
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-OPEN-SUIT-CNT

           IF CLM-SUIT-DATE NUMERIC
               MOVE CLM-SUIT-DATE TO WS-WORK-SUIT-DATE
           ELSE
               MOVE ZERO TO WS-WORK-SUIT-DATE
           END-IF
           IF CLM-DCC-PAID-AMT NUMERIC AND CLM-DCC-RESERVE-AMT NUMERIC
              AND CLM-AO-PAID-AMT NUMERIC AND CLM-AO-RESERVE-AMT NUMERIC
               MOVE CLM-DCC-PAID-AMT TO WS-WORK-DCC-PAID
               MOVE CLM-DCC-RESERVE-AMT TO WS-WORK-DCC-RSV
               MOVE CLM-AO-PAID-AMT TO WS-WORK-AO-PAID
               MOVE CLM-AO-RESERVE-AMT TO WS-WORK-AO-RSV
           ELSE
               MOVE ZERO TO WS-WORK-DCC-PAID
               MOVE ZERO TO WS-WORK-DCC-RSV
               MOVE ZERO TO WS-WORK-AO-PAID
               MOVE ZERO TO WS-WORK-AO-RSV
           END-IF

           MOVE ZERO TO WS-FRM-MATCH-IDX
           IF CLM-DEFENSE-FIRM NOT = SPACES
               PERFORM P430-FIND-OR-ADD-FIRM
           END-IF
           IF WS-FRM-MATCH-IDX = ZERO
               ADD 1 TO WS-NO-FIRM-CNT
               ADD 1 TO WS-NOF-SUIT-CNT
               ADD CLM-PAID-AMOUNT TO WS-NOF-LOSS-PAID
               ADD CLM-RESERVE-AMOUNT TO WS-NOF-LOSS-RSV
               ADD WS-WORK-DCC-PAID TO WS-NOF-DCC-PAID
               ADD WS-WORK-DCC-RSV TO WS-NOF-DCC-RSV
               ADD WS-WORK-AO-PAID TO WS-NOF-AO-PAID
               ADD WS-WORK-AO-RSV TO WS-NOF-AO-RSV
           ELSE
               SET FRM-IDX TO WS-FRM-MATCH-IDX
               ADD 1 TO WS-FRM-SUIT-CNT (FRM-IDX)
               ADD CLM-PAID-AMOUNT TO WS-FRM-LOSS-PAID (FRM-IDX)
               ADD CLM-RESERVE-AMOUNT TO WS-FRM-LOSS-RSV (FRM-IDX)
               ADD WS-WORK-DCC-PAID TO WS-FRM-DCC-PAID (FRM-IDX)
               ADD WS-WORK-DCC-RSV TO WS-FRM-DCC-RSV (FRM-IDX)
               ADD WS-WORK-AO-PAID TO WS-FRM-AO-PAID (FRM-IDX)
               ADD WS-WORK-AO-RSV TO WS-FRM-AO-RSV (FRM-IDX)
           END-IF
           ADD 1 TO WS-GRD-SUIT-CNT
           ADD CLM-PAID-AMOUNT TO WS-GRD-LOSS-PAID
           ADD CLM-RESERVE-AMOUNT TO WS-GRD-LOSS-RSV
           ADD WS-WORK-DCC-PAID TO WS-GRD-DCC-PAID
           ADD WS-WORK-DCC-RSV TO WS-GRD-DCC-RSV
           ADD WS-WORK-AO-PAID TO WS-GRD-AO-PAID
           ADD WS-WORK-AO-RSV TO WS-GRD-AO-RSV

           IF WS-STE-COUNT >= 5000
               MOVE 'Y' TO WS-SUIT-FULL-IND
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-STE-COUNT
           SET STE-IDX TO WS-STE-COUNT
           MOVE WS-FRM-MATCH-IDX TO WS-STE-FRM-SUB (STE-IDX)
           MOVE CLM-CLAIM-NUMBER TO WS-STE-CLAIM-NUMBER (STE-IDX)
           MOVE CLM-CUSTOMER-NUM TO WS-STE-CUSTOMER-NUM (STE-IDX)
           MOVE CLM-CLAIM-TYPE TO WS-STE-CLAIM-TYPE (STE-IDX)
           MOVE CLM-ADJUSTER-ID TO WS-STE-ADJUSTER-ID (STE-IDX)
           MOVE WS-WORK-SUIT-DATE TO WS-STE-SUIT-DATE (STE-IDX)
           MOVE CLM-VENUE TO WS-STE-VENUE (STE-IDX)
           MOVE CLM-PAID-AMOUNT TO WS-STE-LOSS-PAID (STE-IDX)
           MOVE CLM-RESERVE-AMOUNT TO WS-STE-LOSS-RSV (STE-IDX)
           MOVE WS-WORK-DCC-PAID TO WS-STE-DCC-PAID (STE-IDX)
           MOVE WS-WORK-DCC-RSV TO WS-STE-DCC-RSV (STE-IDX)
           MOVE WS-WORK-AO-PAID TO WS-STE-AO-PAID (STE-IDX)
           MOVE WS-WORK-AO-RSV TO WS-STE-AO-RSV (STE-IDX).

       P420-EXIT.
           EXIT.

      *    Same find-or-add table pattern as the other claims
      *    reports.  A firm past the table cap is left unmatched and
      *    its suits fall in with the unretained ones.
       P430-FIND-OR-ADD-FIRM.
           PERFORM P431-CHECK-FIRM
                   VARYING FRM-IDX FROM 1 BY 1
                   UNTIL FRM-IDX > WS-FRM-COUNT
           IF WS-FRM-MATCH-IDX = ZERO
               IF WS-FRM-COUNT < 300
                   ADD 1 TO WS-FRM-COUNT
                   MOVE WS-FRM-COUNT TO WS-FRM-MATCH-IDX
                   SET FRM-IDX TO WS-FRM-MATCH-IDX
                   MOVE CLM-DEFENSE-FIRM TO WS-FRM-NAME (FRM-IDX)
                   INITIALIZE WS-FRM-TOTALS (FRM-IDX)
               ELSE
                   MOVE 'Y' TO WS-FRM-FULL-IND
               END-IF
           END-IF.

       P431-CHECK-FIRM.
           IF WS-FRM-NAME (FRM-IDX) = CLM-DEFENSE-FIRM
               SET WS-FRM-MATCH-IDX TO FRM-IDX
           END-IF.

      *----------------------------------------------------------------*
      * THE REPORT -- ONE SECTION PER DEFENSE FIRM, ITS OPEN SUITS     *
      * THEN ITS TOTAL, THE SUITS WITH NO FIRM RETAINED, AND THE       *
      * GRAND TOTAL.  EXPENSE TO DATE IS DCC PAID PLUS A&O PAID.       *
      *----------------------------------------------------------------*
       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open litigation report file: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '        OPEN LITIGATION REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Run Date:             ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P610-WRITE-FIRM-SECTION
                   VARYING FRM-IDX FROM 1 BY 1
                   UNTIL FRM-IDX > WS-FRM-COUNT

           IF WS-NO-FIRM-CNT > ZERO
               MOVE ZERO TO WS-RPT-FRM-SUB
               MOVE '  NO DEFENSE FIRM RETAINED' TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM P620-WRITE-SUIT-ITEM
                       VARYING STE-IDX FROM 1 BY 1
                       UNTIL STE-IDX > WS-STE-COUNT
               MOVE WS-NO-FIRM-TOTALS TO WS-PRINT-TOTALS
               MOVE '    NO FIRM TOTAL' TO REPORT-LINE
               PERFORM P630-WRITE-TOTALS
           END-IF

           IF WS-OPEN-SUIT-CNT = ZERO
               MOVE '  NO OPEN CLAIMS IN SUIT' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
               MOVE '  ALL DEFENSE FIRMS' TO REPORT-LINE
               PERFORM P630-WRITE-TOTALS
           END-IF

           STRING 'Claims On Master:     ' WS-CLAIM-REC-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Claims In Suit:       ' WS-SUIT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Open Suits:           ' WS-OPEN-SUIT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'No Firm Retained:     ' WS-NO-FIRM-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

       P610-WRITE-FIRM-SECTION.
           SET WS-RPT-FRM-SUB TO FRM-IDX
           MOVE SPACES TO REPORT-LINE
           STRING '  DEFENSE FIRM ' WS-FRM-NAME (FRM-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P620-WRITE-SUIT-ITEM
                   VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-COUNT
           MOVE WS-FRM-TOTALS (FRM-IDX) TO WS-PRINT-TOTALS
           MOVE '    FIRM TOTAL' TO REPORT-LINE
           PERFORM P630-WRITE-TOTALS.

      *    One open suit of the firm at table position WS-RPT-FRM-SUB
      *    (zero for the suits with no firm retained).
       P620-WRITE-SUIT-ITEM.
           IF WS-STE-FRM-SUB (STE-IDX) NOT = WS-RPT-FRM-SUB
               GO TO P620-EXIT
           END-IF
           IF WS-STE-SUIT-DATE (STE-IDX) = ZERO
               MOVE 'NO DATE' TO WS-SUIT-DATE-DISPLAY
           ELSE
               MOVE WS-STE-SUIT-DATE (STE-IDX) TO WS-SUIT-DATE-DISPLAY
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '      CLAIM ' WS-STE-CLAIM-NUMBER (STE-IDX)
                  ' CUSTOMER ' WS-STE-CUSTOMER-NUM (STE-IDX)
                  ' TYPE ' WS-STE-CLAIM-TYPE (STE-IDX)
                  ' SUIT ' WS-SUIT-DATE-DISPLAY
                  ' VENUE ' WS-STE-VENUE (STE-IDX)
                  ' ADJUSTER ' WS-STE-ADJUSTER-ID (STE-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STE-LOSS-PAID (STE-IDX) TO WS-ITM-DISPLAY-1
           MOVE WS-STE-LOSS-RSV (STE-IDX) TO WS-ITM-DISPLAY-2
           MOVE WS-STE-DCC-PAID (STE-IDX) TO WS-ITM-DISPLAY-3
           MOVE WS-STE-DCC-RSV (STE-IDX) TO WS-ITM-DISPLAY-4
           MOVE WS-STE-AO-PAID (STE-IDX) TO WS-ITM-DISPLAY-5
           MOVE WS-STE-AO-RSV (STE-IDX) TO WS-ITM-DISPLAY-6
           MOVE SPACES TO REPORT-LINE
           STRING '        LOSS PAID ' WS-ITM-DISPLAY-1
                  ' RSV ' WS-ITM-DISPLAY-2
                  '  DCC PAID ' WS-ITM-DISPLAY-3
                  ' RSV ' WS-ITM-DISPLAY-4
                  '  A&O PAID ' WS-ITM-DISPLAY-5
                  ' RSV ' WS-ITM-DISPLAY-6
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P620-EXIT.
           EXIT.

      *    Writes the totals in WS-PRINT-TOTALS under the caption
      *    the caller left in REPORT-LINE.
       P630-WRITE-TOTALS.
           MOVE WS-PRT-SUIT-CNT TO WS-CNT-DISPLAY
           COMPUTE WS-EXPENSE-TO-DATE =
               WS-PRT-DCC-PAID + WS-PRT-AO-PAID
           MOVE WS-EXPENSE-TO-DATE TO WS-TOT-DISPLAY-1
           STRING '  OPEN SUITS ' WS-CNT-DISPLAY
                  '  EXPENSE TO DATE ' WS-TOT-DISPLAY-1
                  DELIMITED BY SIZE INTO REPORT-LINE (21:)
           WRITE REPORT-LINE
           MOVE WS-PRT-DCC-PAID TO WS-TOT-DISPLAY-1
           MOVE WS-PRT-DCC-RSV TO WS-TOT-DISPLAY-2
           MOVE WS-PRT-AO-PAID TO WS-TOT-DISPLAY-3
           MOVE WS-PRT-AO-RSV TO WS-TOT-DISPLAY-4
           MOVE SPACES TO REPORT-LINE
           STRING '        DCC PAID ' WS-TOT-DISPLAY-1
                  ' RSV ' WS-TOT-DISPLAY-2
                  '  A&O PAID ' WS-TOT-DISPLAY-3
                  ' RSV ' WS-TOT-DISPLAY-4
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRT-LOSS-PAID TO WS-TOT-DISPLAY-1
           MOVE WS-PRT-LOSS-RSV TO WS-TOT-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING '        LOSS PAID ' WS-TOT-DISPLAY-1
                  ' RSV ' WS-TOT-DISPLAY-2
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

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
           MOVE 'LGAPLIT1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-CLAIM-REC-CNT TO RST-RECORD-COUNT
           COMPUTE RST-TOTAL-AMOUNT =
               WS-GRD-DCC-PAID + WS-GRD-AO-PAID
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
