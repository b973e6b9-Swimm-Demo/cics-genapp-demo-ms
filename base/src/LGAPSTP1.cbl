      *================================================================*
      * PROGRAM: LGAPSTP1 - ACCIDENT-YEAR STATUTORY EXHIBIT           *
      * PURPOSE: YEAR-END STATUTORY EXHIBIT IN THE SCHEDULE P STYLE:  *
      *          READS THE WRITTEN PREMIUM HISTORY (PREMHIST.DAT) FOR *
      *          THE EXHIBIT PERIOD, EARNS EACH APPROVED POLICY'S     *
      *          PREMIUM PRO-RATA TO THE STATEMENT DATE INTO ITS      *
      *          EXPOSURE YEAR, AND ARRAYS NET INCURRED               *
      *          LOSSES FROM THE CLAIMS MASTER BY ACCIDENT YEAR AND   *
      *          LINE (POLICY TYPE), ONE EXHIBIT PER UNDERWRITING     *
      *          COMPANY.  THE GRAND WRITTEN-PREMIUM TOTAL TIES TO    *
      *          THE LGAPMTD1 CONSOLIDATED REGISTER, WHICH READS THE  *
      *          SAME HISTORY.  DEFENSE AND COST CONTAINMENT AND      *
      *          ADJUSTING AND OTHER EXPENSE ARE SHOWN PAID AND       *
      *          UNPAID BESIDE THE LOSSES, DCC APART FROM A&O AS THE  *
      *          STATUTORY FORMAT REQUIRES.                           *
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

       01  WS-PERIOD-CONTROL.
           05 WS-STATEMENT-DATE        PIC 9(8).
           05 WS-PERIOD-START-DATE     PIC 9(8) VALUE ZERO.

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

      *----------------------------------------------------------------*
      * THE EXHIBIT CELLS -- ACCIDENT/EXPOSURE YEAR BY LINE, WITHIN    *
      * UNDERWRITING COMPANY.                                          *
      *----------------------------------------------------------------*
       01  WS-CELL-TABLE.
           05 WS-CEL-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-CEL-ENTRY             OCCURS 180 TIMES
                                       INDEXED BY CEL-IDX.
              10 WS-CEL-COMPANY        PIC X(5).
              10 WS-CEL-YEAR           PIC 9(4).
              10 WS-CEL-TYPE           PIC X(1).
              10 WS-CEL-WRITTEN        PIC 9(13)V99.
              10 WS-CEL-EARNED         PIC 9(13)V99.
              10 WS-CEL-INCURRED       PIC 9(13)V99.
              10 WS-CEL-CLAIM-CNT      PIC 9(6).
              10 WS-CEL-LAE.
                 15 WS-CEL-DCC-PAID    PIC 9(13)V99.
                 15 WS-CEL-DCC-UNPAID  PIC 9(13)V99.
                 15 WS-CEL-AO-PAID     PIC 9(13)V99.
                 15 WS-CEL-AO-UNPAID   PIC 9(13)V99.

       01  WS-CEL-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-CEL-WORK-YEAR            PIC 9(4).
       01  WS-CEL-WORK-TYPE            PIC X(1).
       01  WS-CEL-WORK-COMPANY         PIC X(5).

      *----------------------------------------------------------------*
      * EXHIBIT TOTALS BY UNDERWRITING COMPANY -- EACH COMPANY FILES   *
      * ITS OWN SCHEDULE P.  RECORDS WRITTEN BEFORE THE COMPANY SPLIT  *
      * CARRY NO COMPANY CODE AND BELONG TO THE HOME COMPANY (CONFIG   *
      * CMP_HOME_COMPANY), AS DO CLAIMS WHOSE POLICY IS OUTSIDE THE    *
      * PERIOD READ.                                                   *
      *----------------------------------------------------------------*
       01  WS-HOME-COMPANY             PIC X(5) VALUE '00001'.

       01  WS-COMPANY-TOTALS.
           05 WS-CMP-COUNT             PIC 9(2) VALUE ZERO.
           05 WS-CMP-TABLE             OCCURS 9 TIMES
                                       INDEXED BY CMP-IDX.
              10 WS-CMP-CODE           PIC X(5).
              10 WS-CMP-WRITTEN        PIC 9(13)V99.
              10 WS-CMP-EARNED         PIC 9(13)V99.
              10 WS-CMP-INCURRED       PIC 9(13)V99.
              10 WS-CMP-LAE.
                 15 WS-CMP-DCC-PAID    PIC 9(13)V99.
                 15 WS-CMP-DCC-UNPAID  PIC 9(13)V99.
                 15 WS-CMP-AO-PAID     PIC 9(13)V99.
                 15 WS-CMP-AO-UNPAID   PIC 9(13)V99.

       01  WS-CMP-MATCH-IDX            PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------*
      * CUSTOMER TO LINE CROSS REFERENCE FOR PLACING CLAIMS.           *
                                       INDEXED BY XREF-IDX.
              10 WS-XREF-CUSTOMER      PIC X(10).
              10 WS-XREF-TYPE          PIC X(1).
              10 WS-XREF-COMPANY       PIC X(5).

       01  WS-XREF-MATCH-IDX           PIC 9(5) VALUE ZERO.

           05 WS-EARNED-FRACTION       PIC 9V9(6).
           05 WS-EARNED-PREM           PIC 9(9)V99.
           05 WS-CLAIM-NET             PIC S9(9)V99.
      *    Allocated loss adjustment expense on the claim -- zero on
      *    older masters, which carry none apart from indemnity.
           05 WS-CLAIM-LAE.
              10 WS-CLAIM-DCC-PAID     PIC 9(8)V99.
              10 WS-CLAIM-DCC-UNPAID   PIC 9(8)V99.
              10 WS-CLAIM-AO-PAID      PIC 9(8)V99.
              10 WS-CLAIM-AO-UNPAID    PIC 9(8)V99.
           05 WS-LOSS-RATIO            PIC 999V99.

       01  WS-GRAND-TOTALS.
           05 WS-TOT-WRITTEN           PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-EARNED            PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-INCURRED          PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-DCC-INCURRED      PIC 9(13)V99 VALUE ZERO.
           05 WS-TOT-AO-INCURRED       PIC 9(13)V99 VALUE ZERO.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
       01  WS-AMT-DISPLAY2             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-DISPLAY              PIC ZZ9.99.

      *    The expense line under each cell and company total.
       01  WS-LAE-DISPLAYS.
           05 WS-DCC-PAID-DISPLAY      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-DCC-UNPAID-DISPLAY    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-AO-PAID-DISPLAY       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-AO-UNPAID-DISPLAY     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-READ-PREMIUM-HISTORY
           PERFORM P400-ARRAY-LOSSES THRU P400-EXIT
           PERFORM P600-WRITE-EXHIBIT THRU P600-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-PERIOD-START-DATE
               END-IF
               MOVE 'CMP_HOME_COMPANY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND CONFIG-VALUE NOT = SPACES
                   MOVE CONFIG-VALUE (1:5) TO WS-HOME-COMPANY
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           COMPUTE WS-STMT-INT = FUNCTION INTEGER-OF-DATE
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-PERIOD-START-DATE).

      *----------------------------------------------------------------*
      * READ THE WRITTEN PREMIUM HISTORY FOR THE EXHIBIT PERIOD, FROM  *
      * ITS FIRST RUN DATE THROUGH THE STATEMENT DATE.                 *
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
               PERFORM P340-POST-PREMIUM THRU P340-EXIT
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

       P340-POST-PREMIUM.
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
           ADD 1 TO WS-POLICY-CNT

           MOVE PMH-TOTAL-PREMIUM TO WS-TOTAL-PREM
           MOVE PMH-EFFECTIVE-DATE TO OUT-EFFECTIVE-DATE-HOLD
           COMPUTE WS-EXPIRE-YYYY = WS-EFF-YYYY + PMH-POLICY-TERM
           MOVE WS-EFF-MMDD TO WS-EXPIRE-MMDD
           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE
                                  (PMH-EFFECTIVE-DATE)
           COMPUTE WS-EXP-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-EXPIRE-DATE-NUM)
           COMPUTE WS-TERM-DAYS = WS-EXP-INT - WS-EFF-INT
           COMPUTE WS-EARNED-PREM ROUNDED =
               WS-TOTAL-PREM * WS-EARNED-FRACTION

           IF PMH-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY TO WS-CEL-WORK-COMPANY
           ELSE
               MOVE PMH-COMPANY-CODE TO WS-CEL-WORK-COMPANY
           END-IF
           MOVE WS-EFF-YYYY TO WS-CEL-WORK-YEAR
           MOVE PMH-POLICY-TYPE TO WS-CEL-WORK-TYPE
           PERFORM P350-FIND-OR-ADD-CELL
           IF WS-CEL-MATCH-IDX > ZERO
               SET CEL-IDX TO WS-CEL-MATCH-IDX
               ADD WS-TOTAL-PREM TO WS-CEL-WRITTEN (CEL-IDX)
               ADD WS-EARNED-PREM TO WS-CEL-EARNED (CEL-IDX)
           END-IF
           PERFORM P360-FIND-OR-ADD-COMPANY
           IF WS-CMP-MATCH-IDX > ZERO
               SET CMP-IDX TO WS-CMP-MATCH-IDX
               ADD WS-TOTAL-PREM TO WS-CMP-WRITTEN (CMP-IDX)
               ADD WS-EARNED-PREM TO WS-CMP-EARNED (CMP-IDX)
           END-IF
           ADD WS-TOTAL-PREM TO WS-TOT-WRITTEN
           ADD WS-EARNED-PREM TO WS-TOT-EARNED

           IF WS-XREF-COUNT < 10000
               ADD 1 TO WS-XREF-COUNT
               SET XREF-IDX TO WS-XREF-COUNT
               MOVE PMH-CUSTOMER-NUM TO WS-XREF-CUSTOMER (XREF-IDX)
               MOVE PMH-POLICY-TYPE TO WS-XREF-TYPE (XREF-IDX)
               MOVE WS-CEL-WORK-COMPANY TO WS-XREF-COMPANY (XREF-IDX)
           END-IF.

       P340-EXIT.
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-COUNT
           IF WS-CEL-MATCH-IDX = ZERO
               IF WS-CEL-COUNT < 180
                   ADD 1 TO WS-CEL-COUNT
                   MOVE WS-CEL-COUNT TO WS-CEL-MATCH-IDX
                   SET CEL-IDX TO WS-CEL-MATCH-IDX
                   MOVE WS-CEL-WORK-COMPANY TO WS-CEL-COMPANY (CEL-IDX)
                   MOVE WS-CEL-WORK-YEAR TO WS-CEL-YEAR (CEL-IDX)
                   MOVE WS-CEL-WORK-TYPE TO WS-CEL-TYPE (CEL-IDX)
                   MOVE ZERO TO WS-CEL-WRITTEN (CEL-IDX)
                   MOVE ZERO TO WS-CEL-EARNED (CEL-IDX)
                   MOVE ZERO TO WS-CEL-INCURRED (CEL-IDX)
                   MOVE ZERO TO WS-CEL-CLAIM-CNT (CEL-IDX)
                   INITIALIZE WS-CEL-LAE (CEL-IDX)
               END-IF
           END-IF.

       P351-CHECK-CELL.
           IF WS-CEL-COMPANY (CEL-IDX) = WS-CEL-WORK-COMPANY AND
              WS-CEL-YEAR (CEL-IDX) = WS-CEL-WORK-YEAR AND
              WS-CEL-TYPE (CEL-IDX) = WS-CEL-WORK-TYPE
               MOVE CEL-IDX TO WS-CEL-MATCH-IDX
           END-IF.

       P360-FIND-OR-ADD-COMPANY.
           MOVE ZERO TO WS-CMP-MATCH-IDX
           PERFORM P361-CHECK-COMPANY
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CMP-COUNT
           IF WS-CMP-MATCH-IDX = ZERO
               IF WS-CMP-COUNT < 9
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-CMP-COUNT TO WS-CMP-MATCH-IDX
                   SET CMP-IDX TO WS-CMP-MATCH-IDX
                   MOVE WS-CEL-WORK-COMPANY TO WS-CMP-CODE (CMP-IDX)
                   MOVE ZERO TO WS-CMP-WRITTEN (CMP-IDX)
                   MOVE ZERO TO WS-CMP-EARNED (CMP-IDX)
                   MOVE ZERO TO WS-CMP-INCURRED (CMP-IDX)
                   INITIALIZE WS-CMP-LAE (CMP-IDX)
               ELSE
                   DISPLAY 'Warning: Company table full - company '
                           WS-CEL-WORK-COMPANY ' not exhibited'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P361-CHECK-COMPANY.
           IF WS-CMP-CODE (CMP-IDX) = WS-CEL-WORK-COMPANY
               MOVE CMP-IDX TO WS-CMP-MATCH-IDX
           END-IF.

       P400-ARRAY-LOSSES.
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
           END-READ.

       P420-POST-CLAIM.
           IF CLM-CLAIM-DATE NOT NUMERIC OR CLM-CLAIM-DATE = ZERO
               GO TO P420-EXIT
           END-IF

      *    A denied claim, or one recovered in full, carries no loss
      *    -- but what was spent defending or adjusting it is still
      *    expense of its accident year.
           COMPUTE WS-CLAIM-NET =
               CLM-PAID-AMOUNT + CLM-RESERVE-AMOUNT
           IF CLM-RECOVERY-AMOUNT NUMERIC
               SUBTRACT CLM-RECOVERY-AMOUNT FROM WS-CLAIM-NET
           END-IF
           IF CLM-DENIED OR WS-CLAIM-NET < ZERO
               MOVE ZERO TO WS-CLAIM-NET
           END-IF
           IF CLM-DCC-PAID-AMT NUMERIC AND CLM-DCC-RESERVE-AMT NUMERIC
              AND CLM-AO-PAID-AMT NUMERIC AND CLM-AO-RESERVE-AMT NUMERIC
               MOVE CLM-DCC-PAID-AMT TO WS-CLAIM-DCC-PAID
               MOVE CLM-DCC-RESERVE-AMT TO WS-CLAIM-DCC-UNPAID
               MOVE CLM-AO-PAID-AMT TO WS-CLAIM-AO-PAID
               MOVE CLM-AO-RESERVE-AMT TO WS-CLAIM-AO-UNPAID
           ELSE
               INITIALIZE WS-CLAIM-LAE
           END-IF
           IF WS-CLAIM-NET = ZERO AND
              WS-CLAIM-DCC-PAID = ZERO AND WS-CLAIM-DCC-UNPAID = ZERO
              AND WS-CLAIM-AO-PAID = ZERO AND WS-CLAIM-AO-UNPAID = ZERO
               GO TO P420-EXIT
           END-IF

           IF WS-XREF-MATCH-IDX > ZERO
               SET XREF-IDX TO WS-XREF-MATCH-IDX
               MOVE WS-XREF-TYPE (XREF-IDX) TO WS-CEL-WORK-TYPE
               MOVE WS-XREF-COMPANY (XREF-IDX) TO WS-CEL-WORK-COMPANY
           ELSE
      *        A claim whose policy is outside the walked period
      *        still belongs in its accident year, under an
      *        unassigned line of the home company.
               MOVE SPACE TO WS-CEL-WORK-TYPE
               MOVE WS-HOME-COMPANY TO WS-CEL-WORK-COMPANY
           END-IF
           MOVE CLM-CLAIM-DATE (1:4) TO WS-CEL-WORK-YEAR
           PERFORM P350-FIND-OR-ADD-CELL
           IF WS-CEL-MATCH-IDX > ZERO
               SET CEL-IDX TO WS-CEL-MATCH-IDX
               ADD WS-CLAIM-NET TO WS-CEL-INCURRED (CEL-IDX)
               IF WS-CLAIM-NET > ZERO
                   ADD 1 TO WS-CEL-CLAIM-CNT (CEL-IDX)
               END-IF
               ADD WS-CLAIM-DCC-PAID TO WS-CEL-DCC-PAID (CEL-IDX)
               ADD WS-CLAIM-DCC-UNPAID TO WS-CEL-DCC-UNPAID (CEL-IDX)
               ADD WS-CLAIM-AO-PAID TO WS-CEL-AO-PAID (CEL-IDX)
               ADD WS-CLAIM-AO-UNPAID TO WS-CEL-AO-UNPAID (CEL-IDX)
           END-IF
           PERFORM P360-FIND-OR-ADD-COMPANY
           IF WS-CMP-MATCH-IDX > ZERO
               SET CMP-IDX TO WS-CMP-MATCH-IDX
               ADD WS-CLAIM-NET TO WS-CMP-INCURRED (CMP-IDX)
               ADD WS-CLAIM-DCC-PAID TO WS-CMP-DCC-PAID (CMP-IDX)
               ADD WS-CLAIM-DCC-UNPAID TO WS-CMP-DCC-UNPAID (CMP-IDX)
               ADD WS-CLAIM-AO-PAID TO WS-CMP-AO-PAID (CMP-IDX)
               ADD WS-CLAIM-AO-UNPAID TO WS-CMP-AO-UNPAID (CMP-IDX)
           END-IF
           ADD WS-CLAIM-NET TO WS-TOT-INCURRED
           ADD WS-CLAIM-DCC-PAID WS-CLAIM-DCC-UNPAID
               TO WS-TOT-DCC-INCURRED
           ADD WS-CLAIM-AO-PAID WS-CLAIM-AO-UNPAID
               TO WS-TOT-AO-INCURRED.

       P420-EXIT.
           EXIT.
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'History Run Dates:   ' WS-RUN-DATES-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P605-WRITE-COMPANY-SECTION
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CMP-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

                  '  (TIES TO THE CONSOLIDATED REGISTER)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           MOVE WS-TOT-EARNED TO WS-AMT-DISPLAY
           STRING 'GRAND EARNED PREMIUM:   ' WS-AMT-DISPLAY
           STRING 'GRAND NET INCURRED:     ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-DCC-INCURRED TO WS-AMT-DISPLAY
           STRING 'GRAND DCC INCURRED:     ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-AO-INCURRED TO WS-AMT-DISPLAY
           STRING 'GRAND A&O INCURRED:     ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
       P600-EXIT.
           EXIT.

       P605-WRITE-COMPANY-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY ' WS-CMP-CODE (CMP-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P610-WRITE-CELL-LINE THRU P610-EXIT
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-COUNT

           MOVE WS-CMP-EARNED (CMP-IDX) TO WS-AMT-DISPLAY
           MOVE WS-CMP-INCURRED (CMP-IDX) TO WS-AMT-DISPLAY2
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY TOTAL    '
                  ' EARNED ' WS-AMT-DISPLAY
                  ' INCURRED ' WS-AMT-DISPLAY2
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CMP-DCC-PAID (CMP-IDX) TO WS-DCC-PAID-DISPLAY
           MOVE WS-CMP-DCC-UNPAID (CMP-IDX) TO WS-DCC-UNPAID-DISPLAY
           MOVE WS-CMP-AO-PAID (CMP-IDX) TO WS-AO-PAID-DISPLAY
           MOVE WS-CMP-AO-UNPAID (CMP-IDX) TO WS-AO-UNPAID-DISPLAY
           PERFORM P615-WRITE-LAE-LINE
           MOVE WS-CMP-WRITTEN (CMP-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPANY WRITTEN  ' '        ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P610-WRITE-CELL-LINE.
           IF WS-CEL-COMPANY (CEL-IDX) NOT = WS-CMP-CODE (CMP-IDX)
               GO TO P610-EXIT
           END-IF
           MOVE WS-CEL-EARNED (CEL-IDX) TO WS-AMT-DISPLAY
           MOVE WS-CEL-INCURRED (CEL-IDX) TO WS-AMT-DISPLAY2
           MOVE SPACES TO REPORT-LINE
                      ' INCURRED ' WS-AMT-DISPLAY2
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE WS-CEL-DCC-PAID (CEL-IDX) TO WS-DCC-PAID-DISPLAY
           MOVE WS-CEL-DCC-UNPAID (CEL-IDX) TO WS-DCC-UNPAID-DISPLAY
           MOVE WS-CEL-AO-PAID (CEL-IDX) TO WS-AO-PAID-DISPLAY
           MOVE WS-CEL-AO-UNPAID (CEL-IDX) TO WS-AO-UNPAID-DISPLAY
           PERFORM P615-WRITE-LAE-LINE.

       P610-EXIT.
           EXIT.

      *    Defense and cost containment, then adjusting and other,
      *    each paid and unpaid -- from the displays the caller set.
       P615-WRITE-LAE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING '          '
                  ' DCC PAID ' WS-DCC-PAID-DISPLAY
                  ' UNPAID ' WS-DCC-UNPAID-DISPLAY
                  '  A&O PAID ' WS-AO-PAID-DISPLAY
                  ' UNPAID ' WS-AO-UNPAID-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
           MOVE 'LGAPSTP1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-POLICY-CNT TO RST-RECORD-COUNT
           MOVE WS-TOT-EARNED TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
