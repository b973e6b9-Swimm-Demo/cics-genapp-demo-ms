      *          AGAINST EVALUATION DATE, WITH THE PERIOD-TO-PERIOD   *
      *          DEVELOPMENT FACTOR, SO ACTUARIAL CAN MEASURE HOW     *
      *          RESERVES ACTUALLY DEVELOP INSTEAD OF GUESSING AT     *
      *          THE ASSUMED BASE LOSS RATIO.  ALLOCATED LOSS         *
      *          ADJUSTMENT EXPENSE (DCC PLUS A&O, PAID PLUS RESERVE) *
      *          IS ARRAYED ALONGSIDE THE INDEMNITY.                  *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

      *    Sized past the full claims-master record so the snapshot
      *    of record never truncates fields added to CLAIMREC.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD             PIC X(300).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.

      *----------------------------------------------------------------*
      * THE TRIANGLE -- INCURRED (PAID PLUS RESERVE) BY ACCIDENT YEAR  *
      * DOWN, EVALUATION POINT ACROSS.  INDEMNITY AND EXPENSE ARE      *
      * CARRIED IN SEPARATE CELLS SO EACH DEVELOPS ON ITS OWN.         *
      *----------------------------------------------------------------*
       01  WS-EVAL-POINTS.
           05 WS-EVAL-ENTRY            OCCURS 25 TIMES
              10 WS-AY-CELL            OCCURS 25 TIMES
                                       INDEXED BY CEL-IDX.
                 15 WS-AY-INCURRED     PIC 9(12)V99.
                 15 WS-AY-LAE-INCURRED PIC 9(12)V99.

       01  WS-AY-MATCH-IDX             PIC 99 VALUE ZERO.
       01  WS-CLAIM-YEAR               PIC 9(4).
       01  WS-CUR-EVAL                 PIC 99 VALUE ZERO.
       01  WS-PRIOR-CEL                PIC 99 VALUE ZERO.
       01  WS-INCURRED-AMT             PIC 9(9)V99.
       01  WS-LAE-AMT                  PIC 9(9)V99.
       01  WS-LOSS-AND-LAE             PIC 9(12)V99.
       01  WS-DEV-FACTOR               PIC 9(3)V999.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-LAE-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.


       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-ACCIDENT-YEARS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           OPEN INPUT CONFIG-FILE

       P440-POST-CLAIM-CELL.
           ADD 1 TO WS-CLAIM-REC-CNT
           IF CLM-CLAIM-DATE NOT NUMERIC OR CLM-CLAIM-DATE = ZERO
               GO TO P440-EXIT
           END-IF
           MOVE CLM-CLAIM-DATE (1:4) TO WS-CLAIM-YEAR
      *    A denied claim carries no loss, but the cost of defending
      *    the denial is still expense of its accident year.  Older
      *    archives carry no expense apart from indemnity.
           IF CLM-DENIED
               MOVE ZERO TO WS-INCURRED-AMT
           ELSE
               COMPUTE WS-INCURRED-AMT =
                   CLM-PAID-AMOUNT + CLM-RESERVE-AMOUNT
           END-IF
           IF CLM-DCC-PAID-AMT NUMERIC AND CLM-DCC-RESERVE-AMT NUMERIC
              AND CLM-AO-PAID-AMT NUMERIC AND CLM-AO-RESERVE-AMT NUMERIC
               COMPUTE WS-LAE-AMT =
                   CLM-DCC-PAID-AMT + CLM-DCC-RESERVE-AMT +
                   CLM-AO-PAID-AMT + CLM-AO-RESERVE-AMT
           ELSE
               MOVE ZERO TO WS-LAE-AMT
           END-IF
           IF WS-INCURRED-AMT = ZERO AND WS-LAE-AMT = ZERO
               GO TO P440-EXIT
           END-IF

           MOVE ZERO TO WS-AY-MATCH-IDX
           PERFORM P441-CHECK-AY-SLOT

           SET AY-IDX TO WS-AY-MATCH-IDX
           SET CEL-IDX TO WS-CUR-EVAL
           ADD WS-INCURRED-AMT TO WS-AY-INCURRED (AY-IDX, CEL-IDX)
           ADD WS-LAE-AMT TO WS-AY-LAE-INCURRED (AY-IDX, CEL-IDX).

       P440-EXIT.
           EXIT.
      * THE DEVELOPMENT EXHIBIT -- PER ACCIDENT YEAR, THE INCURRED     *
      * POSITION AT EACH EVALUATION DATE AND THE FACTOR AGAINST THE    *
      * PRIOR EVALUATION, THE RAW MATERIAL FOR SELECTING DEVELOPMENT   *
      * FACTORS.  INCURRED IS INDEMNITY; LAE IS THE ALLOCATED EXPENSE  *
      * AND LOSS+LAE THE TWO TOGETHER.  THE FACTOR STAYS ON THE        *
      * INDEMNITY, AND IS LEFT OFF WHILE THERE IS NO PRIOR INDEMNITY.  *
      *----------------------------------------------------------------*
       P600-WRITE-TRIANGLE-REPORT.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE.

       P620-WRITE-EVAL-LINE.
           COMPUTE WS-LOSS-AND-LAE =
               WS-AY-INCURRED (AY-IDX, CEL-IDX) +
               WS-AY-LAE-INCURRED (AY-IDX, CEL-IDX)
           IF WS-LOSS-AND-LAE = ZERO
               GO TO P620-EXIT
           END-IF
           SET EVL-IDX TO CEL-IDX
           MOVE WS-AY-INCURRED (AY-IDX, CEL-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AY-LAE-INCURRED (AY-IDX, CEL-IDX) TO WS-LAE-DISPLAY
           MOVE WS-LOSS-AND-LAE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-PRIOR-CEL > ZERO
               IF WS-AY-INCURRED (AY-IDX, WS-PRIOR-CEL) = ZERO
                   MOVE ZERO TO WS-PRIOR-CEL
               END-IF
           END-IF
           IF WS-PRIOR-CEL = ZERO
               STRING '  EVAL ' WS-EVAL-DATE (EVL-IDX)
                      '  INCURRED ' WS-AMT-DISPLAY
                      '  LAE ' WS-LAE-DISPLAY
                      '  LOSS+LAE ' WS-TOTAL-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               COMPUTE WS-DEV-FACTOR ROUNDED =
                   WS-AY-INCURRED (AY-IDX, WS-PRIOR-CEL)
               STRING '  EVAL ' WS-EVAL-DATE (EVL-IDX)
                      '  INCURRED ' WS-AMT-DISPLAY
                      '  LAE ' WS-LAE-DISPLAY
                      '  LOSS+LAE ' WS-TOTAL-DISPLAY
                      '  DEV FACTOR ' WS-DEV-FACTOR
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           MOVE 'LGAPCLM2' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-SNAPSHOT-REC-CNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
