      * PROGRAM: LGAPRPT2 - LOSS RATIO / CLAIMS EXPERIENCE REPORT     *
      * PURPOSE: READS THE PREMIUM OUTPUT FILE AND THE CLAIMS FILE    *
      *          AND PRODUCES AN AGGREGATE LOSS RATIO AND CLAIMS      *
      *          EXPERIENCE REPORT BY CLAIM TYPE, WITH ALLOCATED LOSS *
      *          ADJUSTMENT EXPENSE (DCC AND A&O) SHOWN ALONGSIDE THE *
      *          INDEMNITY LOSSES                                     *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

           05 WS-TOTAL-RESERVE         PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-RECOVERY        PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-INCURRED        PIC S9(12)V99 VALUE ZERO.
      *    Allocated loss adjustment expense, kept apart from the
      *    indemnity figures above.
           05 WS-TOTAL-DCC-PAID        PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-DCC-RESERVE     PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-AO-PAID         PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-AO-RESERVE      PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-LAE-INCURRED    PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-LOSS-AND-LAE    PIC S9(12)V99 VALUE ZERO.

       01  WS-LOSS-RATIO               PIC 999V99 VALUE ZERO.
       01  WS-LOSS-RATIO-DISPLAY       PIC ZZ9.99.
       01  WS-LAE-RATIO                PIC 999V99 VALUE ZERO.
       01  WS-LOSS-LAE-RATIO           PIC 999V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * CLAIMS EXPERIENCE BY CLAIM TYPE                               *
              10 WS-CLT-CODE           PIC X(10).
              10 WS-CLT-CLAIM-CNT      PIC 9(6).
              10 WS-CLT-PAID-AMT       PIC 9(10)V99.
              10 WS-CLT-EXPENSE-PAID   PIC 9(10)V99.

       01  WS-CLT-MATCH-IDX            PIC 99 VALUE ZERO.

           IF CLM-RECOVERY-AMOUNT NUMERIC
               ADD CLM-RECOVERY-AMOUNT TO WS-TOTAL-RECOVERY
           END-IF
      *    So were the expense figures -- an older master carries no
      *    expense apart from indemnity.
           IF CLM-DCC-PAID-AMT NUMERIC AND CLM-DCC-RESERVE-AMT NUMERIC
              AND CLM-AO-PAID-AMT NUMERIC AND CLM-AO-RESERVE-AMT NUMERIC
               ADD CLM-DCC-PAID-AMT TO WS-TOTAL-DCC-PAID
               ADD CLM-DCC-RESERVE-AMT TO WS-TOTAL-DCC-RESERVE
               ADD CLM-AO-PAID-AMT TO WS-TOTAL-AO-PAID
               ADD CLM-AO-RESERVE-AMT TO WS-TOTAL-AO-RESERVE
           END-IF

           EVALUATE TRUE
               WHEN CLM-OPEN
           END-IF
           SET CLT-IDX TO WS-CLT-MATCH-IDX
           ADD 1 TO WS-CLT-CLAIM-CNT (CLT-IDX)
           ADD CLM-PAID-AMOUNT TO WS-CLT-PAID-AMT (CLT-IDX)
           IF CLM-DCC-PAID-AMT NUMERIC AND CLM-AO-PAID-AMT NUMERIC
               ADD CLM-DCC-PAID-AMT CLM-AO-PAID-AMT
                   TO WS-CLT-EXPENSE-PAID (CLT-IDX)
           END-IF.

       P575-EXIT.
           EXIT.
           END-IF
           MOVE 'Net Incurred Losses:' TO RPT-DETAIL-LABEL
           MOVE WS-TOTAL-INCURRED TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           WRITE REPORT-LINE FROM RPT-BLANK-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'DCC Expense Paid:' TO RPT-DETAIL-LABEL
           MOVE WS-TOTAL-DCC-PAID TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'DCC Expense Reserves:' TO RPT-DETAIL-LABEL
           MOVE WS-TOTAL-DCC-RESERVE TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'A&O Expense Paid:' TO RPT-DETAIL-LABEL
           MOVE WS-TOTAL-AO-PAID TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'A&O Expense Reserves:' TO RPT-DETAIL-LABEL
           MOVE WS-TOTAL-AO-RESERVE TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           COMPUTE WS-TOTAL-LAE-INCURRED =
               WS-TOTAL-DCC-PAID + WS-TOTAL-DCC-RESERVE +
               WS-TOTAL-AO-PAID + WS-TOTAL-AO-RESERVE
           MOVE 'Incurred Loss Adjustment Expense:'
                TO RPT-DETAIL-LABEL
           MOVE WS-TOTAL-LAE-INCURRED TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           COMPUTE WS-TOTAL-LOSS-AND-LAE =
               WS-TOTAL-INCURRED + WS-TOTAL-LAE-INCURRED
           MOVE 'Net Incurred Loss and LAE:' TO RPT-DETAIL-LABEL
           MOVE WS-TOTAL-LOSS-AND-LAE TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.


           MOVE 'Net Incurred Loss Ratio (%):' TO RPT-DETAIL-LABEL
           MOVE WS-LOSS-RATIO-DISPLAY TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF WS-TOTAL-EARNED-PREM > ZERO
               COMPUTE WS-LAE-RATIO ROUNDED =
                   (WS-TOTAL-LAE-INCURRED / WS-TOTAL-EARNED-PREM)
                   * 100
               COMPUTE WS-LOSS-LAE-RATIO ROUNDED =
                   (WS-TOTAL-LOSS-AND-LAE / WS-TOTAL-EARNED-PREM)
                   * 100
           ELSE
               MOVE ZERO TO WS-LAE-RATIO
               MOVE ZERO TO WS-LOSS-LAE-RATIO
           END-IF
           MOVE WS-LAE-RATIO TO WS-LOSS-RATIO-DISPLAY
           MOVE 'LAE Ratio (%):' TO RPT-DETAIL-LABEL
           MOVE WS-LOSS-RATIO-DISPLAY TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE WS-LOSS-LAE-RATIO TO WS-LOSS-RATIO-DISPLAY
           MOVE 'Loss and LAE Ratio (%):' TO RPT-DETAIL-LABEL
           MOVE WS-LOSS-RATIO-DISPLAY TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.


           MOVE '  Paid Amount:' TO RPT-DETAIL-LABEL
           MOVE WS-CLT-PAID-AMT (CLT-IDX) TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE '  Expense Paid:' TO RPT-DETAIL-LABEL
           MOVE WS-CLT-EXPENSE-PAID (CLT-IDX) TO RPT-DETAIL-VALUE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'LGAPRPT2' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-PREM-REC-CNT TO RST-RECORD-COUNT
           MOVE WS-TOTAL-EARNED-PREM TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
