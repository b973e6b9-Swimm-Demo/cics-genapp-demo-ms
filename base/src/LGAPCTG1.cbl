                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAY-STAT.

      *    The bonus is reportable on the agencies' 1099-NEC --
      *    appended to the ledger LGAPTIN1 totals.
           SELECT TAX-LEDGER-FILE ASSIGN TO 'TAXPAY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TXL-STAT.

           SELECT STATEMENT-FILE ASSIGN TO 'CTGSTMT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STM-STAT.
       FD  PAYABLE-FILE.
       01  PAYABLE-LINE                PIC X(200).

       FD  TAX-LEDGER-FILE.
           COPY TAXLEDG.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(133).

       01  WS-PAY-STAT                 PIC X(2).
           88 PAYABLE-OK               VALUE '00'.

       01  WS-TXL-STAT                 PIC X(2).
           88 TAX-LEDGER-OK            VALUE '00'.

       01  WS-STM-STAT                 PIC X(2).
           88 STATEMENT-OK             VALUE '00'.

               STOP RUN
           END-IF

           OPEN EXTEND TAX-LEDGER-FILE
           IF NOT TAX-LEDGER-OK
               OPEN OUTPUT TAX-LEDGER-FILE
           END-IF
           IF NOT TAX-LEDGER-OK
               DISPLAY 'Warning: Cannot open 1099 payment ledger: '
                       WS-TXL-STAT
               MOVE 4 TO RETURN-CODE
           END-IF

           STRING 'AGENCY_CODE' ',' 'WRITTEN_PREMIUM' ','
                  'LOSS_RATIO' ',' 'GROWTH_PCT' ','
                  'TIER' ',' 'BONUS_PCT' ',' 'BONUS_AMOUNT'
                   UNTIL AGY-IDX > WS-AGY-COUNT

           CLOSE PAYABLE-FILE
           CLOSE STATEMENT-FILE
           IF TAX-LEDGER-OK
               CLOSE TAX-LEDGER-FILE
           END-IF.

       P610-QUALIFY-AGENCY.
           IF WS-AGY-WRITTEN-PREM (AGY-IDX) = ZERO
                  FUNCTION TRIM(WS-PCT-CSV) ','
                  FUNCTION TRIM(WS-BONUS-CSV)
                  DELIMITED BY SIZE INTO PAYABLE-LINE
           WRITE PAYABLE-LINE
           IF TAX-LEDGER-OK AND WS-BONUS-AMOUNT > ZERO
               MOVE SPACES TO TAX-LEDGER-RECORD
               MOVE 'B' TO TXL-SOURCE
               MOVE WS-AGY-CODE (AGY-IDX) TO TXL-PAYEE-KEY
               MOVE WS-CURRENT-DATE TO TXL-PAY-DATE
               MOVE WS-BONUS-AMOUNT TO TXL-AMOUNT
               MOVE 'CONTINGENT' TO TXL-REFERENCE
               WRITE TAX-LEDGER-RECORD
           END-IF.

       P640-WRITE-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE
           MOVE 'LGAPCTG1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-QUALIFIED-CNT TO RST-RECORD-COUNT
           MOVE WS-TOTAL-BONUS TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
