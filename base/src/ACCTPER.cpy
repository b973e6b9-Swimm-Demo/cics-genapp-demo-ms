      *----------------------------------------------------------------*
      * ACCOUNTING PERIOD MASTER (ACCTPER.DAT) -- ONE RECORD PER       *
      * FISCAL MONTH, MAINTAINED BY FINANCE.  A PERIOD IS OPEN FOR     *
      * POSTING, CLOSING WHILE THE MONTH-END JOBS RUN (STILL OPEN TO   *
      * THEM), AND CLOSED ONCE THE BOOKS ARE SIGNED OFF -- NOTHING     *
      * POSTS INTO A CLOSED PERIOD.                                    *
      *----------------------------------------------------------------*
       01  ACCT-PERIOD-RECORD.
           05 APM-PERIOD               PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 APM-STATUS               PIC X(7).
              88 APM-PERIOD-OPEN       VALUE 'OPEN'.
              88 APM-PERIOD-CLOSING    VALUE 'CLOSING'.
              88 APM-PERIOD-CLOSED     VALUE 'CLOSED'.
           05 FILLER                   PIC X VALUE SPACE.
           05 APM-CLOSE-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 APM-CLOSED-BY            PIC X(8).
