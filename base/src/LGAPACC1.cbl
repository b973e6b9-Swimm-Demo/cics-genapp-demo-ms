
       01  WS-AMT-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY GLPERIOD.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P205-RESOLVE-GL-PERIOD
           PERFORM P250-LOAD-TERMS THRU P250-EXIT
           PERFORM P300-ACCUM-SURPLUS-CESSIONS THRU P300-EXIT
           PERFORM P350-ACCUM-CAT-CESSIONS THRU P350-EXIT
       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

      *----------------------------------------------------------------*
      * RESOLVE THE ACCOUNTING PERIOD THE JOURNAL POSTS TO.  A RUN     *
      * DATED INTO A CLOSED PERIOD POSTS TO THE OPEN PERIOD AS A       *
      * PRIOR-PERIOD ADJUSTMENT; WITH NO OPEN PERIOD TO TAKE IT THE    *
      * RUN STOPS BEFORE ANYTHING IS POSTED.                           *
      *----------------------------------------------------------------*
       P205-RESOLVE-GL-PERIOD.
           MOVE WS-CURRENT-DATE TO GPR-POSTING-DATE
           CALL 'LGAPPRD1' USING GL-PERIOD-REQUEST
           EVALUATE TRUE
               WHEN GPR-NO-OPEN-PERIOD
                   DISPLAY 'ERROR: Period ' GPR-ORIG-PERIOD
                           ' is closed and no later period is open'
                           ' - nothing posted'
                   MOVE 12 TO RETURN-CODE
                   PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   STOP RUN
               WHEN GPR-PRIOR-PERIOD-ADJ
                   DISPLAY 'Period ' GPR-ORIG-PERIOD ' is closed - '
                           'journal posts to ' GPR-PERIOD
                           ' as a prior-period adjustment'
               WHEN GPR-NOT-ON-CALENDAR
                   DISPLAY 'Warning: Period ' GPR-ORIG-PERIOD
                           ' is not on the accounting calendar'
           END-EVALUATE.

       P250-LOAD-TERMS.
      *    Terms are matched onto the accounts after accumulation;
      *    here they pre-seed the table so a reinsurer with terms
       P520-WRITE-JOURNAL-LINES.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-CURRENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE '61110' TO GLJ-ACCOUNT
           MOVE 'CEDED REINSURANCE PREMIUM' TO GLJ-ACCOUNT-DESC
           COMPUTE GLJ-DEBIT-AMT =

           IF WS-REI-COMMISSION (REI-IDX) NOT = ZERO
               MOVE WS-CURRENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE '41210' TO GLJ-ACCOUNT
               MOVE 'CEDING COMMISSION INCOME' TO GLJ-ACCOUNT-DESC
               MOVE ZERO TO GLJ-DEBIT-AMT

           IF WS-REI-RECOVERIES (REI-IDX) NOT = ZERO
               MOVE WS-CURRENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE '12410' TO GLJ-ACCOUNT
               MOVE 'REINSURANCE RECOVERABLE' TO GLJ-ACCOUNT-DESC
               MOVE ZERO TO GLJ-DEBIT-AMT

           IF WS-REI-BALANCE (REI-IDX) NOT = ZERO
               MOVE WS-CURRENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE '21410' TO GLJ-ACCOUNT
               MOVE 'REINSURANCE BALANCE PAYABLE' TO GLJ-ACCOUNT-DESC
               MOVE ZERO TO GLJ-DEBIT-AMT
           MOVE 'LGAPACC1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-STATEMENT-CNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
