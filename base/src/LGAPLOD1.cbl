           COPY OUTCTL.

       FD  OUTPUTD-FILE.
           COPY OUTPUTREC REPLACING
                ==OUTPUT-RECORD== BY ==OUTPUTD-RECORD==
                LEADING ==OUT-== BY ==OUTD-==.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).
           MOVE 'LGAPLOD1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-REC TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
