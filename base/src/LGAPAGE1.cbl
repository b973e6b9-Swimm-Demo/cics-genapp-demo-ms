           MOVE 'LGAPAGE1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-OPEN-ITEMS TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
