       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

      *    Policy history record, written through LGAPPHW1.
           COPY POLHREQ.
           COPY POLHIST.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
               STOP RUN
           END-IF

           MOVE 'POLMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           MOVE 'OUTPUTD.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           MOVE 'BORMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'ERROR: Cannot open policy master: '
           END-READ.

       P550-APPLY-TRANSFER.
           MOVE SPACES TO POLICY-HISTORY-RECORD
           MOVE 'BORXFER' TO PHS-TRAN-TYPE
           MOVE BOR-EFFECTIVE-DATE TO PHS-EFFECTIVE-DATE
           MOVE POL-TOTAL-PREMIUM TO PHS-BEFORE-PREMIUM
           MOVE POL-STATUS TO PHS-BEFORE-STATUS
           MOVE POL-AGENCY-CODE TO PHS-REFERENCE
           MOVE BOR-NEW-AGENCY TO POL-AGENCY-CODE
           REWRITE POLICY-MASTER-RECORD
           ADD 1 TO WS-TRANSFERRED-CNT
           PERFORM P560-WRITE-POLICY-HISTORY

      *    The online view shows the producing agency too.
           IF OUTPUTD-IS-OPEN
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * APPEND THE TRANSFER TO THE POLICY HISTORY -- THE REFERENCE IS  *
      * THE AGENCY THE POLICY MOVED FROM.                              *
      *----------------------------------------------------------------*
       P560-WRITE-POLICY-HISTORY.
           MOVE POL-TOTAL-PREMIUM TO PHS-AFTER-PREMIUM
           MOVE POL-POLICY-NUM TO PHS-POLICY-NUM
           MOVE POL-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE POL-STATUS TO PHS-AFTER-STATUS
           MOVE POL-EFFECTIVE-DATE TO PHS-TERM-EFFECTIVE-DATE
           MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
           MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
           MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
           MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
           MOVE 'LGAPBOR1' TO PHS-ORIG-PROGRAM
           MOVE ZERO TO PHS-SEQUENCE-NUM
           MOVE ZERO TO PHS-PROCESSED-DATE
           MOVE ZERO TO PHS-PROCESSED-TIME
           MOVE ZERO TO PHS-ORIG-RUN-DATE
           MOVE ZERO TO PHS-ORIG-RUN-TIME
           MOVE 'WRITE' TO PHR-FUNCTION
           MOVE ZERO TO PHR-STREAM-ID
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD.

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE.

       P700-CLOSE-FILES.
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD
           CLOSE BOR-CHANGE-FILE
           CLOSE POLICY-MASTER-FILE
           IF OUTPUTD-IS-OPEN
           CLOSE BOR-MASTER-FILE
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPBOR1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
           MOVE 'LGAPBOR1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TRANSFERRED-CNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
