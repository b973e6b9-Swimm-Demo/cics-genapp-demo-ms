
       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.

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
           MOVE 'PREMLEDG.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           MOVE 'ACCUM.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'ERROR: Cannot open policy master: '
               GO TO P520-EXIT
           END-IF

           MOVE SPACES TO POLICY-HISTORY-RECORD
           MOVE 'REINST' TO PHS-TRAN-TYPE
           MOVE RSM-REINSTATE-DATE TO PHS-EFFECTIVE-DATE
           MOVE POL-TOTAL-PREMIUM TO PHS-BEFORE-PREMIUM
           MOVE POL-STATUS TO PHS-BEFORE-STATUS
           MOVE 'APPROVED' TO POL-STATUS
           MOVE RSM-REINSTATE-DATE TO POL-REINSTATE-DATE
           REWRITE POLICY-MASTER-RECORD
           ADD 1 TO WS-REINSTATED-CNT
           MOVE 'REINSTATED' TO WS-RESULT

           PERFORM P530-RESTORE-LEDGER THRU P530-EXIT
           PERFORM P535-WRITE-POLICY-HISTORY
           PERFORM P540-REOPEN-INSTALLMENTS
           PERFORM P550-REPOST-ACCUMULATION THRU P550-EXIT
           PERFORM P560-NOTIFY-LENDERS THRU P560-EXIT
       P530-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPEND THE REINSTATEMENT TO THE POLICY HISTORY, AT THE PREMIUM *
      * RESTORED TO THE LEDGER.                                        *
      *----------------------------------------------------------------*
       P535-WRITE-POLICY-HISTORY.
           MOVE WS-RESTORED-PREMIUM TO PHS-AFTER-PREMIUM
           MOVE POL-POLICY-NUM TO PHS-POLICY-NUM
           MOVE POL-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE POL-STATUS TO PHS-AFTER-STATUS
           MOVE POL-EFFECTIVE-DATE TO PHS-TERM-EFFECTIVE-DATE
           MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
           MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
           MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
           MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
           MOVE 'LGAPRST1' TO PHS-ORIG-PROGRAM
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

      *----------------------------------------------------------------*
      * REOPEN THE SCHEDULE THE CANCELLATION CLOSED -- EVERY           *
      * INSTALLMENT FOR THE POLICY STOPPED AT CANCELLATION WHOSE DUE   *
               MOVE 8 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF
           MOVE 'INSTMST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN OUTPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               DISPLAY 'ERROR: Cannot rewrite installment master: '
           WRITE REPORT-LINE.

       P700-CLOSE-FILES.
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD
           CLOSE REINSTATE-FILE
           CLOSE POLICY-MASTER-FILE
           IF LEDGER-IS-OPEN
           END-IF
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPRST1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
           MOVE 'LGAPRST1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-TRANS TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
