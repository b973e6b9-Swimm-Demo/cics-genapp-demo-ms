       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

      *    Assumed business is placed on the company the assignment
      *    rules name for its state and type, as at rating.
           COPY COMPASGN.

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
           IF POLICY-MASTER-MISSING
               OPEN OUTPUT POLICY-MASTER-FILE
           ADD 1 TO WS-NEXT-POLICY-SEQ
           MOVE WS-NEXT-POLICY-SEQ TO WS-POLICY-NUM-SEQ
           MOVE WS-POLICY-NUM-BUILD TO WS-POLICY-NUM
           MOVE ASM-TERRITORY-CODE (1:2) TO CAR-STATE
           MOVE ASM-POLICY-TYPE TO CAR-POLICY-TYPE
           CALL 'LGAPCMP1' USING COMPANY-ASSIGN-REQUEST

           PERFORM P430-WRITE-POLICY-MASTER THRU P430-EXIT
           PERFORM P440-SEED-PREMIUM-LEDGER THRU P440-EXIT
           MOVE WS-CURRENT-DATE TO POL-ISSUE-DATE
           MOVE 'Y' TO POL-ASSUMED-IND
           MOVE ASM-PRIOR-POLICY-NUM TO POL-PRIOR-POLICY-NUM
           MOVE CAR-COMPANY-CODE TO POL-COMPANY-CODE
           MOVE SPACE TO POL-ADMITTED-IND
           MOVE ZERO TO POL-SL-TAX
           MOVE ZERO TO POL-STAMPING-FEE
           MOVE SPACES TO POL-SL-AFFIDAVIT-NUM
           MOVE SPACES TO POL-NRN-REVIEW-IND
           MOVE ZERO TO POL-NRN-REVIEW-DATE
           MOVE 'D' TO POL-BILL-TYPE
           WRITE POLICY-MASTER-RECORD
               INVALID KEY
                   REWRITE POLICY-MASTER-RECORD
           END-WRITE
           PERFORM P435-WRITE-POLICY-HISTORY.

       P430-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPEND THE TAKEOVER TO THE POLICY HISTORY AT ITS ORIGINAL      *
      * EFFECTIVE DATE -- THE REFERENCE IS THE PRIOR CARRIER'S NUMBER. *
      *----------------------------------------------------------------*
       P435-WRITE-POLICY-HISTORY.
           MOVE SPACES TO POLICY-HISTORY-RECORD
           MOVE 'ASSUMED' TO PHS-TRAN-TYPE
           MOVE POL-EFFECTIVE-DATE TO PHS-EFFECTIVE-DATE
           MOVE ZERO TO PHS-BEFORE-PREMIUM
           MOVE POL-PRIOR-POLICY-NUM TO PHS-REFERENCE
           MOVE POL-TOTAL-PREMIUM TO PHS-AFTER-PREMIUM
           MOVE POL-POLICY-NUM TO PHS-POLICY-NUM
           MOVE POL-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE POL-STATUS TO PHS-AFTER-STATUS
           MOVE POL-EFFECTIVE-DATE TO PHS-TERM-EFFECTIVE-DATE
           MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
           MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
           MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
           MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
           MOVE 'LGAPASM1' TO PHS-ORIG-PROGRAM
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

       P440-SEED-PREMIUM-LEDGER.
           IF NOT LEDGER-OK
               GO TO P440-EXIT
           MOVE WS-ASSUMED-STATUS TO OUT-STATUS
           MOVE SPACES TO OUT-REJECT-REASON
           MOVE 'ASM' TO OUT-SOURCE-SYSTEM
           MOVE CAR-COMPANY-CODE TO OUT-COMPANY-CODE
           MOVE SPACE TO OUT-ADMITTED-IND
           MOVE ZERO TO OUT-SL-TAX
           MOVE ZERO TO OUT-STAMPING-FEE
           WRITE OUTPUT-RECORD.

       P460-EXIT.
           CLOSE PREMIUM-FILE
           IF EXCEPTION-OK
               CLOSE EXCEPTION-FILE
           END-IF
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD.

       P550-SAVE-POLICY-NUMBER-CONTROL.
           OPEN OUTPUT POLICY-NUMBER-FILE
       P600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPASM1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE, 12 FATAL.  RESTART DECISIONS      *
           MOVE 'LGAPASM1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-LOADED-CNT TO RST-RECORD-COUNT
           MOVE WS-LOADED-PREMIUM TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
