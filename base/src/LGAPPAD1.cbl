       01  WS-LEDGER-OPEN              PIC X VALUE 'N'.
           88 LEDGER-IS-OPEN           VALUE 'Y'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

       01  WS-ORD-STAT                 PIC X(2).
           88 ORDER-OK                 VALUE '00'.


       01  WS-AMT-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *    Policy history record, written through LGAPPHW1.
           COPY POLHREQ.
           COPY POLHIST.

       PROCEDURE DIVISION.

       P100-MAIN.
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: policy master unavailable - '
                       'history records carry no policy terms'
           END-IF

           PERFORM P510-READ-RESULT
           PERFORM UNTIL RESULTS-EOF

           CLOSE RESULTS-FILE
           CLOSE LEDGER-FILE
           CLOSE ENDORSED-FILE
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD.

       P500-EXIT.
           EXIT.
           STRING 'POLICY ' ARS-POLICY-NUM
                  ' AUDIT PREMIUM ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P530-WRITE-POLICY-HISTORY THRU P530-EXIT.

       P520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPEND THE AUDIT ADJUSTMENT TO THE POLICY HISTORY.  IT TAKES   *
      * EFFECT AT THE EXPIRY OF THE AUDITED TERM; THE PREMIUM MOVES    *
      * FROM THE LEDGER TOTAL BY THE AUDIT ADDITIONAL OR RETURN.       *
      *----------------------------------------------------------------*
       P530-WRITE-POLICY-HISTORY.
           MOVE SPACES TO POLICY-HISTORY-RECORD
           MOVE 'AUDIT' TO PHS-TRAN-TYPE
           MOVE WS-CURRENT-DATE TO PHS-EFFECTIVE-DATE
           MOVE LDG-TOTAL-PREMIUM TO PHS-BEFORE-PREMIUM
           IF WS-ADDL-PREMIUM < ZERO AND
              LDG-TOTAL-PREMIUM + WS-ADDL-PREMIUM < ZERO
               MOVE ZERO TO PHS-AFTER-PREMIUM
           ELSE
               COMPUTE PHS-AFTER-PREMIUM =
                   LDG-TOTAL-PREMIUM + WS-ADDL-PREMIUM
           END-IF
           MOVE WS-PCT-CSV TO PHS-REFERENCE
           MOVE ARS-POLICY-NUM TO PHS-POLICY-NUM
           MOVE LDG-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE 'APPROVED' TO PHS-BEFORE-STATUS
           MOVE 'APPROVED' TO PHS-AFTER-STATUS
           MOVE ZERO TO PHS-TERM-EFFECTIVE-DATE
           MOVE ZERO TO PHS-TERM-EXPIRY-DATE
           IF MASTER-IS-OPEN
               MOVE ARS-POLICY-NUM TO POL-POLICY-NUM
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POL-EXPIRY-DATE NOT = ZERO
                           MOVE POL-EXPIRY-DATE TO PHS-EFFECTIVE-DATE
                       END-IF
                       MOVE POL-STATUS TO PHS-BEFORE-STATUS
                       MOVE POL-STATUS TO PHS-AFTER-STATUS
                       MOVE POL-EFFECTIVE-DATE
                            TO PHS-TERM-EFFECTIVE-DATE
                       MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
                       MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
                       MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
                       MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
               END-READ
           END-IF
           MOVE 'LGAPPAD1' TO PHS-ORIG-PROGRAM
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

       P530-EXIT.
           EXIT.

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LGAPPAD1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           IF ORDER-MODE
               MOVE WS-ORDERS-CNT TO RST-RECORD-COUNT
               MOVE ZERO TO RST-TOTAL-AMOUNT
