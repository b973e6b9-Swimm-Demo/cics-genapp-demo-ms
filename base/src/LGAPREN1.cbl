      * PURPOSE: READS THE PREMIUM OUTPUT FILE, PROJECTS EACH APPROVED*
      *          POLICY'S EXPIRATION DATE FROM ITS EFFECTIVE DATE AND *
      *          TERM, AND EXTRACTS POLICIES THAT HAVE ALREADY LAPSED *
      *          OR ARE DUE FOR RENEWAL WITHIN THE RENEWAL WINDOW.    *
      *          A POLICY COMING UP FOR RENEWAL THAT LGAPLCR1 FLAGGED *
      *          FOR NONRENEWAL REVIEW IS LISTED FOR THE UNDERWRITERS *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       01  WS-ACCUM-OPEN               PIC X VALUE 'N'.
           88 ACCUM-IS-OPEN            VALUE 'Y'.

      *----------------------------------------------------------------*
      * POLICIES DUE FOR RENEWAL THAT CARRY AN UNMET CRITICAL LOSS-    *
      * CONTROL RECOMMENDATION -- LISTED ON THE REPORT SO AN           *
      * UNDERWRITER DECIDES ON NONRENEWAL WHILE THERE IS STILL TIME TO *
      * GIVE THE STATUTORY NOTICE.                                     *
      *----------------------------------------------------------------*
       01  WS-NRN-REVIEW-TABLE.
           05 WS-NRV-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-NRV-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY NRV-IDX.
              10 WS-NRV-POLICY-NUM     PIC X(12).
              10 WS-NRV-CUSTOMER-NUM   PIC X(10).
              10 WS-NRV-EXPIRE-DATE    PIC 9(8).
              10 WS-NRV-FLAGGED-DATE   PIC 9(8).
       01  WS-NRN-REVIEW-CNT           PIC 9(6) VALUE ZERO.

       01  WS-RELEASED-TIV             PIC 9(10)V99 VALUE ZERO.
       01  WS-ACCUM-RELEASED-CNT       PIC 9(6) VALUE ZERO.


       01  WS-POLICY-STATUS            PIC X(15).

      *    Policy history record, written through LGAPPHW1.
           COPY POLHREQ.
           COPY POLHIST.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

      *    Business-day date request, passed to LGAPBDY1.
           COPY BDAYREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           MOVE 'REN_WINDOW' TO BDR-RULE
           MOVE WS-CURRENT-DATE TO BDR-BASE-DATE
           MOVE WS-RENEWAL-WINDOW-DAYS TO BDR-DAYS
           MOVE RETURN-CODE TO BDR-CALLER-RC
           CALL 'LGAPBDY1' USING BUSINESS-DATE-REQUEST
           COMPUTE WS-CUTOFF-INT = FUNCTION INTEGER-OF-DATE
                                   (BDR-RESULT-DATE).


       P250-VERIFY-CONTROL-TOTALS.

      *    Opened for update: the lapse is recorded on the policy
      *    master so the in-force view stops carrying the policy.
           MOVE 'POLMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           MOVE 'ACCUM.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
                   MOVE 'DUE FOR RENEWAL' TO WS-POLICY-STATUS
                   ADD 1 TO WS-DUE-FOR-RENEWAL-CNT
                   PERFORM P550-WRITE-RENEWAL-RECORD
                   PERFORM P545-CHECK-NRN-REVIEW THRU P545-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P545-CHECK-NRN-REVIEW.
           IF NOT MASTER-IS-OPEN OR
              OUT-POLICY-NUM = SPACES
               GO TO P545-EXIT
           END-IF
           MOVE OUT-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P545-EXIT
           END-READ
           IF NOT POL-NRN-REVIEW-DUE
               GO TO P545-EXIT
           END-IF
           ADD 1 TO WS-NRN-REVIEW-CNT
           IF WS-NRV-COUNT < 500
               ADD 1 TO WS-NRV-COUNT
               SET NRV-IDX TO WS-NRV-COUNT
               MOVE POL-POLICY-NUM TO WS-NRV-POLICY-NUM (NRV-IDX)
               MOVE POL-CUSTOMER-NUM TO WS-NRV-CUSTOMER-NUM (NRV-IDX)
               MOVE WS-EXPIRE-DATE-NUM TO WS-NRV-EXPIRE-DATE (NRV-IDX)
               MOVE POL-NRN-REVIEW-DATE
                    TO WS-NRV-FLAGGED-DATE (NRV-IDX)
           END-IF.

       P545-EXIT.
           EXIT.

       P550-WRITE-RENEWAL-RECORD.
           MOVE SPACES TO RENEWAL-LINE
           STRING FUNCTION TRIM(OUT-CUSTOMER-NUM) ','
           END-READ

      *    Record the lapse on the master -- the policy must stop
      *    looking in force.  The history takes it once, when the
      *    status actually changes.
           MOVE SPACES TO POLICY-HISTORY-RECORD
           MOVE 'LAPSE' TO PHS-TRAN-TYPE
           MOVE POL-EXPIRY-DATE TO PHS-EFFECTIVE-DATE
           MOVE POL-TOTAL-PREMIUM TO PHS-BEFORE-PREMIUM
           MOVE POL-STATUS TO PHS-BEFORE-STATUS
           MOVE 'LAPSED' TO POL-STATUS
           REWRITE POLICY-MASTER-RECORD
           IF PHS-BEFORE-STATUS NOT = 'LAPSED'
               PERFORM P580-WRITE-POLICY-HISTORY
           END-IF

           IF NOT ACCUM-IS-OPEN
               GO TO P570-EXIT
       P570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPEND THE LAPSE TO THE POLICY HISTORY, EFFECTIVE AT EXPIRY.   *
      *----------------------------------------------------------------*
       P580-WRITE-POLICY-HISTORY.
           MOVE POL-TOTAL-PREMIUM TO PHS-AFTER-PREMIUM
           MOVE POL-POLICY-NUM TO PHS-POLICY-NUM
           MOVE POL-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE POL-STATUS TO PHS-AFTER-STATUS
           MOVE POL-EFFECTIVE-DATE TO PHS-TERM-EFFECTIVE-DATE
           MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
           MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
           MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
           MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
           MOVE 'LGAPREN1' TO PHS-ORIG-PROGRAM
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
           STRING 'Accumulation Released:    ' WS-ACCUM-RELEASED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Nonrenewal Reviews Due:   ' WS-NRN-REVIEW-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-NRV-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'NONRENEWAL REVIEW - CRITICAL LOSS CONTROL UNMET'
                    TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM P610-WRITE-NRN-REVIEW-LINE
                       VARYING NRV-IDX FROM 1 BY 1
                       UNTIL NRV-IDX > WS-NRV-COUNT
               IF WS-NRN-REVIEW-CNT > WS-NRV-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '  LIST FULL AT ' WS-NRV-COUNT
                          ' OF ' WS-NRN-REVIEW-CNT ' DUE FOR REVIEW'
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P610-WRITE-NRN-REVIEW-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING '  POLICY ' WS-NRV-POLICY-NUM (NRV-IDX)
                  '  CUSTOMER ' WS-NRV-CUSTOMER-NUM (NRV-IDX)
                  '  EXPIRES ' WS-NRV-EXPIRE-DATE (NRV-IDX)
                  '  FLAGGED ' WS-NRV-FLAGGED-DATE (NRV-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P700-CLOSE-FILES.
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD
           IF NOTICE-FILE-IS-OPEN
               CLOSE LAPSE-NOTICE-FILE
           END-IF
           CLOSE RENEWAL-FILE
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPREN1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
           MOVE 'LGAPREN1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-REC TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
