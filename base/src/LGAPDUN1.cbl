      *          UNPAID A NONPAY CANCELLATION TRANSACTION IS WRITTEN  *
      *          TO CANCEL.DAT FOR LGAPCAN1 TO CANCEL THE POLICY      *
      *          PRO-RATA.  PAYMENT ACTIVITY APPLIED BY LGAPPAY1      *
      *          RESETS THE CYCLE; AN ACH DRAFT RETURNED UNPAID       *
      *          (LGAPACH1) REOPENS ITS INSTALLMENT, AND THE CYCLE    *
      *          PICKS IT UP AGAIN FROM THE DUE DATE.  A CUSTOMER     *
      *          BILLED AS ONE ACCOUNT (ACCTBILL.DAT, LGAPABL1) IS    *
      *          DUNNED AS ONE: ONE NOTICE FOR THE WHOLE PAST-DUE     *
      *          BALANCE, ESCALATING ON THE ACCOUNT'S OLDEST NOTICE,  *
      *          AND AT EXPIRY OF THE FINAL NOTICE EVERY POLICY       *
      *          CARRYING A PAST-DUE INSTALLMENT IS FED TO CANCEL.    *
      *          THE NONPAY CANCELLATION IS DATED NO EARLIER THAN THE *
      *          STATE'S STATUTORY NOTICE PERIOD (LGAPNTC1) ALLOWS.   *
      *          AN AGENCY-BILLED POLICY IS THE AGENCY'S TO COLLECT   *
      *          AND IS NEVER DUNNED HERE.                            *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

      *    Customers billed as one account.  Optional.
           SELECT ACCOUNT-BILL-FILE ASSIGN TO 'ACCTBILL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ABL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CANX-STAT.

      *    The issuance snapshot, for the state, policy type and
      *    inception date the statutory notice period turns on, and
      *    the bill type.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT REPORT-FILE ASSIGN TO 'DUNRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.
       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  ACCOUNT-BILL-FILE.
           COPY ACCTBILL.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
       FD  CANCEL-FILE.
           COPY CANCELREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

           88 INST-MASTER-OK           VALUE '00'.
           88 INST-MASTER-EOF          VALUE '10'.

       01  WS-ABL-STAT                 PIC X(2).
           88 ACCOUNT-BILL-OK          VALUE '00'.
           88 ACCOUNT-BILL-EOF         VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

      *----------------------------------------------------------------*
      * STATUTORY NONPAY NOTICE.  THE CANCELLATION FED TODAY TAKES     *
      * EFFECT NO SOONER THAN TODAY PLUS THE STATE'S NONPAY PERIOD;    *
      * WHERE THE TABLE HAS NO RULE THE DEFAULT APPLIES.               *
      *----------------------------------------------------------------*
       01  WS-DEFAULT-NONPAY-DAYS      PIC 9(3) VALUE 10.

           COPY NOTCREQ.

      *----------------------------------------------------------------*
      * DUNNING TERMS (CONFIG KEYS DUN_GRACE_DAYS AND                  *
      * DUN_NOTICE_DAYS) -- NOTHING IS NOTICED INSIDE THE GRACE        *
      * PERIOD, AND EACH ESCALATION WAITS THE NOTICE INTERVAL AFTER    *
      * THE PRIOR NOTICE.  LEVEL 3 IS THE FINAL NOTICE; WHEN IT        *
      * EXPIRES UNPAID THE NONPAY CANCELLATION FEEDS.  THE PERIODS     *
      * RUN UNDER DATE RULES DUN_GRACE AND DUN_NOTICE (LGAPBDY1), SO   *
      * A GRACE PERIOD NEVER ENDS ON A DAY THE LOCKBOX IS CLOSED AND   *
      * IS COUNTED IN BUSINESS DAYS WHERE THE CONTRACT SAYS SO.        *
      *----------------------------------------------------------------*
       01  WS-DUNNING-TERMS.
           05 WS-GRACE-DAYS            PIC 9(3) VALUE 10.
           05 WS-NOTICE-CNT            PIC 9(6) VALUE ZERO.
           05 WS-FINAL-NOTICE-CNT      PIC 9(6) VALUE ZERO.
           05 WS-CANCEL-FED-CNT        PIC 9(6) VALUE ZERO.
           05 WS-ACCOUNT-NOTICE-CNT    PIC 9(6) VALUE ZERO.
           05 WS-AGENCY-SKIP-CNT       PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * IN-CORE MASTER -- LOADED WHOLE, AGED, AND REWRITTEN, THE SAME  *
           05 WS-IMS-ENTRY             OCCURS 20000 TIMES
                                       INDEXED BY IMS-IDX.
              10 WS-IMS-RECORD         PIC X(100).
      *       Account a past-due installment is dunned under.
              10 WS-IMS-ACT-SUB        PIC 9(4).

       01  WS-MASTER-FULL-IND          PIC X VALUE 'N'.
           88 MASTER-TABLE-FULL        VALUE 'Y'.

       01  WS-FED-MATCH-IDX            PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
      * ACCOUNT-BILLED CUSTOMERS AND THEIR PAST-DUE POSITION FOR THE   *
      * RUN -- THE ACCOUNT'S LEVEL IS THE HIGHEST OF ITS PAST-DUE      *
      * INSTALLMENTS', ITS LAST NOTICE THE LATEST OF THEIRS.           *
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-DUNNING.
           05 WS-ACT-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-ACT-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY ACT-IDX.
              10 WS-ACT-CUSTOMER-NUM   PIC X(10).
              10 WS-ACT-PAST-DUE-CNT   PIC 9(4).
              10 WS-ACT-OLDEST-DUE     PIC 9(8).
              10 WS-ACT-DUN-LEVEL      PIC 9.
              10 WS-ACT-LAST-NOTICE    PIC 9(8).
              10 WS-ACT-BALANCE        PIC 9(10)V99.
              10 WS-ACT-ACTION         PIC X(1).
                 88 ACT-NO-ACTION      VALUE SPACE.
                 88 ACT-ESCALATE       VALUE 'E'.
                 88 ACT-CANCEL         VALUE 'C'.

       01  WS-ACT-MATCH-IDX            PIC 9(4) VALUE ZERO.

       01  WS-BALANCE-DUE              PIC 9(8)V99.
       01  WS-ACT-BAL-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

      *    Business-day date request, passed to LGAPBDY1.
           COPY BDAYREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P250-LOAD-ACCOUNTS THRU P250-EXIT
           PERFORM P300-LOAD-MASTER THRU P300-EXIT
           PERFORM P400-OPEN-FILES
           PERFORM P500-AGE-INSTALLMENTS
           PERFORM P550-DUN-ACCOUNTS
           PERFORM P600-REWRITE-MASTER THRU P600-EXIT
           PERFORM P650-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'DUN_GRACE_DAYS' TO CONFIG-KEY
                       'dunning terms used'
           END-IF.

      *    Past the table limit a customer is simply dunned by
      *    policy, so the run carries on with a warning.
       P250-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-BILL-FILE
           IF NOT ACCOUNT-BILL-OK
               GO TO P250-EXIT
           END-IF
           PERFORM P260-READ-ACCOUNT
           PERFORM UNTIL ACCOUNT-BILL-EOF
               IF ABL-ACTIVE
                   IF WS-ACT-COUNT < 2000
                       ADD 1 TO WS-ACT-COUNT
                       SET ACT-IDX TO WS-ACT-COUNT
                       MOVE ABL-CUSTOMER-NUM
                            TO WS-ACT-CUSTOMER-NUM (ACT-IDX)
                       MOVE ZERO TO WS-ACT-PAST-DUE-CNT (ACT-IDX)
                       MOVE 99999999 TO WS-ACT-OLDEST-DUE (ACT-IDX)
                       MOVE ZERO TO WS-ACT-DUN-LEVEL (ACT-IDX)
                       MOVE ZERO TO WS-ACT-LAST-NOTICE (ACT-IDX)
                       MOVE ZERO TO WS-ACT-BALANCE (ACT-IDX)
                       MOVE SPACE TO WS-ACT-ACTION (ACT-IDX)
                   ELSE
                       DISPLAY 'Warning: Account table full - '
                               ABL-CUSTOMER-NUM ' dunned by policy'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM P260-READ-ACCOUNT
           END-PERFORM
           CLOSE ACCOUNT-BILL-FILE.

       P250-EXIT.
           EXIT.

       P260-READ-ACCOUNT.
           READ ACCOUNT-BILL-FILE
           END-READ.

       P300-LOAD-MASTER.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
                   SET IMS-IDX TO WS-IMS-COUNT
                   MOVE INSTALLMENT-MASTER-RECORD
                        TO WS-IMS-RECORD (IMS-IDX)
                   MOVE ZERO TO WS-IMS-ACT-SUB (IMS-IDX)
               ELSE
                   MOVE 'Y' TO WS-MASTER-FULL-IND
                   DISPLAY 'ERROR: Installment master table full - '
           END-READ.

       P400-OPEN-FILES.
           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: policy master unavailable - nonpay '
                       'notice periods taken from the catch-all rule'
           END-IF

           OPEN OUTPUT NOTICE-FILE
           IF NOT NOTICE-OK
               DISPLAY 'ERROR: Cannot open dunning notice file: '
               GO TO P510-EXIT
           END-IF

      *    The agency collects on an agency-billed policy and settles
      *    with us on its account current -- no notice, no nonpay
      *    cancellation from here.
           IF MASTER-IS-OPEN
               MOVE IMS-POLICY-NUM TO POL-POLICY-NUM
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO POL-BILL-TYPE
               END-READ
               IF POL-AGENCY-BILLED
                   ADD 1 TO WS-AGENCY-SKIP-CNT
                   GO TO P510-EXIT
               END-IF
           END-IF

           MOVE 'DUN_GRACE' TO BDR-RULE
           MOVE IMS-DUE-DATE TO BDR-BASE-DATE
           MOVE WS-GRACE-DAYS TO BDR-DAYS
           PERFORM P580-BUSINESS-DATE
           IF WS-CURRENT-DATE NOT > BDR-RESULT-DATE
               GO TO P510-EXIT
           END-IF
           ADD 1 TO WS-PAST-DUE-CNT

      *    An account's installments are dunned together after the
      *    whole master has been aged.
           MOVE ZERO TO WS-ACT-MATCH-IDX
           PERFORM P540-CHECK-ACCOUNT
                   VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > WS-ACT-COUNT
                      OR WS-ACT-MATCH-IDX > ZERO
           IF WS-ACT-MATCH-IDX > ZERO
               PERFORM P545-ACCUMULATE-ACCOUNT
               MOVE INSTALLMENT-MASTER-RECORD
                    TO WS-IMS-RECORD (IMS-IDX)
               GO TO P510-EXIT
           END-IF

           IF IMS-DUN-LEVEL > ZERO
               MOVE 'DUN_NOTICE' TO BDR-RULE
               MOVE IMS-LAST-NOTICE-DATE TO BDR-BASE-DATE
               MOVE WS-NOTICE-DAYS TO BDR-DAYS
               PERFORM P580-BUSINESS-DATE
               IF WS-CURRENT-DATE < BDR-RESULT-DATE
                   GO TO P510-EXIT
               END-IF
           END-IF
           MOVE SPACES TO CANCELLATION-RECORD
           MOVE IMS-POLICY-NUM TO CANX-POLICY-NUM
           MOVE IMS-CUSTOMER-NUM TO CANX-CUSTOMER-NUM
           MOVE 'NONPAY' TO CANX-CANCEL-REASON
           PERFORM P535-SET-LEGAL-CANCEL-DATE THRU P535-EXIT
           MOVE NTR-EARLIEST-DATE TO CANX-CANCEL-DATE
           WRITE CANCELLATION-RECORD
           ADD 1 TO WS-CANCEL-FED-CNT

           MOVE SPACES TO NOTICE-LINE
           STRING 'CANCELLATION FED  POLICY ' IMS-POLICY-NUM
                  ' CUSTOMER ' IMS-CUSTOMER-NUM
                  ' - FINAL NOTICE EXPIRED UNPAID, EFFECTIVE '
                  CANX-CANCEL-DATE
                  DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE.

       P530-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE EARLIEST DATE A NONPAY CANCELLATION NOTICED TODAY CAN TAKE *
      * EFFECT IN THE POLICY'S STATE.  A POLICY MISSING FROM THE       *
      * MASTER GOES THROUGH WITH NO STATE AND TAKES THE CATCH-ALL.     *
      *----------------------------------------------------------------*
       P535-SET-LEGAL-CANCEL-DATE.
           MOVE SPACES TO NOTICE-PERIOD-REQUEST
           MOVE ZERO TO NTR-INCEPTION-DATE
           MOVE 'NONPAY' TO NTR-REASON
           MOVE WS-CURRENT-DATE TO NTR-MAIL-DATE
           MOVE WS-DEFAULT-NONPAY-DAYS TO NTR-DEFAULT-DAYS
           IF NOT MASTER-IS-OPEN
               GO TO P535-CALL
           END-IF
           MOVE IMS-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P535-CALL
           END-READ
           MOVE POL-TERRITORY-CODE (1:2) TO NTR-STATE
           MOVE POL-POLICY-TYPE TO NTR-POLICY-TYPE
           MOVE POL-EFFECTIVE-DATE TO NTR-INCEPTION-DATE.

       P535-CALL.
           CALL 'LGAPNTC1' USING NOTICE-PERIOD-REQUEST.

       P535-EXIT.
           EXIT.

       P531-CHECK-FED-POLICY.
           IF WS-FED-POLICY-NUM (FED-IDX) = IMS-POLICY-NUM
               SET WS-FED-MATCH-IDX TO FED-IDX
           END-IF.

       P540-CHECK-ACCOUNT.
           IF WS-ACT-CUSTOMER-NUM (ACT-IDX) = IMS-CUSTOMER-NUM
               SET WS-ACT-MATCH-IDX TO ACT-IDX
           END-IF.

       P545-ACCUMULATE-ACCOUNT.
           SET ACT-IDX TO WS-ACT-MATCH-IDX
           MOVE WS-ACT-MATCH-IDX TO WS-IMS-ACT-SUB (IMS-IDX)
           ADD 1 TO WS-ACT-PAST-DUE-CNT (ACT-IDX)
           IF IMS-DUE-DATE < WS-ACT-OLDEST-DUE (ACT-IDX)
               MOVE IMS-DUE-DATE TO WS-ACT-OLDEST-DUE (ACT-IDX)
           END-IF
           COMPUTE WS-ACT-BALANCE (ACT-IDX) =
               WS-ACT-BALANCE (ACT-IDX) + IMS-TOTAL-DUE
                                        - IMS-PAID-AMOUNT
           IF IMS-DUN-LEVEL > WS-ACT-DUN-LEVEL (ACT-IDX)
               MOVE IMS-DUN-LEVEL TO WS-ACT-DUN-LEVEL (ACT-IDX)
           END-IF
           IF IMS-DUN-LEVEL > ZERO AND
              IMS-LAST-NOTICE-DATE > WS-ACT-LAST-NOTICE (ACT-IDX)
               MOVE IMS-LAST-NOTICE-DATE
                    TO WS-ACT-LAST-NOTICE (ACT-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * DUN EACH ACCOUNT AS ONE, ON THE SAME GRACE AND NOTICE TERMS AS *
      * A SINGLE POLICY, THEN CARRY THE ACCOUNT'S NEW LEVEL (OR ITS    *
      * NONPAY CANCELLATION) BACK ONTO EVERY PAST-DUE INSTALLMENT.     *
      *----------------------------------------------------------------*
       P550-DUN-ACCOUNTS.
           PERFORM P560-DUN-ONE-ACCOUNT THRU P560-EXIT
                   VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > WS-ACT-COUNT
           PERFORM P570-APPLY-ACCOUNT-ACTION THRU P570-EXIT
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT.

       P560-DUN-ONE-ACCOUNT.
           IF WS-ACT-PAST-DUE-CNT (ACT-IDX) = ZERO
               GO TO P560-EXIT
           END-IF
           IF WS-ACT-DUN-LEVEL (ACT-IDX) > ZERO
               MOVE 'DUN_NOTICE' TO BDR-RULE
               MOVE WS-ACT-LAST-NOTICE (ACT-IDX) TO BDR-BASE-DATE
               MOVE WS-NOTICE-DAYS TO BDR-DAYS
               PERFORM P580-BUSINESS-DATE
               IF WS-CURRENT-DATE < BDR-RESULT-DATE
                   GO TO P560-EXIT
               END-IF
           END-IF
           IF WS-ACT-DUN-LEVEL (ACT-IDX) = 3
               MOVE 'C' TO WS-ACT-ACTION (ACT-IDX)
               GO TO P560-EXIT
           END-IF

           ADD 1 TO WS-ACT-DUN-LEVEL (ACT-IDX)
           MOVE 'E' TO WS-ACT-ACTION (ACT-IDX)
           ADD 1 TO WS-NOTICE-CNT
           ADD 1 TO WS-ACCOUNT-NOTICE-CNT
           MOVE WS-ACT-BALANCE (ACT-IDX) TO WS-ACT-BAL-DISPLAY
           MOVE SPACES TO NOTICE-LINE
           IF WS-ACT-DUN-LEVEL (ACT-IDX) = 3
               ADD 1 TO WS-FINAL-NOTICE-CNT
               STRING 'ACCOUNT FINAL NOTICE  CUSTOMER '
                      WS-ACT-CUSTOMER-NUM (ACT-IDX)
                      ' INSTALLMENTS ' WS-ACT-PAST-DUE-CNT (ACT-IDX)
                      ' OLDEST DUE ' WS-ACT-OLDEST-DUE (ACT-IDX)
                      ' BALANCE ' WS-ACT-BAL-DISPLAY
                      DELIMITED BY SIZE INTO NOTICE-LINE
           ELSE
               STRING 'ACCOUNT NOTICE ' WS-ACT-DUN-LEVEL (ACT-IDX)
                      '      CUSTOMER ' WS-ACT-CUSTOMER-NUM (ACT-IDX)
                      ' INSTALLMENTS ' WS-ACT-PAST-DUE-CNT (ACT-IDX)
                      ' OLDEST DUE ' WS-ACT-OLDEST-DUE (ACT-IDX)
                      ' BALANCE ' WS-ACT-BAL-DISPLAY
                      DELIMITED BY SIZE INTO NOTICE-LINE
           END-IF
           WRITE NOTICE-LINE.

       P560-EXIT.
           EXIT.

       P570-APPLY-ACCOUNT-ACTION.
           IF WS-IMS-ACT-SUB (IMS-IDX) = ZERO
               GO TO P570-EXIT
           END-IF
           SET ACT-IDX TO WS-IMS-ACT-SUB (IMS-IDX)
           IF ACT-NO-ACTION (ACT-IDX)
               GO TO P570-EXIT
           END-IF
           MOVE WS-IMS-RECORD (IMS-IDX)
                TO INSTALLMENT-MASTER-RECORD
           IF ACT-CANCEL (ACT-IDX)
               PERFORM P530-FEED-NONPAY-CANCEL THRU P530-EXIT
           ELSE
               MOVE WS-ACT-DUN-LEVEL (ACT-IDX) TO IMS-DUN-LEVEL
               MOVE WS-CURRENT-DATE TO IMS-LAST-NOTICE-DATE
           END-IF
           MOVE INSTALLMENT-MASTER-RECORD
                TO WS-IMS-RECORD (IMS-IDX).

       P570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * GRACE AND NOTICE PERIODS GO THROUGH THE BUSINESS-DAY DATE      *
      * SERVICE (LGAPBDY1) UNDER THEIR DATE RULE.                      *
      *----------------------------------------------------------------*
       P580-BUSINESS-DATE.
           MOVE RETURN-CODE TO BDR-CALLER-RC
           CALL 'LGAPBDY1' USING BUSINESS-DATE-REQUEST.

       P600-REWRITE-MASTER.
           IF MASTER-TABLE-FULL
               DISPLAY 'ERROR: Installment master exceeds the in-core '
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING '  of which Accounts:  ' WS-ACCOUNT-NOTICE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Final Notices Issued: ' WS-FINAL-NOTICE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Cancellations Fed:    ' WS-CANCEL-FED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Agency Billed Skipped: ' WS-AGENCY-SKIP-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P700-CLOSE-FILES.
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           CLOSE NOTICE-FILE
           CLOSE CANCEL-FILE
           CLOSE REPORT-FILE.
           MOVE 'LGAPDUN1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-MASTER-READ-CNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
