      *          INSTALLMENT AND ANY FINAL EXCESS GOES TO THE         *
      *          UNAPPLIED-CASH REPORT.  OUTPUTS A PAYMENT REGISTER,  *
      *          THE UNAPPLIED-CASH REPORT, AND A RECEIVABLES         *
      *          BALANCE REPORT BY POLICY.  ACH AUTO-DRAFTS SETTLED   *
      *          BY LGAPACH1 (ACHPAY.DAT) ARE APPLIED AFTER THE       *
      *          LOCKBOX THE SAME WAY, FOLLOWED BY THE PAYMENTS THE   *
      *          SERVICE DESK TOOK ON LGBI (CTRPAY.DAT, UNLOADED FROM *
      *          CTRPAYD).  A PAYMENT FROM A CUSTOMER                 *
      *          BILLED AS ONE ACCOUNT (ACCTBILL.DAT, LGAPABL1) IS    *
      *          APPLIED ACROSS ALL THE CUSTOMER'S POLICIES: OLDEST   *
      *          DUE DATE FIRST, AND WITHIN A DUE DATE IN POLICY      *
      *          NUMBER ORDER.  CASH APPLIED TO A TERM WHOSE AGENCY   *
      *          IS PAID COMMISSION AS COLLECTED EARNS THE SAME SHARE *
      *          OF THE TERM'S COMMISSION (COMMEARN.DAT), WRITTEN TO  *
      *          AGTEARN.DAT FOR LGAPCOM2 TO PAY.                     *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LBX-STAT.

      *    Auto-drafts reaching their effective date, written by
      *    LGAPACH1 in lockbox layout.  Optional.
           SELECT ACH-PAYMENT-FILE ASSIGN TO 'ACHPAY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-APY-STAT.

      *    Counter and phone payments taken on LGBI, unloaded from
      *    the keyed CTRPAYD dataset.  Optional.
           SELECT COUNTER-PAYMENT-FILE ASSIGN TO 'CTRPAY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CPY-STAT.

      *    Customers billed as one account.  Optional.
           SELECT ACCOUNT-BILL-FILE ASSIGN TO 'ACCTBILL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ABL-STAT.

      *    The day's new billing schedules from the rating run --
      *    absorbed into the installment master as open receivables.
           SELECT INSTALLMENT-FILE ASSIGN TO 'INSTALL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

      *    Commission booked by LGAPCOM1 to be earned as the
      *    premium is collected.  Optional.
           SELECT EARNING-MASTER-FILE ASSIGN TO 'COMMEARN.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CER-STAT.

      *    Commission earned by the day's cash, in the AGTCOMM.DAT
      *    layout without the header line -- added to until LGAPCOM2
      *    folds it into the commission master.
           SELECT EARNED-COMM-FILE ASSIGN TO 'AGTEARN.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ERN-STAT.

           SELECT REGISTER-FILE ASSIGN TO 'PAYREG.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STAT.
       FD  LOCKBOX-FILE.
           COPY LOCKBOX.

       FD  ACH-PAYMENT-FILE.
       01  ACH-PAYMENT-RECORD          PIC X(60).

       FD  COUNTER-PAYMENT-FILE.
           COPY CTRPAY.

       FD  ACCOUNT-BILL-FILE.
           COPY ACCTBILL.

       FD  INSTALLMENT-FILE.
           COPY INSTALLREC.

       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  EARNING-MASTER-FILE.
           COPY COMMEARN.

       FD  EARNED-COMM-FILE.
       01  EARNED-COMM-LINE            PIC X(200).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(133).

           88 LOCKBOX-OK               VALUE '00'.
           88 LOCKBOX-EOF              VALUE '10'.

       01  WS-APY-STAT                 PIC X(2).
           88 ACH-PAYMENT-OK           VALUE '00'.
           88 ACH-PAYMENT-EOF          VALUE '10'.

       01  WS-CPY-STAT                 PIC X(2).
           88 COUNTER-PAYMENT-OK       VALUE '00'.
           88 COUNTER-PAYMENT-EOF      VALUE '10'.

       01  WS-ABL-STAT                 PIC X(2).
           88 ACCOUNT-BILL-OK          VALUE '00'.
           88 ACCOUNT-BILL-EOF         VALUE '10'.

       01  WS-INS-STAT                 PIC X(2).
           88 INSTALLMENT-OK           VALUE '00'.
           88 INSTALLMENT-EOF          VALUE '10'.
           88 INST-MASTER-OK           VALUE '00'.
           88 INST-MASTER-EOF          VALUE '10'.

       01  WS-CER-STAT                 PIC X(2).
           88 EARNING-MASTER-OK        VALUE '00'.
           88 EARNING-MASTER-EOF       VALUE '10'.

       01  WS-ERN-STAT                 PIC X(2).
           88 EARNED-COMM-OK           VALUE '00'.

       01  WS-REG-STAT                 PIC X(2).
           88 REGISTER-OK              VALUE '00'.

           05 WS-SHORT-PAY-CNT         PIC 9(6) VALUE ZERO.
           05 WS-OVER-PAY-CNT          PIC 9(6) VALUE ZERO.
           05 WS-UNAPPLIED-CNT         PIC 9(6) VALUE ZERO.
           05 WS-ACH-DRAFT-CNT         PIC 9(6) VALUE ZERO.
           05 WS-COUNTER-PAY-CNT       PIC 9(6) VALUE ZERO.

       01  WS-CASH-TOTALS.
           05 WS-TOTAL-RECEIVED        PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-APPLIED         PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-UNAPPLIED       PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-ACH-DRAFTS      PIC 9(12)V99 VALUE ZERO.
           05 WS-TOTAL-COUNTER-PAY     PIC 9(12)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * IN-CORE INSTALLMENT MASTER -- THE WHOLE OF INSTMST.DAT IS      *
              10 WS-IMS-PAY-STATUS     PIC X(1).
              10 WS-IMS-DUN-LEVEL      PIC 9.
              10 WS-IMS-LAST-NOTICE    PIC 9(8).
              10 WS-IMS-INVOICE-DATE   PIC 9(8).

       01  WS-MASTER-FULL-IND          PIC X VALUE 'N'.
           88 MASTER-TABLE-FULL        VALUE 'Y'.

       01  WS-IMS-MATCH-IDX            PIC 9(5) VALUE ZERO.
       01  WS-IMS-BEST-DUE             PIC 9(8) VALUE ZERO.
       01  WS-IMS-BEST-POLICY          PIC X(12).

      *----------------------------------------------------------------*
      * CUSTOMERS ACTIVE ON ACCOUNT BILLING -- THEIR PAYMENTS ARE      *
      * MATCHED BY CUSTOMER RATHER THAN BY POLICY.                     *
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-CUSTOMERS.
           05 WS-ACT-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-ACT-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY ACT-IDX.
              10 WS-ACT-CUSTOMER-NUM   PIC X(10).

       01  WS-ACT-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WS-ACCOUNT-PAY-IND          PIC X VALUE 'N'.
           88 ACCOUNT-PAYMENT          VALUE 'Y'.

       01  WS-APPLY-WORK.
           05 WS-REMAINING-CASH        PIC 9(8)V99 VALUE ZERO.

       01  WS-RCV-MATCH-IDX            PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------*
      * COMMISSION EARNED AS COLLECTED -- THE EARNING MASTER IN CORE.  *
      * A TERM'S EARNED COMMISSION IS ITS WRITTEN COMMISSION TIMES THE *
      * SHARE OF THE TERM'S BILLED INSTALLMENTS NOW PAID, SO A SHORT   *
      * PAYMENT EARNS ITS PART AND THE LAST PAYMENT EARNS THE REST.    *
      *----------------------------------------------------------------*
       01  WS-EARNING-MASTER.
           05 WS-CER-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CER-ENTRY             OCCURS 10000 TIMES
                                       INDEXED BY CER-IDX.
              10 WS-CER-POLICY         PIC X(12).
              10 WS-CER-AGENCY         PIC X(4).
              10 WS-CER-CUSTOMER       PIC X(10).
              10 WS-CER-EFFECTIVE      PIC 9(8).
              10 WS-CER-EXPIRY         PIC 9(8).
              10 WS-CER-PREMIUM        PIC 9(8)V99.
              10 WS-CER-WRITTEN        PIC 9(8)V99.
              10 WS-CER-EARNED         PIC 9(8)V99.
              10 WS-CER-ACTIVITY       PIC 9(8).
              10 WS-CER-STATUS         PIC X(1).

       01  WS-EARNING-WORK.
           05 WS-ERN-POLICY            PIC X(12).
           05 WS-ERN-DUE-TOTAL         PIC 9(10)V99.
           05 WS-ERN-PAID-TOTAL        PIC 9(10)V99.
           05 WS-ERN-TARGET            PIC 9(8)V99.
           05 WS-ERN-AMOUNT            PIC 9(8)V99.
           05 WS-ERN-CSV               PIC 9(8).99.
           05 WS-EARNED-OPEN-IND       PIC X VALUE 'N'.
              88 EARNED-FILE-OPEN      VALUE 'Y'.
           05 WS-EARNING-CHANGED-IND   PIC X VALUE 'N'.
              88 EARNING-MASTER-CHANGED VALUE 'Y'.
           05 WS-EARNING-FULL-IND      PIC X VALUE 'N'.
              88 EARNING-TABLE-FULL    VALUE 'Y'.
           05 WS-EARNED-CNT            PIC 9(6) VALUE ZERO.
           05 WS-FULLY-EARNED-CNT      PIC 9(6) VALUE ZERO.
           05 WS-EARNED-TOTAL          PIC 9(12)V99 VALUE ZERO.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY2             PIC Z,ZZZ,ZZZ,ZZ9.99.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

      *    Input file fingerprint request, passed to LGAPDUP1.
           COPY DUPREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P150-CHECK-DUPLICATE-INPUT
           PERFORM P250-LOAD-ACCOUNTS THRU P250-EXIT
           PERFORM P300-LOAD-INSTALLMENT-MASTER THRU P300-EXIT
           PERFORM P350-ABSORB-NEW-SCHEDULES THRU P350-EXIT
           PERFORM P380-LOAD-EARNING-MASTER THRU P380-EXIT
           PERFORM P400-OPEN-FILES
           PERFORM P500-PROCESS-PAYMENTS THRU P500-EXIT
           PERFORM P600-REWRITE-MASTER THRU P600-EXIT
           PERFORM P620-REWRITE-EARNING-MASTER THRU P620-EXIT
           PERFORM P650-WRITE-RECEIVABLES-REPORT THRU P650-EXIT
           PERFORM P700-CLOSE-FILES
           PERFORM P985-LOG-INPUT-FINGERPRINT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      * REFUSE A LOCKBOX FILE (LOCKBOX.DAT) THIS JOB HAS               *
      * ALREADY APPLIED -- SAME RECORD COUNT, AMOUNT HASH AND FIRST    *
      * AND LAST KEYS (LGAPDUP1).  A GENUINE RE-RUN AFTER A RESTORE    *
      * GOES THROUGH WITH RERUN_OVERRIDE SET TO LGAPPAY1.              *
      *----------------------------------------------------------------*
       P150-CHECK-DUPLICATE-INPUT.
           MOVE 'CHECK' TO DPR-FUNCTION
           MOVE 'LGAPPAY1' TO DPR-JOB-NAME
           MOVE 'LOCKBOX.DAT' TO DPR-FILE-NAME
           MOVE 'F' TO DPR-FILE-FORMAT
           MOVE ZERO TO DPR-HEADER-LINES
           MOVE 1 TO DPR-KEY-START
           MOVE 12 TO DPR-KEY-LENGTH
           MOVE 34 TO DPR-AMOUNT-START
           MOVE 10 TO DPR-AMOUNT-LENGTH
           MOVE RETURN-CODE TO DPR-CALLER-RC
           CALL 'LGAPDUP1' USING DUPLICATE-CHECK-REQUEST
           IF DPR-REPEAT-REFUSED
               DISPLAY 'ERROR: LOCKBOX.DAT was already applied '
                       'by the run of ' DPR-PRIOR-RUN-DATE ' '
                       DPR-PRIOR-RUN-TIME ' - run refused'
               MOVE 16 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           IF DPR-REPEAT-OVERRIDDEN
               DISPLAY 'Warning: LOCKBOX.DAT was already '
                       'applied by the run of ' DPR-PRIOR-RUN-DATE ' '
                       DPR-PRIOR-RUN-TIME ' - re-run under operator '
                       'override'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

      *    Ended accounts are skipped -- their policies are paid one
      *    by one again.  Past the table limit a customer is simply
      *    paid by policy, so the run carries on with a warning.
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
                   ELSE
                       DISPLAY 'Warning: Account table full - '
                               ABL-CUSTOMER-NUM ' paid by policy'
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

       P300-LOAD-INSTALLMENT-MASTER.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
                   MOVE ZERO TO WS-IMS-DUN-LEVEL (IMS-IDX)
                   MOVE ZERO TO WS-IMS-LAST-NOTICE (IMS-IDX)
               END-IF
               IF IMS-INVOICE-DATE NUMERIC
                   MOVE IMS-INVOICE-DATE
                        TO WS-IMS-INVOICE-DATE (IMS-IDX)
               ELSE
                   MOVE ZERO TO WS-IMS-INVOICE-DATE (IMS-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-MASTER-FULL-IND
               DISPLAY 'ERROR: Installment master table full - '
           MOVE ZERO TO WS-IMS-LAST-PAY-DATE (IMS-IDX)
           MOVE 'O' TO WS-IMS-PAY-STATUS (IMS-IDX)
           MOVE ZERO TO WS-IMS-DUN-LEVEL (IMS-IDX)
           MOVE ZERO TO WS-IMS-LAST-NOTICE (IMS-IDX)
           MOVE ZERO TO WS-IMS-INVOICE-DATE (IMS-IDX).

       P370-EXIT.
           EXIT.
               SET WS-IMS-MATCH-IDX TO IMS-IDX
           END-IF.

       P380-LOAD-EARNING-MASTER.
           OPEN INPUT EARNING-MASTER-FILE
           IF NOT EARNING-MASTER-OK
               GO TO P380-EXIT
           END-IF
           PERFORM P381-READ-EARNING
           PERFORM UNTIL EARNING-MASTER-EOF
               PERFORM P382-STORE-EARNING
               PERFORM P381-READ-EARNING
           END-PERFORM
           CLOSE EARNING-MASTER-FILE.

       P380-EXIT.
           EXIT.

       P381-READ-EARNING.
           READ EARNING-MASTER-FILE
           END-READ.

       P382-STORE-EARNING.
           IF WS-CER-COUNT < 10000
               ADD 1 TO WS-CER-COUNT
               SET CER-IDX TO WS-CER-COUNT
               MOVE CER-POLICY-NUM TO WS-CER-POLICY (CER-IDX)
               MOVE CER-AGENCY-CODE TO WS-CER-AGENCY (CER-IDX)
               MOVE CER-CUSTOMER-NUM TO WS-CER-CUSTOMER (CER-IDX)
               MOVE CER-EFFECTIVE-DATE TO WS-CER-EFFECTIVE (CER-IDX)
               MOVE CER-EXPIRY-DATE TO WS-CER-EXPIRY (CER-IDX)
               MOVE CER-PREMIUM TO WS-CER-PREMIUM (CER-IDX)
               MOVE CER-COMM-WRITTEN TO WS-CER-WRITTEN (CER-IDX)
               MOVE CER-COMM-EARNED TO WS-CER-EARNED (CER-IDX)
               MOVE CER-LAST-ACTIVITY-DATE
                    TO WS-CER-ACTIVITY (CER-IDX)
               MOVE CER-STATUS TO WS-CER-STATUS (CER-IDX)
           ELSE
               MOVE 'Y' TO WS-EARNING-FULL-IND
               DISPLAY 'ERROR: Earning master table full - '
                       'record lost'
           END-IF.

       P400-OPEN-FILES.
           OPEN INPUT LOCKBOX-FILE
           IF NOT LOCKBOX-OK
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           IF WS-CER-COUNT > ZERO
               OPEN EXTEND EARNED-COMM-FILE
               IF NOT EARNED-COMM-OK
                   OPEN OUTPUT EARNED-COMM-FILE
               END-IF
               IF EARNED-COMM-OK
                   MOVE 'Y' TO WS-EARNED-OPEN-IND
               ELSE
                   DISPLAY 'Warning: Cannot open earned commission '
                           'file - no commission earned this run: '
                           WS-ERN-STAT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P500-PROCESS-PAYMENTS.
           PERFORM UNTIL LOCKBOX-EOF
               PERFORM P520-APPLY-PAYMENT THRU P520-EXIT
               PERFORM P510-READ-PAYMENT
           END-PERFORM
           PERFORM P580-APPLY-ACH-DRAFTS THRU P580-EXIT
           PERFORM P585-APPLY-COUNTER-PAYMENTS THRU P585-EXIT.

       P500-EXIT.
           EXIT.
           MOVE ZERO TO WS-APPLIED-THIS-PMT
           MOVE SPACES TO WS-PAY-RESULT

           MOVE 'N' TO WS-ACCOUNT-PAY-IND
           IF LBX-CUSTOMER-NUM NOT = SPACES
               MOVE ZERO TO WS-ACT-MATCH-IDX
               PERFORM P525-CHECK-ACCOUNT
                       VARYING ACT-IDX FROM 1 BY 1
                       UNTIL ACT-IDX > WS-ACT-COUNT
                          OR WS-ACT-MATCH-IDX > ZERO
               IF WS-ACT-MATCH-IDX > ZERO
                   MOVE 'Y' TO WS-ACCOUNT-PAY-IND
               END-IF
           END-IF

           PERFORM P530-FIND-EARLIEST-OPEN THRU P530-EXIT
           IF WS-IMS-MATCH-IDX = ZERO
               ADD 1 TO WS-UNAPPLIED-CNT
       P520-EXIT.
           EXIT.

       P525-CHECK-ACCOUNT.
           IF WS-ACT-CUSTOMER-NUM (ACT-IDX) = LBX-CUSTOMER-NUM
               SET WS-ACT-MATCH-IDX TO ACT-IDX
           END-IF.

       P530-FIND-EARLIEST-OPEN.
           MOVE ZERO TO WS-IMS-MATCH-IDX
           MOVE 99999999 TO WS-IMS-BEST-DUE
           MOVE HIGH-VALUES TO WS-IMS-BEST-POLICY
           PERFORM P531-CHECK-OPEN-ENTRY
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT.
       P530-EXIT.
           EXIT.

      *    An account payment ranks every policy of the customer
      *    together; the policy number breaks a tie on due date.
       P531-CHECK-OPEN-ENTRY.
           IF ((ACCOUNT-PAYMENT AND
                WS-IMS-CUSTOMER-NUM (IMS-IDX) = LBX-CUSTOMER-NUM) OR
               (NOT ACCOUNT-PAYMENT AND
                WS-IMS-POLICY-NUM (IMS-IDX) = LBX-POLICY-NUM)) AND
              (WS-IMS-PAY-STATUS (IMS-IDX) = 'O' OR
               WS-IMS-PAY-STATUS (IMS-IDX) = 'S') AND
              (WS-IMS-DUE-DATE (IMS-IDX) < WS-IMS-BEST-DUE OR
               (WS-IMS-DUE-DATE (IMS-IDX) = WS-IMS-BEST-DUE AND
                WS-IMS-POLICY-NUM (IMS-IDX) < WS-IMS-BEST-POLICY))
               SET WS-IMS-MATCH-IDX TO IMS-IDX
               MOVE WS-IMS-DUE-DATE (IMS-IDX) TO WS-IMS-BEST-DUE
               MOVE WS-IMS-POLICY-NUM (IMS-IDX) TO WS-IMS-BEST-POLICY
           END-IF.

       P540-APPLY-TO-INSTALLMENT.
           MOVE ZERO TO WS-IMS-LAST-NOTICE (IMS-IDX)
           SUBTRACT WS-APPLIED-THIS-INST FROM WS-REMAINING-CASH
           ADD WS-APPLIED-THIS-INST TO WS-APPLIED-THIS-PMT
           ADD WS-APPLIED-THIS-INST TO WS-TOTAL-APPLIED
           MOVE WS-IMS-POLICY-NUM (IMS-IDX) TO WS-ERN-POLICY
           PERFORM P545-EARN-COMMISSION THRU P545-EXIT.

      *----------------------------------------------------------------*
      * EARN COMMISSION ON THE POLICY JUST PAID: FOR EACH OF ITS TERMS *
      * STILL EARNING, THE WRITTEN COMMISSION TIMES THE SHARE OF THE   *
      * TERM'S INSTALLMENTS PAID, LESS WHAT WAS EARNED BEFORE, GOES TO *
      * THE AGENCY ON AGTEARN.DAT.  A CANCELLED INSTALLMENT COUNTS     *
      * ONLY FOR WHAT WAS PAID ON IT.                                  *
      *----------------------------------------------------------------*
       P545-EARN-COMMISSION.
           IF NOT EARNED-FILE-OPEN
               GO TO P545-EXIT
           END-IF
           PERFORM P546-EARN-ONE-TERM THRU P546-EXIT
                   VARYING CER-IDX FROM 1 BY 1
                   UNTIL CER-IDX > WS-CER-COUNT.

       P545-EXIT.
           EXIT.

       P546-EARN-ONE-TERM.
           IF WS-CER-POLICY (CER-IDX) NOT = WS-ERN-POLICY OR
              WS-CER-STATUS (CER-IDX) NOT = 'A'
               GO TO P546-EXIT
           END-IF
           MOVE ZERO TO WS-ERN-DUE-TOTAL
           MOVE ZERO TO WS-ERN-PAID-TOTAL
           PERFORM P547-SUM-TERM-INSTALLMENT
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT
           IF WS-ERN-DUE-TOTAL = ZERO
               GO TO P546-EXIT
           END-IF
           IF WS-ERN-PAID-TOTAL > WS-ERN-DUE-TOTAL
               MOVE WS-ERN-DUE-TOTAL TO WS-ERN-PAID-TOTAL
           END-IF
           COMPUTE WS-ERN-TARGET ROUNDED =
               WS-CER-WRITTEN (CER-IDX) * WS-ERN-PAID-TOTAL
               / WS-ERN-DUE-TOTAL
           IF WS-ERN-TARGET NOT > WS-CER-EARNED (CER-IDX)
               GO TO P546-EXIT
           END-IF

           COMPUTE WS-ERN-AMOUNT =
               WS-ERN-TARGET - WS-CER-EARNED (CER-IDX)
           MOVE WS-ERN-TARGET TO WS-CER-EARNED (CER-IDX)
           MOVE WS-CURRENT-DATE TO WS-CER-ACTIVITY (CER-IDX)
           IF WS-CER-EARNED (CER-IDX) NOT < WS-CER-WRITTEN (CER-IDX)
               MOVE 'E' TO WS-CER-STATUS (CER-IDX)
               ADD 1 TO WS-FULLY-EARNED-CNT
           END-IF
           MOVE 'Y' TO WS-EARNING-CHANGED-IND
           ADD 1 TO WS-EARNED-CNT
           ADD WS-ERN-AMOUNT TO WS-EARNED-TOTAL

      *    No premium on the line -- the agency was credited with the
      *    production when the policy was written.
           MOVE WS-ERN-AMOUNT TO WS-ERN-CSV
           MOVE SPACES TO EARNED-COMM-LINE
           STRING FUNCTION TRIM(WS-CER-CUSTOMER (CER-IDX)) ','
                  FUNCTION TRIM(WS-CER-AGENCY (CER-IDX)) ','
                  '0.00,'
                  FUNCTION TRIM(WS-ERN-CSV) ','
                  FUNCTION TRIM(WS-CER-POLICY (CER-IDX))
                  DELIMITED BY SIZE INTO EARNED-COMM-LINE
           WRITE EARNED-COMM-LINE.

       P546-EXIT.
           EXIT.

       P547-SUM-TERM-INSTALLMENT.
           IF WS-IMS-POLICY-NUM (IMS-IDX) = WS-ERN-POLICY AND
              WS-IMS-DUE-DATE (IMS-IDX) NOT <
                  WS-CER-EFFECTIVE (CER-IDX) AND
              WS-IMS-DUE-DATE (IMS-IDX) < WS-CER-EXPIRY (CER-IDX)
               IF WS-IMS-PAY-STATUS (IMS-IDX) = 'X'
                   ADD WS-IMS-PAID-AMOUNT (IMS-IDX)
                       TO WS-ERN-DUE-TOTAL
               ELSE
                   ADD WS-IMS-TOTAL-DUE (IMS-IDX) TO WS-ERN-DUE-TOTAL
               END-IF
               ADD WS-IMS-PAID-AMOUNT (IMS-IDX) TO WS-ERN-PAID-TOTAL
           END-IF.

      *    LGAPREF1 reads the OVERPAYMENT lines back by column to
      *    refund them -- keep the fixed-width layout.
       P560-WRITE-UNAPPLIED-LINE.
           MOVE WS-REMAINING-CASH TO WS-AMT-DISPLAY
           MOVE SPACES TO UNAPPLIED-LINE
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *----------------------------------------------------------------*
      * APPLY THE DAY'S SETTLED ACH AUTO-DRAFTS.  LGAPACH1 WRITES      *
      * THEM IN LOCKBOX LAYOUT, SO EACH GOES THROUGH THE SAME          *
      * MATCHING AS A LOCKBOX PAYMENT.  NO FILE MEANS NO DRAFTS.       *
      *----------------------------------------------------------------*
       P580-APPLY-ACH-DRAFTS.
           OPEN INPUT ACH-PAYMENT-FILE
           IF NOT ACH-PAYMENT-OK
               GO TO P580-EXIT
           END-IF
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE '          ACH AUTO-DRAFTS' TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM P590-READ-ACH-DRAFT
           PERFORM UNTIL ACH-PAYMENT-EOF
               ADD 1 TO WS-ACH-DRAFT-CNT
               ADD LBX-PAYMENT-AMOUNT TO WS-TOTAL-ACH-DRAFTS
               PERFORM P520-APPLY-PAYMENT THRU P520-EXIT
               PERFORM P590-READ-ACH-DRAFT
           END-PERFORM
           CLOSE ACH-PAYMENT-FILE.

       P580-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPLY YESTERDAY'S COUNTER AND PHONE PAYMENTS FROM LGBI.  EACH  *
      * IS RECAST IN LOCKBOX LAYOUT -- THE RECEIPT OR CHECK REFERENCE  *
      * STANDING IN FOR THE BANK REFERENCE AND THE ENTRY DATE FOR THE  *
      * PAYMENT DATE -- AND MATCHED LIKE ANY OTHER PAYMENT.  NO FILE   *
      * MEANS NONE WERE TAKEN.                                         *
      *----------------------------------------------------------------*
       P585-APPLY-COUNTER-PAYMENTS.
           OPEN INPUT COUNTER-PAYMENT-FILE
           IF NOT COUNTER-PAYMENT-OK
               GO TO P585-EXIT
           END-IF
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE '          COUNTER PAYMENTS' TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM P595-READ-COUNTER-PAYMENT
           PERFORM UNTIL COUNTER-PAYMENT-EOF
               MOVE SPACES TO LOCKBOX-RECORD
               MOVE CTP-POLICY-NUM TO LBX-POLICY-NUM
               MOVE CTP-CUSTOMER-NUM TO LBX-CUSTOMER-NUM
               MOVE CTP-ENTRY-DATE TO LBX-PAYMENT-DATE
               MOVE CTP-AMOUNT TO LBX-PAYMENT-AMOUNT
               MOVE CTP-REFERENCE TO LBX-BANK-REFERENCE
               ADD 1 TO WS-COUNTER-PAY-CNT
               ADD LBX-PAYMENT-AMOUNT TO WS-TOTAL-COUNTER-PAY
               PERFORM P520-APPLY-PAYMENT THRU P520-EXIT
               PERFORM P595-READ-COUNTER-PAYMENT
           END-PERFORM
           CLOSE COUNTER-PAYMENT-FILE.

       P585-EXIT.
           EXIT.

       P590-READ-ACH-DRAFT.
           READ ACH-PAYMENT-FILE INTO LOCKBOX-RECORD
           END-READ.

       P595-READ-COUNTER-PAYMENT.
           READ COUNTER-PAYMENT-FILE
           END-READ.

       P600-REWRITE-MASTER.
      *    A table that overflowed at load is missing records --
      *    rewriting the master from it would destroy them, the same
               MOVE 8 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF
           MOVE 'INSTMST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN OUTPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               DISPLAY 'ERROR: Cannot rewrite installment master: '
           MOVE WS-IMS-PAY-STATUS (IMS-IDX) TO IMS-PAY-STATUS
           MOVE WS-IMS-DUN-LEVEL (IMS-IDX) TO IMS-DUN-LEVEL
           MOVE WS-IMS-LAST-NOTICE (IMS-IDX) TO IMS-LAST-NOTICE-DATE
           MOVE WS-IMS-INVOICE-DATE (IMS-IDX) TO IMS-INVOICE-DATE
           WRITE INSTALLMENT-MASTER-RECORD.

      *    A table that overflowed at load is missing records --
      *    rewriting the master from it would destroy them.
       P620-REWRITE-EARNING-MASTER.
           IF NOT EARNING-MASTER-CHANGED
               GO TO P620-EXIT
           END-IF
           IF EARNING-TABLE-FULL
               DISPLAY 'ERROR: Earning master exceeds the in-core '
                       'table - master not rewritten'
               MOVE 8 TO RETURN-CODE
               GO TO P620-EXIT
           END-IF
           MOVE 'COMMEARN.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN OUTPUT EARNING-MASTER-FILE
           IF NOT EARNING-MASTER-OK
               DISPLAY 'ERROR: Cannot rewrite earning master: '
                       WS-CER-STAT
               MOVE 8 TO RETURN-CODE
               GO TO P620-EXIT
           END-IF
           PERFORM P621-WRITE-EARNING
                   VARYING CER-IDX FROM 1 BY 1
                   UNTIL CER-IDX > WS-CER-COUNT
           CLOSE EARNING-MASTER-FILE.

       P620-EXIT.
           EXIT.

       P621-WRITE-EARNING.
           MOVE SPACES TO COMMISSION-EARNING-RECORD
           MOVE WS-CER-POLICY (CER-IDX) TO CER-POLICY-NUM
           MOVE WS-CER-AGENCY (CER-IDX) TO CER-AGENCY-CODE
           MOVE WS-CER-CUSTOMER (CER-IDX) TO CER-CUSTOMER-NUM
           MOVE WS-CER-EFFECTIVE (CER-IDX) TO CER-EFFECTIVE-DATE
           MOVE WS-CER-EXPIRY (CER-IDX) TO CER-EXPIRY-DATE
           MOVE WS-CER-PREMIUM (CER-IDX) TO CER-PREMIUM
           MOVE WS-CER-WRITTEN (CER-IDX) TO CER-COMM-WRITTEN
           MOVE WS-CER-EARNED (CER-IDX) TO CER-COMM-EARNED
           MOVE WS-CER-ACTIVITY (CER-IDX) TO CER-LAST-ACTIVITY-DATE
           MOVE WS-CER-STATUS (CER-IDX) TO CER-STATUS
           WRITE COMMISSION-EARNING-RECORD.

      *----------------------------------------------------------------*
      * RECEIVABLES BALANCE BY POLICY -- EVERY POLICY WITH AN OPEN OR  *
      * SHORT-PAID INSTALLMENT, WITH ITS OPEN COUNT AND BALANCE, PLUS  *
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-ACH-DRAFTS TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  of which ACH Drafts:' WS-ACH-DRAFT-CNT
                  '  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-COUNTER-PAY TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  of which Counter:   ' WS-COUNTER-PAY-CNT
                  '  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           STRING 'Installments Paid:    ' WS-FULL-PAY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Unapplied Items:      ' WS-UNAPPLIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Commission Earnings:  ' WS-EARNED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING '  Terms Fully Earned: ' WS-FULLY-EARNED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EARNED-TOTAL TO WS-AMT-DISPLAY
           STRING '  Commission Earned:  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

       P700-CLOSE-FILES.
           CLOSE LOCKBOX-FILE
           CLOSE REGISTER-FILE
           CLOSE UNAPPLIED-FILE
           IF EARNED-FILE-OPEN
               CLOSE EARNED-COMM-FILE
           END-IF.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPPAY1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * ENTER THE INPUT FILE THIS RUN APPLIED IN THE PROCESSED-FILES   *
      * REGISTER, SO A LATER RUN FED THE SAME FILE REFUSES IT.         *
      *----------------------------------------------------------------*
       P985-LOG-INPUT-FINGERPRINT.
           MOVE 'LOG' TO DPR-FUNCTION
           MOVE RETURN-CODE TO DPR-CALLER-RC
           CALL 'LGAPDUP1' USING DUPLICATE-CHECK-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
           MOVE 'LGAPPAY1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-PAYMENT-CNT TO RST-RECORD-COUNT
           MOVE WS-TOTAL-APPLIED TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
               WHEN 4  MOVE 'WARNINGS' TO RST-STATUS-TEXT
               WHEN 8  MOVE 'OUT OF BALANCE' TO RST-STATUS-TEXT
               WHEN 12 MOVE 'FATAL' TO RST-STATUS-TEXT
               WHEN 16 MOVE 'DUPLICATE INPUT' TO RST-STATUS-TEXT
               WHEN OTHER MOVE 'CHECK LOG' TO RST-STATUS-TEXT
           END-EVALUATE
           WRITE RUN-STATUS-RECORD
