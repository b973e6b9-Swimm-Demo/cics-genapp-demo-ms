       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPINV1.
      *================================================================*
      * PROGRAM: LGAPINV1 - PRE-DUE INSTALLMENT INVOICES              *
      * PURPOSE: NIGHTLY BILL PRINT.  EVERY OPEN INSTALLMENT ON THE   *
      *          INSTALLMENT MASTER FALLING DUE WITHIN                *
      *          INV_LEAD_DAYS THAT HAS NOT YET BEEN BILLED DRAWS AN  *
      *          INVOICE (INVOICE.DAT) SHOWING THE AMOUNT DUE, ANY    *
      *          PAST-DUE OR SHORT-PAID CARRYOVER ON THE POLICY, THE  *
      *          REST OF THE SCHEDULE, AND A REMITTANCE STUB WITH THE *
      *          POLICY NUMBER AND BANK REFERENCE THE LOCKBOX KEYS    *
      *          ON.  A POLICY DRAFTED BY ACH (ACHENRL.DAT, LGAPACH1) *
      *          GETS A DRAFT NOTICE INSTEAD.  CUSTOMERS BILLED AS    *
      *          ONE ACCOUNT ARE LEFT TO LGAPABL1'S ACCOUNT BILL,     *
      *          AND AN AGENCY-BILLED POLICY TO ITS AGENCY.           *
      *          THE BILL DATE IS STAMPED ON THE INSTALLMENT SO A     *
      *          MISSED NIGHT IS CAUGHT UP AND NOTHING BILLS TWICE.   *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-MASTER-FILE ASSIGN TO 'INSTMST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

      *    ACH enrollments and account-billed customers.  Optional.
           SELECT ENROLLMENT-FILE ASSIGN TO 'ACHENRL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENR-STAT.

           SELECT ACCOUNT-BILL-FILE ASSIGN TO 'ACCTBILL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ABL-STAT.

      *    Policy master, for the bill type -- the agency bills its
      *    own clients on an agency-billed policy.  Optional.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT INVOICE-FILE ASSIGN TO 'INVOICE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INV-STAT.

           SELECT REPORT-FILE ASSIGN TO 'INVRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  ENROLLMENT-FILE.
           COPY ACHENRL.

       FD  ACCOUNT-BILL-FILE.
           COPY ACCTBILL.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  INVOICE-FILE.
       01  INVOICE-LINE                PIC X(133).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-IMS-STAT                 PIC X(2).
           88 INST-MASTER-OK           VALUE '00'.
           88 INST-MASTER-EOF          VALUE '10'.

       01  WS-ENR-STAT                 PIC X(2).
           88 ENROLLMENT-OK            VALUE '00'.
           88 ENROLLMENT-EOF           VALUE '10'.

       01  WS-ABL-STAT                 PIC X(2).
           88 ACCOUNT-BILL-OK          VALUE '00'.
           88 ACCOUNT-BILL-EOF         VALUE '10'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-POLICY-MASTER-OPEN       PIC X VALUE 'N'.
           88 POLICY-MASTER-IS-OPEN    VALUE 'Y'.

       01  WS-INV-STAT                 PIC X(2).
           88 INVOICE-OK               VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * BILLING TERMS (CONFIG KEY INV_LEAD_DAYS) -- HOW FAR AHEAD OF   *
      * THE DUE DATE THE INVOICE GOES OUT.                             *
      *----------------------------------------------------------------*
       01  WS-INVOICE-TERMS.
           05 WS-INV-LEAD-DAYS         PIC 9(3) VALUE 15.

      *----------------------------------------------------------------*
      * POLICIES DRAFTED BY ACH -- ACTIVE ENROLLMENTS WHOSE PRE-NOTE   *
      * HAS VERIFIED, THE SAME TEST LGAPACH1 DRAFTS ON.                *
      *----------------------------------------------------------------*
       01  WS-ENROLLMENT-TABLE.
           05 WS-ENR-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-ENR-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY ENR-IDX.
              10 WS-ENR-POLICY-NUM     PIC X(12).
              10 WS-ENR-ACCOUNT-NUM    PIC X(17).

       01  WS-ENR-MATCH-IDX            PIC 9(4) VALUE ZERO.

       01  WS-ACCOUNT-CUSTOMERS.
           05 WS-ACT-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-ACT-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY ACT-IDX.
              10 WS-ACT-CUSTOMER-NUM   PIC X(10).

       01  WS-ACT-MATCH-IDX            PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
      * IN-CORE INSTALLMENT MASTER, HELD AS WHOLE RECORDS THE WAY THE  *
      * DUNNING RUN HOLDS IT.                                          *
      *----------------------------------------------------------------*
       01  WS-INSTALLMENT-MASTER.
           05 WS-IMS-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-IMS-ENTRY             OCCURS 20000 TIMES
                                       INDEXED BY IMS-IDX SCH-IDX.
              10 WS-IMS-RECORD         PIC X(100).

       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 MASTER-TABLE-FULL        VALUE 'Y'.
       01  WS-IMS-CHANGED-IND          PIC X VALUE 'N'.
           88 INST-MASTER-CHANGED      VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE INSTALLMENT BEING BILLED, HELD WHILE THE REST OF THE       *
      * POLICY'S SCHEDULE IS READ THROUGH THE MASTER RECORD AREA.      *
      *----------------------------------------------------------------*
       01  WS-BILL-INSTALLMENT.
           05 WS-BIL-POLICY-NUM        PIC X(12).
           05 WS-BIL-CUSTOMER-NUM      PIC X(10).
           05 WS-BIL-INST-NO           PIC 99.
           05 WS-BIL-INST-COUNT        PIC 99.
           05 WS-BIL-DUE-DATE          PIC 9(8).
           05 WS-BIL-BALANCE           PIC 9(8)V99.

       01  WS-BILL-WORK.
           05 WS-BALANCE-DUE           PIC 9(8)V99.
           05 WS-CARRYOVER             PIC 9(10)V99.
           05 WS-AMOUNT-DUE            PIC 9(10)V99.
           05 WS-SCHEDULE-LINE-CNT     PIC 9(3).
           05 WS-ACH-DRAFT-IND         PIC X(1).
              88 ACH-DRAFTED           VALUE 'Y'.

      *    The bank reference on the stub -- the lockbox carries it
      *    back on the payment record.
       01  WS-BANK-REFERENCE.
           05 FILLER                   PIC X(2) VALUE 'IN'.
           05 WS-REF-POLICY-NUM        PIC X(12).
           05 WS-REF-INST-NO           PIC 99.

       01  WS-STUB-RULE                PIC X(60) VALUE
           '- - - - - DETACH AND RETURN WITH YOUR PAYMENT - - - - -'.

       01  WS-ACCOUNT-WORK.
           05 WS-ACCOUNT-LEN           PIC 9(2).
           05 WS-ACCOUNT-START         PIC 9(2).
           05 WS-ACCOUNT-LAST4         PIC X(4).

       01  WS-COUNTERS.
           05 WS-INVOICE-CNT           PIC 9(6) VALUE ZERO.
           05 WS-DRAFT-NOTICE-CNT      PIC 9(6) VALUE ZERO.
           05 WS-ACCOUNT-SKIP-CNT      PIC 9(6) VALUE ZERO.
           05 WS-AGENCY-SKIP-CNT       PIC 9(6) VALUE ZERO.
           05 WS-CARRYOVER-CNT         PIC 9(6) VALUE ZERO.

       01  WS-TOTALS.
           05 WS-INVOICED-TOTAL        PIC 9(12)V99 VALUE ZERO.
           05 WS-DRAFT-NOTICE-TOTAL    PIC 9(12)V99 VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-WORK-INT              PIC 9(9).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-LEAD-LIMIT-DATE       PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P250-LOAD-ENROLLMENTS THRU P250-EXIT
           PERFORM P270-LOAD-ACCOUNTS THRU P270-EXIT
           PERFORM P300-LOAD-INSTALLMENT-MASTER THRU P300-EXIT
           IF MASTER-TABLE-FULL
               DISPLAY 'ERROR: Installment master or enrollments '
                       'exceed the in-core tables - nothing billed'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P400-OPEN-FILES
           PERFORM P500-SELECT-INSTALLMENTS
           PERFORM P700-WRITE-SUMMARY
           PERFORM P750-CLOSE-FILES
           PERFORM P800-REWRITE-INSTALLMENTS THRU P800-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'INV_LEAD_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-INV-LEAD-DAYS
               END-IF
               CLOSE CONFIG-FILE
           ELSE
               DISPLAY 'Warning: Config file unavailable - default '
                       'invoice lead time used'
           END-IF
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-INV-LEAD-DAYS
           COMPUTE WS-LEAD-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
                                         (WS-WORK-INT).

       P250-LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF NOT ENROLLMENT-OK
               GO TO P250-EXIT
           END-IF
           PERFORM P260-READ-ENROLLMENT
           PERFORM UNTIL ENROLLMENT-EOF
               IF ENR-ACTIVE AND ENR-PRENOTE-VERIFIED
                   IF WS-ENR-COUNT < 5000
                       ADD 1 TO WS-ENR-COUNT
                       SET ENR-IDX TO WS-ENR-COUNT
                       MOVE ENR-POLICY-NUM
                            TO WS-ENR-POLICY-NUM (ENR-IDX)
                       MOVE ENR-ACCOUNT-NUM
                            TO WS-ENR-ACCOUNT-NUM (ENR-IDX)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL-IND
                   END-IF
               END-IF
               PERFORM P260-READ-ENROLLMENT
           END-PERFORM
           CLOSE ENROLLMENT-FILE.

       P250-EXIT.
           EXIT.

       P260-READ-ENROLLMENT.
           READ ENROLLMENT-FILE
           END-READ.

       P270-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-BILL-FILE
           IF NOT ACCOUNT-BILL-OK
               GO TO P270-EXIT
           END-IF
           PERFORM P280-READ-ACCOUNT
           PERFORM UNTIL ACCOUNT-BILL-EOF
               IF ABL-ACTIVE
                   IF WS-ACT-COUNT < 2000
                       ADD 1 TO WS-ACT-COUNT
                       SET ACT-IDX TO WS-ACT-COUNT
                       MOVE ABL-CUSTOMER-NUM
                            TO WS-ACT-CUSTOMER-NUM (ACT-IDX)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL-IND
                   END-IF
               END-IF
               PERFORM P280-READ-ACCOUNT
           END-PERFORM
           CLOSE ACCOUNT-BILL-FILE.

       P270-EXIT.
           EXIT.

       P280-READ-ACCOUNT.
           READ ACCOUNT-BILL-FILE
           END-READ.

       P300-LOAD-INSTALLMENT-MASTER.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               DISPLAY 'No installment master on file - nothing to '
                       'bill'
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-INSTALLMENT
           PERFORM UNTIL INST-MASTER-EOF
               IF WS-IMS-COUNT < 20000
                   ADD 1 TO WS-IMS-COUNT
                   SET IMS-IDX TO WS-IMS-COUNT
                   MOVE INSTALLMENT-MASTER-RECORD
                        TO WS-IMS-RECORD (IMS-IDX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               END-IF
               PERFORM P310-READ-INSTALLMENT
           END-PERFORM
           CLOSE INSTALLMENT-MASTER-FILE.

       P300-EXIT.
           EXIT.

       P310-READ-INSTALLMENT.
           READ INSTALLMENT-MASTER-FILE
           END-READ.

       P400-OPEN-FILES.
           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-POLICY-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: policy master unavailable - bill '
                       'type not checked'
           END-IF

           OPEN OUTPUT INVOICE-FILE
           IF NOT INVOICE-OK
               DISPLAY 'ERROR: Cannot open invoice file: ' WS-INV-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open invoice report: '
                       WS-RPT-STAT
               CLOSE INVOICE-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING '        PRE-DUE INVOICE RUN - ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * SELECT EVERY OPEN, UNBILLED INSTALLMENT DUE FROM TODAY TO      *
      * INV_LEAD_DAYS OUT.                                             *
      *----------------------------------------------------------------*
       P500-SELECT-INSTALLMENTS.
           PERFORM P510-CHECK-INSTALLMENT THRU P510-EXIT
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT.

       P510-CHECK-INSTALLMENT.
           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           IF NOT IMS-OPEN AND NOT IMS-SHORT-PAID
               GO TO P510-EXIT
           END-IF
           IF IMS-DUE-DATE NOT NUMERIC OR
              IMS-DUE-DATE < WS-CURRENT-DATE OR
              IMS-DUE-DATE > WS-LEAD-LIMIT-DATE OR
              IMS-TOTAL-DUE NOT > IMS-PAID-AMOUNT
               GO TO P510-EXIT
           END-IF
      *    Records written before the bill date was carried read it
      *    back as spaces -- not yet billed.
           IF IMS-INVOICE-DATE NUMERIC AND
              IMS-INVOICE-DATE > ZERO
               GO TO P510-EXIT
           END-IF

           MOVE ZERO TO WS-ACT-MATCH-IDX
           PERFORM P515-CHECK-ACCOUNT
                   VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > WS-ACT-COUNT
                      OR WS-ACT-MATCH-IDX > ZERO
           IF WS-ACT-MATCH-IDX > ZERO
               ADD 1 TO WS-ACCOUNT-SKIP-CNT
               GO TO P510-EXIT
           END-IF

      *    A schedule left over from before the policy went agency
      *    billed is the agency's to collect, not ours to invoice.
           IF POLICY-MASTER-IS-OPEN
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

           MOVE IMS-POLICY-NUM TO WS-BIL-POLICY-NUM
           MOVE IMS-CUSTOMER-NUM TO WS-BIL-CUSTOMER-NUM
           MOVE IMS-INSTALLMENT-NO TO WS-BIL-INST-NO
           MOVE IMS-INSTALLMENT-COUNT TO WS-BIL-INST-COUNT
           MOVE IMS-DUE-DATE TO WS-BIL-DUE-DATE
           COMPUTE WS-BIL-BALANCE = IMS-TOTAL-DUE - IMS-PAID-AMOUNT

           MOVE ZERO TO WS-ENR-MATCH-IDX
           PERFORM P516-CHECK-ENROLLMENT
                   VARYING ENR-IDX FROM 1 BY 1
                   UNTIL ENR-IDX > WS-ENR-COUNT
                      OR WS-ENR-MATCH-IDX > ZERO
           IF WS-ENR-MATCH-IDX > ZERO
               MOVE 'Y' TO WS-ACH-DRAFT-IND
           ELSE
               MOVE 'N' TO WS-ACH-DRAFT-IND
           END-IF

      *    Anything on the policy already past due and still open --
      *    unpaid or short-paid -- is carried onto this bill.
           MOVE ZERO TO WS-CARRYOVER
           PERFORM P520-ADD-CARRYOVER
                   VARYING SCH-IDX FROM 1 BY 1
                   UNTIL SCH-IDX > WS-IMS-COUNT
           IF WS-CARRYOVER > ZERO
               ADD 1 TO WS-CARRYOVER-CNT
           END-IF

           IF ACH-DRAFTED
               PERFORM P600-WRITE-DRAFT-NOTICE
           ELSE
               PERFORM P550-WRITE-INVOICE
           END-IF

           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           MOVE WS-CURRENT-DATE TO IMS-INVOICE-DATE
           MOVE INSTALLMENT-MASTER-RECORD TO WS-IMS-RECORD (IMS-IDX)
           MOVE 'Y' TO WS-IMS-CHANGED-IND.

       P510-EXIT.
           EXIT.

       P515-CHECK-ACCOUNT.
           IF WS-ACT-CUSTOMER-NUM (ACT-IDX) = IMS-CUSTOMER-NUM
               SET WS-ACT-MATCH-IDX TO ACT-IDX
           END-IF.

       P516-CHECK-ENROLLMENT.
           IF WS-ENR-POLICY-NUM (ENR-IDX) = IMS-POLICY-NUM
               SET WS-ENR-MATCH-IDX TO ENR-IDX
           END-IF.

       P520-ADD-CARRYOVER.
           MOVE WS-IMS-RECORD (SCH-IDX) TO INSTALLMENT-MASTER-RECORD
           IF IMS-POLICY-NUM = WS-BIL-POLICY-NUM AND
              (IMS-OPEN OR IMS-SHORT-PAID) AND
              IMS-DUE-DATE < WS-CURRENT-DATE AND
              IMS-TOTAL-DUE > IMS-PAID-AMOUNT
               COMPUTE WS-CARRYOVER = WS-CARRYOVER +
                   IMS-TOTAL-DUE - IMS-PAID-AMOUNT
           END-IF.

      *----------------------------------------------------------------*
      * THE INVOICE: THIS INSTALLMENT, THE CARRYOVER, THE REST OF THE  *
      * SCHEDULE, AND THE REMITTANCE STUB.                             *
      *----------------------------------------------------------------*
       P550-WRITE-INVOICE.
           COMPUTE WS-AMOUNT-DUE = WS-BIL-BALANCE + WS-CARRYOVER
           ADD 1 TO WS-INVOICE-CNT
           ADD WS-AMOUNT-DUE TO WS-INVOICED-TOTAL

           MOVE SPACES TO INVOICE-LINE
           STRING 'INSTALLMENT INVOICE  POLICY ' WS-BIL-POLICY-NUM
                  '  CUSTOMER ' WS-BIL-CUSTOMER-NUM
                  '  INVOICE DATE ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE WS-BIL-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO INVOICE-LINE
           STRING '    INSTALLMENT ' WS-BIL-INST-NO
                  ' OF ' WS-BIL-INST-COUNT
                  ' DUE ' WS-BIL-DUE-DATE
                  '            ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           IF WS-CARRYOVER > ZERO
               MOVE WS-CARRYOVER TO WS-AMT-DISPLAY
               MOVE SPACES TO INVOICE-LINE
               STRING '    PAST-DUE / SHORT-PAID CARRYOVER      '
                      '    ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF
           MOVE WS-AMOUNT-DUE TO WS-AMT-DISPLAY
           MOVE SPACES TO INVOICE-LINE
           STRING '    AMOUNT DUE BY ' WS-BIL-DUE-DATE
                  '                 ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE

           PERFORM P560-WRITE-SCHEDULE

           MOVE WS-BIL-POLICY-NUM TO WS-REF-POLICY-NUM
           MOVE WS-BIL-INST-NO TO WS-REF-INST-NO
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE WS-STUB-RULE TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING 'REMIT  POLICY ' WS-BIL-POLICY-NUM
                  '  CUSTOMER ' WS-BIL-CUSTOMER-NUM
                  '  AMOUNT DUE ' WS-AMT-DISPLAY
                  '  DUE BY ' WS-BIL-DUE-DATE
                  DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           STRING '       BANK REFERENCE ' WS-BANK-REFERENCE
                  DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'INVOICE       POLICY ' WS-BIL-POLICY-NUM
                  ' INST ' WS-BIL-INST-NO
                  ' DUE ' WS-BIL-DUE-DATE
                  ' AMOUNT DUE ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P560-WRITE-SCHEDULE.
           MOVE '    REMAINING SCHEDULE' TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE ZERO TO WS-SCHEDULE-LINE-CNT
           PERFORM P570-WRITE-SCHEDULE-LINE
                   VARYING SCH-IDX FROM 1 BY 1
                   UNTIL SCH-IDX > WS-IMS-COUNT
           IF WS-SCHEDULE-LINE-CNT = ZERO
               MOVE '        NONE - THIS IS THE FINAL INSTALLMENT'
                    TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.

       P570-WRITE-SCHEDULE-LINE.
           MOVE WS-IMS-RECORD (SCH-IDX) TO INSTALLMENT-MASTER-RECORD
           IF IMS-POLICY-NUM = WS-BIL-POLICY-NUM AND
              (IMS-OPEN OR IMS-SHORT-PAID) AND
              IMS-DUE-DATE > WS-BIL-DUE-DATE AND
              IMS-TOTAL-DUE > IMS-PAID-AMOUNT
               ADD 1 TO WS-SCHEDULE-LINE-CNT
               COMPUTE WS-BALANCE-DUE = IMS-TOTAL-DUE - IMS-PAID-AMOUNT
               MOVE WS-BALANCE-DUE TO WS-AMT-DISPLAY
               MOVE SPACES TO INVOICE-LINE
               STRING '        INSTALLMENT ' IMS-INSTALLMENT-NO
                      ' DUE ' IMS-DUE-DATE
                      '        ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.

      *----------------------------------------------------------------*
      * THE DRAFT NOTICE: LGAPACH1 DRAFTS THE INSTALLMENT ON ITS DUE   *
      * DATE, SO NOTHING IS REMITTED FOR IT.  A CARRYOVER IS NOT       *
      * DRAFTED AND STILL CARRIES A REMITTANCE STUB.                   *
      *----------------------------------------------------------------*
       P600-WRITE-DRAFT-NOTICE.
           ADD 1 TO WS-DRAFT-NOTICE-CNT
           ADD WS-BIL-BALANCE TO WS-DRAFT-NOTICE-TOTAL
           SET ENR-IDX TO WS-ENR-MATCH-IDX
           MOVE ZERO TO WS-ACCOUNT-LEN
           INSPECT WS-ENR-ACCOUNT-NUM (ENR-IDX)
                   TALLYING WS-ACCOUNT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACCOUNT-LEN > 4
               COMPUTE WS-ACCOUNT-START = WS-ACCOUNT-LEN - 3
               MOVE WS-ENR-ACCOUNT-NUM (ENR-IDX) (WS-ACCOUNT-START:4)
                    TO WS-ACCOUNT-LAST4
           ELSE
               MOVE WS-ENR-ACCOUNT-NUM (ENR-IDX) (1:4)
                    TO WS-ACCOUNT-LAST4
           END-IF

           MOVE SPACES TO INVOICE-LINE
           STRING 'ACH DRAFT NOTICE     POLICY ' WS-BIL-POLICY-NUM
                  '  CUSTOMER ' WS-BIL-CUSTOMER-NUM
                  '  NOTICE DATE ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE WS-BIL-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO INVOICE-LINE
           STRING '    INSTALLMENT ' WS-BIL-INST-NO
                  ' OF ' WS-BIL-INST-COUNT
                  ' OF ' WS-AMT-DISPLAY
                  ' WILL BE DRAFTED ON ' WS-BIL-DUE-DATE
                  ' FROM ACCOUNT ENDING ' WS-ACCOUNT-LAST4
                  DELIMITED BY SIZE INTO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE '    NO PAYMENT IS NEEDED FOR THIS INSTALLMENT.'
                TO INVOICE-LINE
           WRITE INVOICE-LINE

           PERFORM P560-WRITE-SCHEDULE

           IF WS-CARRYOVER > ZERO
               MOVE WS-CARRYOVER TO WS-AMT-DISPLAY
               MOVE WS-BIL-POLICY-NUM TO WS-REF-POLICY-NUM
               MOVE ZERO TO WS-REF-INST-NO
               MOVE SPACES TO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE WS-STUB-RULE TO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE SPACES TO INVOICE-LINE
               STRING 'REMIT  POLICY ' WS-BIL-POLICY-NUM
                      '  CUSTOMER ' WS-BIL-CUSTOMER-NUM
                      '  PAST-DUE BALANCE NOT DRAFTED '
                      WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE SPACES TO INVOICE-LINE
               STRING '       BANK REFERENCE ' WS-BANK-REFERENCE
                      DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE

           MOVE WS-BIL-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'DRAFT NOTICE  POLICY ' WS-BIL-POLICY-NUM
                  ' INST ' WS-BIL-INST-NO
                  ' DUE ' WS-BIL-DUE-DATE
                  ' AMOUNT     ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P700-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Lead Days:            ' WS-INV-LEAD-DAYS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INVOICED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Invoices Issued:      ' WS-INVOICE-CNT
                  '  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DRAFT-NOTICE-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Draft Notices Issued: ' WS-DRAFT-NOTICE-CNT
                  '  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'With Carryover:       ' WS-CARRYOVER-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Left to Account Bill: ' WS-ACCOUNT-SKIP-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Agency Billed:        ' WS-AGENCY-SKIP-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P750-CLOSE-FILES.
           IF POLICY-MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           CLOSE INVOICE-FILE
           CLOSE REPORT-FILE.

       P800-REWRITE-INSTALLMENTS.
           IF NOT INST-MASTER-CHANGED
               GO TO P800-EXIT
           END-IF
           OPEN OUTPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               DISPLAY 'ERROR: Cannot rewrite installment master: '
                       WS-IMS-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P800-EXIT
           END-IF
           PERFORM P810-WRITE-INSTALLMENT
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT
           CLOSE INSTALLMENT-MASTER-FILE.

       P800-EXIT.
           EXIT.

       P810-WRITE-INSTALLMENT.
           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           WRITE INSTALLMENT-MASTER-RECORD.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
      * RESTART DECISIONS SHOULD NOT REQUIRE GREPPING SYSOUT.          *
      *----------------------------------------------------------------*
       P990-WRITE-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF NOT RUN-STATUS-OK
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           IF NOT RUN-STATUS-OK
               GO TO P990-EXIT
           END-IF
           MOVE 'LGAPINV1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           COMPUTE RST-RECORD-COUNT =
               WS-INVOICE-CNT + WS-DRAFT-NOTICE-CNT
           MOVE WS-INVOICED-TOTAL TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
           EVALUATE RETURN-CODE
               WHEN 0  MOVE 'CLEAN' TO RST-STATUS-TEXT
               WHEN 4  MOVE 'WARNINGS' TO RST-STATUS-TEXT
               WHEN 8  MOVE 'OUT OF BALANCE' TO RST-STATUS-TEXT
               WHEN 12 MOVE 'FATAL' TO RST-STATUS-TEXT
               WHEN OTHER MOVE 'CHECK LOG' TO RST-STATUS-TEXT
           END-EVALUATE
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.

       P990-EXIT.
           EXIT.
