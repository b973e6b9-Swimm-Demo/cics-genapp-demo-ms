       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPACH1.
      *================================================================*
      * PROGRAM: LGAPACH1 - ACH AUTO-DRAFT ORIGINATION / RETURNS      *
      * PURPOSE: DRAFTS ENROLLED CUSTOMERS' BANK ACCOUNTS FOR THEIR   *
      *          INSTALLMENTS.  EACH MORNING, AHEAD OF LGAPPAY1:      *
      *            - APPLIES ENROLLMENT MAINTENANCE (ACHMAINT.DAT) TO *
      *              THE ENROLLMENT MASTER; A NEW OR CHANGED ACCOUNT  *
      *              IS PRE-NOTED BEFORE IT IS EVER DRAFTED;          *
      *            - WORKS THE BANK'S RETURNED ITEMS (ACHRTN.DAT):    *
      *              A RETURNED DRAFT ALREADY POSTED IS REVERSED OFF  *
      *              THE INSTALLMENT, WHICH REOPENS IT FOR LGAPDUN1'S *
      *              DUNNING CYCLE, AND REPEATED RETURNS SUSPEND THE  *
      *              ENROLLMENT;                                      *
      *            - POSTS DRAFTS REACHING THEIR EFFECTIVE DATE TO    *
      *              ACHPAY.DAT, IN LOCKBOX FORMAT, FOR LGAPPAY1 TO   *
      *              APPLY THROUGH ITS USUAL MATCHING;                *
      *            - BUILDS THE NACHA PPD DEBIT FILE (ACHDEBIT.DAT)   *
      *              FOR INSTALLMENTS FALLING DUE WITHIN              *
      *              ACH_LEAD_DAYS, PLUS ANY PRE-NOTES.               *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Enrollments, account changes, cancellations and
      *    reinstatements keyed by the billing desk.
           SELECT ACH-MAINT-FILE ASSIGN TO 'ACHMAINT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACM-STAT.

           SELECT ENROLLMENT-FILE ASSIGN TO 'ACHENRL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENR-STAT.

           SELECT INSTALLMENT-MASTER-FILE ASSIGN TO 'INSTMST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

           SELECT DRAFT-LEDGER-FILE ASSIGN TO 'ACHDRAFT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADR-STAT.

      *    Returned items as received from the bank.
           SELECT RETURN-ITEM-FILE ASSIGN TO 'ACHRTN.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ART-STAT.

      *    Outbound NACHA file for transmission to the bank.
           SELECT NACHA-FILE ASSIGN TO 'ACHDEBIT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NAC-STAT.

      *    Drafts settled today, laid out as lockbox payments.
           SELECT ACH-PAYMENT-FILE ASSIGN TO 'ACHPAY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-APY-STAT.

      *    Last run date, trace sequence and batch number.
           SELECT ACH-CONTROL-FILE ASSIGN TO 'ACHCTL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACC-STAT.

           SELECT REPORT-FILE ASSIGN TO 'ACHRPT.DAT'
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
       FD  ACH-MAINT-FILE.
       01  ACH-MAINT-RECORD.
           05 ACM-ACTION               PIC X(1).
              88 ACM-ENROLL            VALUE 'A'.
              88 ACM-CHANGE-ACCOUNT    VALUE 'C'.
              88 ACM-CANCEL            VALUE 'X'.
              88 ACM-REINSTATE         VALUE 'R'.
           05 FILLER                   PIC X.
           05 ACM-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X.
           05 ACM-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X.
           05 ACM-ROUTING-NUM          PIC X(9).
           05 FILLER                   PIC X.
           05 ACM-ACCOUNT-NUM          PIC X(17).
           05 FILLER                   PIC X.
           05 ACM-ACCOUNT-TYPE         PIC X(1).
           05 FILLER                   PIC X.
           05 ACM-HOLDER-NAME          PIC X(22).

       FD  ENROLLMENT-FILE.
           COPY ACHENRL.

       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  DRAFT-LEDGER-FILE.
           COPY ACHDRFT.

       FD  RETURN-ITEM-FILE.
       01  RETURN-ITEM-RECORD.
           05 ART-TRACE-NUMBER         PIC 9(15).
           05 FILLER                   PIC X.
           05 ART-RETURN-CODE          PIC X(3).
           05 FILLER                   PIC X.
           05 ART-RETURN-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 ART-AMOUNT               PIC 9(8)V99.

       FD  NACHA-FILE.
       01  NACHA-RECORD                PIC X(94).

       FD  ACH-PAYMENT-FILE.
           COPY LOCKBOX.

       FD  ACH-CONTROL-FILE.
       01  ACH-CONTROL-RECORD.
           05 ACC-LAST-RUN-DATE        PIC 9(8).
           05 FILLER                   PIC X.
           05 ACC-LAST-TRACE-SEQ       PIC 9(7).
           05 FILLER                   PIC X.
           05 ACC-LAST-BATCH-NUM       PIC 9(7).

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

       01  WS-ACM-STAT                 PIC X(2).
           88 ACH-MAINT-OK             VALUE '00'.
           88 ACH-MAINT-EOF            VALUE '10'.

       01  WS-ENR-STAT                 PIC X(2).
           88 ENROLLMENT-OK            VALUE '00'.
           88 ENROLLMENT-EOF           VALUE '10'.

       01  WS-IMS-STAT                 PIC X(2).
           88 INST-MASTER-OK           VALUE '00'.
           88 INST-MASTER-EOF          VALUE '10'.

       01  WS-ADR-STAT                 PIC X(2).
           88 DRAFT-LEDGER-OK          VALUE '00'.
           88 DRAFT-LEDGER-EOF         VALUE '10'.

       01  WS-ART-STAT                 PIC X(2).
           88 RETURN-ITEM-OK           VALUE '00'.
           88 RETURN-ITEM-EOF          VALUE '10'.

       01  WS-NAC-STAT                 PIC X(2).
           88 NACHA-OK                 VALUE '00'.

       01  WS-APY-STAT                 PIC X(2).
           88 ACH-PAYMENT-OK           VALUE '00'.

       01  WS-ACC-STAT                 PIC X(2).
           88 ACH-CONTROL-OK           VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * DRAFTING TERMS (CONFIG KEYS ACH_LEAD_DAYS, ACH_PRENOTE_DAYS,   *
      * ACH_MAX_RETURNS, ACH_RETAIN_DAYS) AND THE ORIGINATOR           *
      * IDENTIFICATION THE BANK ASSIGNED US (ACH_DEST_ROUTING,         *
      * ACH_DEST_NAME, ACH_ORIGIN_ID, ACH_COMPANY_NAME,                *
      * ACH_COMPANY_ID, ACH_ODFI_ROUTING, ACH_ENTRY_DESC).             *
      *----------------------------------------------------------------*
       01  WS-ACH-PARMS.
           05 WS-ACH-LEAD-DAYS         PIC 9(3) VALUE 3.
           05 WS-ACH-PRENOTE-DAYS      PIC 9(3) VALUE 6.
           05 WS-ACH-MAX-RETURNS       PIC 9(2) VALUE 2.
           05 WS-ACH-RETAIN-DAYS       PIC 9(3) VALUE 60.
           05 WS-ACH-DEST-ROUTING      PIC X(9) VALUE '000000000'.
           05 WS-ACH-DEST-NAME         PIC X(23) VALUE SPACES.
           05 WS-ACH-ORIGIN-ID         PIC X(10) VALUE '0000000000'.
           05 WS-ACH-COMPANY-NAME      PIC X(16)
                                       VALUE 'LGAP INSURANCE'.
           05 WS-ACH-COMPANY-ID        PIC X(10) VALUE '0000000000'.
           05 WS-ACH-ODFI-ROUTING      PIC X(8) VALUE '00000000'.
           05 WS-ACH-ENTRY-DESC        PIC X(10) VALUE 'INS PREM'.

      *----------------------------------------------------------------*
      * RUN CONTROL CARRIED FROM ONE RUN TO THE NEXT.                  *
      *----------------------------------------------------------------*
       01  WS-ACH-CONTROL.
           05 WS-LAST-TRACE-SEQ        PIC 9(7) VALUE ZERO.
           05 WS-LAST-BATCH-NUM        PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * IN-CORE ENROLLMENT MASTER -- LOADED WHOLE, MAINTAINED, AND     *
      * REWRITTEN.                                                     *
      *----------------------------------------------------------------*
       01  WS-ENROLLMENT-TABLE.
           05 WS-ENR-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-ENR-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY ENR-IDX.
              10 WS-ENR-POLICY-NUM     PIC X(12).
              10 WS-ENR-CUSTOMER-NUM   PIC X(10).
              10 WS-ENR-ROUTING-NUM    PIC 9(9).
              10 WS-ENR-ACCOUNT-NUM    PIC X(17).
              10 WS-ENR-ACCOUNT-TYPE   PIC X(1).
              10 WS-ENR-HOLDER-NAME    PIC X(22).
              10 WS-ENR-STATUS         PIC X(1).
              10 WS-ENR-PRENOTE-STATUS PIC X(1).
              10 WS-ENR-PRENOTE-DATE   PIC 9(8).
              10 WS-ENR-RETURN-COUNT   PIC 9(2).
              10 WS-ENR-RETURN-CODE    PIC X(3).
              10 WS-ENR-RETURN-DATE    PIC 9(8).
              10 WS-ENR-ENROLL-DATE    PIC 9(8).

       01  WS-ENR-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WS-FIND-POLICY-NUM          PIC X(12).

      *----------------------------------------------------------------*
      * IN-CORE DRAFT LEDGER.  ENTRIES BUILT THIS RUN CARRY THE        *
      * ENROLLMENT THEY DRAW ON AND ARE FLAGGED UNTIL WRITTEN TO A     *
      * NACHA BATCH.                                                   *
      *----------------------------------------------------------------*
       01  WS-DRAFT-TABLE.
           05 WS-ADR-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-ADR-ENTRY             OCCURS 20000 TIMES
                                       INDEXED BY ADR-IDX.
              10 WS-ADR-TRACE-NUMBER   PIC 9(15).
              10 WS-ADR-ENTRY-TYPE     PIC X(1).
              10 WS-ADR-POLICY-NUM     PIC X(12).
              10 WS-ADR-CUSTOMER-NUM   PIC X(10).
              10 WS-ADR-INST-NO        PIC 99.
              10 WS-ADR-AMOUNT         PIC 9(8)V99.
              10 WS-ADR-FILE-DATE      PIC 9(8).
              10 WS-ADR-EFFECTIVE-DATE PIC 9(8).
              10 WS-ADR-STATUS         PIC X(1).
              10 WS-ADR-RETURN-CODE    PIC X(3).
              10 WS-ADR-RETURN-DATE    PIC 9(8).
              10 WS-ADR-NEW-IND        PIC X(1).
                 88 ADR-AWAITING-BATCH VALUE 'Y'.
              10 WS-ADR-ENR-SUB        PIC 9(4).

       01  WS-ADR-MATCH-IDX            PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------*
      * IN-CORE INSTALLMENT MASTER, HELD AS WHOLE RECORDS THE WAY THE  *
      * DUNNING RUN HOLDS IT.                                          *
      *----------------------------------------------------------------*
       01  WS-INSTALLMENT-MASTER.
           05 WS-IMS-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-IMS-ENTRY             OCCURS 20000 TIMES
                                       INDEXED BY IMS-IDX.
              10 WS-IMS-RECORD         PIC X(100).

       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 MASTER-TABLE-FULL        VALUE 'Y'.
       01  WS-IMS-CHANGED-IND          PIC X VALUE 'N'.
           88 INST-MASTER-CHANGED      VALUE 'Y'.

       01  WS-IMS-MATCH-IDX            PIC 9(5) VALUE ZERO.
       01  WS-IMS-BEST-DUE             PIC 9(8) VALUE ZERO.

      *    Returns that mean the account can no longer be drafted at
      *    all -- closed, missing, invalid, frozen or the customer's
      *    authorization withdrawn -- suspend at once.
       01  WS-RETURN-CODE-WORK         PIC X(3).
           88 RETURN-STOPS-DRAFTING    VALUE 'R02' 'R03' 'R04' 'R05'
                                             'R07' 'R10' 'R16' 'R20'
                                             'R29'.

      *----------------------------------------------------------------*
      * ROUTING NUMBER -- THE EIGHT-DIGIT BANK IDENTIFIER AND ITS      *
      * CHECK DIGIT, AND THE DIGITS FOR THE 3-7-1 CHECK.               *
      *----------------------------------------------------------------*
       01  WS-ROUTING-WORK             PIC 9(9).
       01  WS-ROUTING-PARTS REDEFINES WS-ROUTING-WORK.
           05 WS-ROUTING-RDFI          PIC 9(8).
           05 WS-ROUTING-CHECK         PIC 9(1).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
           05 WS-ROUTING-DIGIT         PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-SUM              PIC 9(4).
       01  WS-ROUTING-VALID-IND        PIC X VALUE 'N'.
           88 ROUTING-VALID            VALUE 'Y'.

       01  WS-TRACE-BUILD.
           05 WS-TRACE-ODFI            PIC X(8).
           05 WS-TRACE-SEQ             PIC 9(7).
       01  WS-TRACE-NUMBER REDEFINES WS-TRACE-BUILD PIC 9(15).

      *----------------------------------------------------------------*
      * NACHA RECORD LAYOUTS -- 94 CHARACTERS, BLOCKED TEN.            *
      *----------------------------------------------------------------*
       01  WS-NACHA-FILE-HEADER.
           05 FILLER                   PIC X(1) VALUE '1'.
           05 FILLER                   PIC X(2) VALUE '01'.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 NFH-DEST-ROUTING         PIC X(9).
           05 NFH-ORIGIN-ID            PIC X(10).
           05 NFH-CREATION-DATE        PIC X(6).
           05 NFH-CREATION-TIME        PIC X(4).
           05 FILLER                   PIC X(1) VALUE 'A'.
           05 FILLER                   PIC X(3) VALUE '094'.
           05 FILLER                   PIC X(2) VALUE '10'.
           05 FILLER                   PIC X(1) VALUE '1'.
           05 NFH-DEST-NAME            PIC X(23).
           05 NFH-ORIGIN-NAME          PIC X(23).
           05 FILLER                   PIC X(8) VALUE SPACES.

       01  WS-NACHA-BATCH-HEADER.
           05 FILLER                   PIC X(1) VALUE '5'.
           05 FILLER                   PIC X(3) VALUE '225'.
           05 NBH-COMPANY-NAME         PIC X(16).
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 NBH-COMPANY-ID           PIC X(10).
           05 FILLER                   PIC X(3) VALUE 'PPD'.
           05 NBH-ENTRY-DESC           PIC X(10).
           05 NBH-DESC-DATE            PIC X(6).
           05 NBH-EFFECTIVE-DATE       PIC X(6).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 FILLER                   PIC X(1) VALUE '1'.
           05 NBH-ODFI-ROUTING         PIC X(8).
           05 NBH-BATCH-NUMBER         PIC 9(7).

       01  WS-NACHA-ENTRY.
           05 FILLER                   PIC X(1) VALUE '6'.
           05 NEN-TRAN-CODE            PIC 9(2).
           05 NEN-RDFI-ROUTING         PIC 9(8).
           05 NEN-CHECK-DIGIT          PIC 9(1).
           05 NEN-ACCOUNT-NUM          PIC X(17).
           05 NEN-AMOUNT               PIC 9(8)V99.
           05 NEN-INDIVIDUAL-ID        PIC X(15).
           05 NEN-INDIVIDUAL-NAME      PIC X(22).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(1) VALUE '0'.
           05 NEN-TRACE-NUMBER         PIC 9(15).

       01  WS-NACHA-BATCH-CONTROL.
           05 FILLER                   PIC X(1) VALUE '8'.
           05 FILLER                   PIC X(3) VALUE '225'.
           05 NBC-ENTRY-COUNT          PIC 9(6).
           05 NBC-ENTRY-HASH           PIC 9(10).
           05 NBC-TOTAL-DEBIT          PIC 9(10)V99.
           05 NBC-TOTAL-CREDIT         PIC 9(10)V99.
           05 NBC-COMPANY-ID           PIC X(10).
           05 FILLER                   PIC X(19) VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 NBC-ODFI-ROUTING         PIC X(8).
           05 NBC-BATCH-NUMBER         PIC 9(7).

       01  WS-NACHA-FILE-CONTROL.
           05 FILLER                   PIC X(1) VALUE '9'.
           05 NFC-BATCH-COUNT          PIC 9(6).
           05 NFC-BLOCK-COUNT          PIC 9(6).
           05 NFC-ENTRY-COUNT          PIC 9(8).
           05 NFC-ENTRY-HASH           PIC 9(10).
           05 NFC-TOTAL-DEBIT          PIC 9(10)V99.
           05 NFC-TOTAL-CREDIT         PIC 9(10)V99.
           05 FILLER                   PIC X(39) VALUE SPACES.

       01  WS-NACHA-TOTALS.
           05 WS-NACHA-REC-CNT         PIC 9(7) VALUE ZERO.
           05 WS-BATCH-CNT             PIC 9(6) VALUE ZERO.
           05 WS-BATCHED-CNT           PIC 9(6) VALUE ZERO.
           05 WS-BATCH-ENTRY-CNT       PIC 9(6) VALUE ZERO.
           05 WS-BATCH-HASH            PIC 9(12) VALUE ZERO.
           05 WS-BATCH-DEBIT           PIC 9(10)V99 VALUE ZERO.
           05 WS-FILE-ENTRY-CNT        PIC 9(8) VALUE ZERO.
           05 WS-FILE-HASH             PIC 9(12) VALUE ZERO.
           05 WS-FILE-DEBIT            PIC 9(10)V99 VALUE ZERO.
           05 WS-BATCH-EFF-DATE        PIC 9(8) VALUE ZERO.
           05 WS-PAD-CNT               PIC 9(2) VALUE ZERO.

       01  WS-DRAFT-WORK.
           05 WS-WORK-ENTRY-TYPE       PIC X(1).
           05 WS-WORK-POLICY-NUM       PIC X(12).
           05 WS-WORK-CUSTOMER-NUM     PIC X(10).
           05 WS-WORK-INST-NO          PIC 99.
           05 WS-WORK-AMOUNT           PIC 9(8)V99.
           05 WS-WORK-EFFECTIVE-DATE   PIC 9(8).
           05 WS-REVERSE-REMAINING     PIC 9(8)V99.
           05 WS-REVERSE-THIS-INST     PIC 9(8)V99.
           05 WS-BALANCE-DUE           PIC 9(8)V99.
           05 WS-RESULT-TEXT           PIC X(24).

       01  WS-COUNTERS.
           05 WS-MAINT-CNT             PIC 9(6) VALUE ZERO.
           05 WS-MAINT-REJECT-CNT      PIC 9(6) VALUE ZERO.
           05 WS-ENROLLED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-RETURN-CNT            PIC 9(6) VALUE ZERO.
           05 WS-REVERSED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-SUSPENDED-CNT         PIC 9(6) VALUE ZERO.
           05 WS-RETURN-EXCEPT-CNT     PIC 9(6) VALUE ZERO.
           05 WS-POSTED-CNT            PIC 9(6) VALUE ZERO.
           05 WS-VERIFIED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-PRENOTE-CNT           PIC 9(6) VALUE ZERO.
           05 WS-DRAFT-CNT             PIC 9(6) VALUE ZERO.
           05 WS-NEW-ENTRY-CNT         PIC 9(6) VALUE ZERO.
           05 WS-PURGED-CNT            PIC 9(6) VALUE ZERO.

       01  WS-TOTALS.
           05 WS-RETURNED-TOTAL        PIC 9(12)V99 VALUE ZERO.
           05 WS-REVERSED-TOTAL        PIC 9(12)V99 VALUE ZERO.
           05 WS-POSTED-TOTAL          PIC 9(12)V99 VALUE ZERO.
           05 WS-DRAFT-TOTAL           PIC 9(12)V99 VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-WORK-INT              PIC 9(9).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-TIME          PIC 9(8).
           05 WS-TOMORROW-DATE         PIC 9(8).
           05 WS-LEAD-LIMIT-DATE       PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT THRU P200-EXIT
           PERFORM P250-LOAD-ENROLLMENTS THRU P250-EXIT
           PERFORM P300-LOAD-INSTALLMENT-MASTER THRU P300-EXIT
           PERFORM P350-LOAD-DRAFT-LEDGER THRU P350-EXIT
           IF MASTER-TABLE-FULL
               DISPLAY 'ERROR: ACH masters exceed the in-core tables '
                       '- nothing drafted or posted'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P400-OPEN-FILES
           PERFORM P450-APPLY-MAINTENANCE THRU P450-EXIT
           PERFORM P500-PROCESS-RETURNS THRU P500-EXIT
           PERFORM P600-SETTLE-DRAFTS
           PERFORM P620-VERIFY-PRENOTES
           PERFORM P650-SELECT-ENTRIES
           PERFORM P700-WRITE-NACHA-FILE THRU P700-EXIT
           PERFORM P750-WRITE-SUMMARY
           PERFORM P780-CLOSE-FILES
           PERFORM P800-REWRITE-INSTALLMENTS THRU P800-EXIT
           PERFORM P820-REWRITE-ENROLLMENTS THRU P820-EXIT
           PERFORM P840-REWRITE-DRAFT-LEDGER THRU P840-EXIT
           PERFORM P860-SAVE-CONTROL
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           COMPUTE WS-TOMORROW-DATE = FUNCTION DATE-OF-INTEGER
                                       (WS-TODAY-INT + 1)

      *    The returned-item and settlement files are day files --
      *    a second run the same day would reverse and post them
      *    twice.
           OPEN INPUT ACH-CONTROL-FILE
           IF ACH-CONTROL-OK
               READ ACH-CONTROL-FILE
               IF ACH-CONTROL-OK
                   IF ACC-LAST-RUN-DATE = WS-CURRENT-DATE
                       DISPLAY 'Warning: ACH run already made today '
                               '- nothing drafted'
                       CLOSE ACH-CONTROL-FILE
                       MOVE 4 TO RETURN-CODE
                       PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                       STOP RUN
                   END-IF
                   MOVE ACC-LAST-TRACE-SEQ TO WS-LAST-TRACE-SEQ
                   MOVE ACC-LAST-BATCH-NUM TO WS-LAST-BATCH-NUM
               END-IF
               CLOSE ACH-CONTROL-FILE
           END-IF

           OPEN INPUT CONFIG-FILE
           IF NOT CONFIG-OK
               DISPLAY 'Warning: Config file unavailable - default '
                       'ACH terms used'
               GO TO P200-CHECK-ORIGINATOR
           END-IF
           MOVE 'ACH_LEAD_DAYS' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WS-ACH-LEAD-DAYS
           END-IF
           MOVE 'ACH_PRENOTE_DAYS' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                    TO WS-ACH-PRENOTE-DAYS
           END-IF
           MOVE 'ACH_MAX_RETURNS' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                    TO WS-ACH-MAX-RETURNS
           END-IF
           MOVE 'ACH_RETAIN_DAYS' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                    TO WS-ACH-RETAIN-DAYS
           END-IF
           MOVE 'ACH_DEST_ROUTING' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:9) TO WS-ACH-DEST-ROUTING
           END-IF
           MOVE 'ACH_DEST_NAME' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:23) TO WS-ACH-DEST-NAME
           END-IF
           MOVE 'ACH_ORIGIN_ID' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:10) TO WS-ACH-ORIGIN-ID
           END-IF
           MOVE 'ACH_COMPANY_NAME' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:16) TO WS-ACH-COMPANY-NAME
           END-IF
           MOVE 'ACH_COMPANY_ID' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:10) TO WS-ACH-COMPANY-ID
           END-IF
           MOVE 'ACH_ODFI_ROUTING' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:8) TO WS-ACH-ODFI-ROUTING
           END-IF
           MOVE 'ACH_ENTRY_DESC' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:10) TO WS-ACH-ENTRY-DESC
           END-IF
           CLOSE CONFIG-FILE.

      *    The bank rejects a whole file whose routing fields are not
      *    numeric, and the trace numbers are built from our ODFI.
       P200-CHECK-ORIGINATOR.
           IF WS-ACH-DEST-ROUTING NOT NUMERIC OR
              WS-ACH-ODFI-ROUTING NOT NUMERIC
               DISPLAY 'ERROR: ACH_DEST_ROUTING / ACH_ODFI_ROUTING '
                       'not numeric - no ACH file built'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           IF WS-ACH-ODFI-ROUTING = '00000000'
               DISPLAY 'Warning: ACH originator not configured - '
                       'ACHDEBIT.DAT is not fit to transmit'
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-ACH-LEAD-DAYS
           COMPUTE WS-LEAD-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
                                         (WS-WORK-INT).

       P200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD THE ENROLLMENT MASTER.  A MISSING MASTER IS AN EMPTY ONE  *
      * -- THE FIRST ENROLLMENTS CREATE IT.                            *
      *----------------------------------------------------------------*
       P250-LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           IF NOT ENROLLMENT-OK
               DISPLAY 'No ACH enrollment master - starting empty'
               GO TO P250-EXIT
           END-IF
           PERFORM P260-READ-ENROLLMENT
           PERFORM UNTIL ENROLLMENT-EOF
               PERFORM P270-STORE-ENROLLMENT
               PERFORM P260-READ-ENROLLMENT
           END-PERFORM
           CLOSE ENROLLMENT-FILE.

       P250-EXIT.
           EXIT.

       P260-READ-ENROLLMENT.
           READ ENROLLMENT-FILE
           END-READ.

       P270-STORE-ENROLLMENT.
           IF WS-ENR-COUNT < 5000
               ADD 1 TO WS-ENR-COUNT
               SET ENR-IDX TO WS-ENR-COUNT
               MOVE ENR-POLICY-NUM TO WS-ENR-POLICY-NUM (ENR-IDX)
               MOVE ENR-CUSTOMER-NUM TO WS-ENR-CUSTOMER-NUM (ENR-IDX)
               MOVE ENR-ROUTING-NUM TO WS-ENR-ROUTING-NUM (ENR-IDX)
               MOVE ENR-ACCOUNT-NUM TO WS-ENR-ACCOUNT-NUM (ENR-IDX)
               MOVE ENR-ACCOUNT-TYPE TO WS-ENR-ACCOUNT-TYPE (ENR-IDX)
               MOVE ENR-HOLDER-NAME TO WS-ENR-HOLDER-NAME (ENR-IDX)
               MOVE ENR-STATUS TO WS-ENR-STATUS (ENR-IDX)
               MOVE ENR-PRENOTE-STATUS
                    TO WS-ENR-PRENOTE-STATUS (ENR-IDX)
               MOVE ENR-PRENOTE-DATE TO WS-ENR-PRENOTE-DATE (ENR-IDX)
               MOVE ENR-RETURN-COUNT TO WS-ENR-RETURN-COUNT (ENR-IDX)
               MOVE ENR-LAST-RETURN-CODE
                    TO WS-ENR-RETURN-CODE (ENR-IDX)
               MOVE ENR-LAST-RETURN-DATE
                    TO WS-ENR-RETURN-DATE (ENR-IDX)
               MOVE ENR-ENROLL-DATE TO WS-ENR-ENROLL-DATE (ENR-IDX)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-IND
           END-IF.

       P290-FIND-ENROLLMENT.
           MOVE ZERO TO WS-ENR-MATCH-IDX
           PERFORM P291-CHECK-ENROLLMENT
                   VARYING ENR-IDX FROM 1 BY 1
                   UNTIL ENR-IDX > WS-ENR-COUNT
                      OR WS-ENR-MATCH-IDX > ZERO.

       P291-CHECK-ENROLLMENT.
           IF WS-ENR-POLICY-NUM (ENR-IDX) = WS-FIND-POLICY-NUM
               SET WS-ENR-MATCH-IDX TO ENR-IDX
           END-IF.

       P300-LOAD-INSTALLMENT-MASTER.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               DISPLAY 'No installment master on file - nothing to '
                       'draft'
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

       P350-LOAD-DRAFT-LEDGER.
           OPEN INPUT DRAFT-LEDGER-FILE
           IF NOT DRAFT-LEDGER-OK
               GO TO P350-EXIT
           END-IF
           PERFORM P360-READ-DRAFT
           PERFORM UNTIL DRAFT-LEDGER-EOF
               PERFORM P370-STORE-DRAFT
               PERFORM P360-READ-DRAFT
           END-PERFORM
           CLOSE DRAFT-LEDGER-FILE.

       P350-EXIT.
           EXIT.

       P360-READ-DRAFT.
           READ DRAFT-LEDGER-FILE
           END-READ.

       P370-STORE-DRAFT.
           IF WS-ADR-COUNT < 20000
               ADD 1 TO WS-ADR-COUNT
               SET ADR-IDX TO WS-ADR-COUNT
               MOVE ADR-TRACE-NUMBER TO WS-ADR-TRACE-NUMBER (ADR-IDX)
               MOVE ADR-ENTRY-TYPE TO WS-ADR-ENTRY-TYPE (ADR-IDX)
               MOVE ADR-POLICY-NUM TO WS-ADR-POLICY-NUM (ADR-IDX)
               MOVE ADR-CUSTOMER-NUM TO WS-ADR-CUSTOMER-NUM (ADR-IDX)
               MOVE ADR-INSTALLMENT-NO TO WS-ADR-INST-NO (ADR-IDX)
               MOVE ADR-AMOUNT TO WS-ADR-AMOUNT (ADR-IDX)
               MOVE ADR-FILE-DATE TO WS-ADR-FILE-DATE (ADR-IDX)
               MOVE ADR-EFFECTIVE-DATE
                    TO WS-ADR-EFFECTIVE-DATE (ADR-IDX)
               MOVE ADR-STATUS TO WS-ADR-STATUS (ADR-IDX)
               MOVE ADR-RETURN-CODE TO WS-ADR-RETURN-CODE (ADR-IDX)
               MOVE ADR-RETURN-DATE TO WS-ADR-RETURN-DATE (ADR-IDX)
               MOVE 'N' TO WS-ADR-NEW-IND (ADR-IDX)
               MOVE ZERO TO WS-ADR-ENR-SUB (ADR-IDX)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-IND
           END-IF.

      *    The settlement file is rebuilt every run so yesterday's
      *    drafts are never applied twice.
       P400-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open ACH report: ' WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT ACH-PAYMENT-FILE
           IF NOT ACH-PAYMENT-OK
               DISPLAY 'ERROR: Cannot open ACH settlement file: '
                       WS-APY-STAT
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT NACHA-FILE
           IF NOT NACHA-OK
               DISPLAY 'ERROR: Cannot open NACHA file: ' WS-NAC-STAT
               CLOSE REPORT-FILE
               CLOSE ACH-PAYMENT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING '        ACH AUTO-DRAFT RUN - ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * ENROLLMENT MAINTENANCE.  ENROLLING OR CHANGING AN ACCOUNT      *
      * RESTARTS THE PRE-NOTE; CANCELLING STOPS DRAFTING BUT KEEPS     *
      * THE RECORD; REINSTATING A SUSPENDED ENROLLMENT CLEARS ITS      *
      * RETURN COUNT, AND RE-PRE-NOTES IT IF THE PRE-NOTE FAILED.      *
      *----------------------------------------------------------------*
       P450-APPLY-MAINTENANCE.
           OPEN INPUT ACH-MAINT-FILE
           IF NOT ACH-MAINT-OK
               GO TO P450-EXIT
           END-IF
           MOVE '    ENROLLMENT MAINTENANCE' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P460-READ-MAINT
           PERFORM UNTIL ACH-MAINT-EOF
               PERFORM P470-APPLY-ONE-MAINT THRU P470-EXIT
               PERFORM P460-READ-MAINT
           END-PERFORM
           CLOSE ACH-MAINT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P450-EXIT.
           EXIT.

       P460-READ-MAINT.
           READ ACH-MAINT-FILE
           END-READ.

       P470-APPLY-ONE-MAINT.
           ADD 1 TO WS-MAINT-CNT
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE ACM-POLICY-NUM TO WS-FIND-POLICY-NUM
           PERFORM P290-FIND-ENROLLMENT

           IF ACM-ENROLL OR ACM-CHANGE-ACCOUNT
               PERFORM P480-VALIDATE-ACCOUNT
               IF WS-RESULT-TEXT NOT = SPACES
                   GO TO P470-REJECT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ACM-ENROLL
                   IF WS-ENR-MATCH-IDX > ZERO
                       SET ENR-IDX TO WS-ENR-MATCH-IDX
                       IF WS-ENR-STATUS (ENR-IDX) NOT = 'X'
                           MOVE 'ALREADY ENROLLED' TO WS-RESULT-TEXT
                           GO TO P470-REJECT
                       END-IF
                   ELSE
                       IF WS-ENR-COUNT >= 5000
                           MOVE 'ENROLLMENT TABLE FULL'
                                TO WS-RESULT-TEXT
                           GO TO P470-REJECT
                       END-IF
                       ADD 1 TO WS-ENR-COUNT
                       SET ENR-IDX TO WS-ENR-COUNT
                   END-IF
                   MOVE ACM-POLICY-NUM TO WS-ENR-POLICY-NUM (ENR-IDX)
                   MOVE 'A' TO WS-ENR-STATUS (ENR-IDX)
                   MOVE ZERO TO WS-ENR-RETURN-COUNT (ENR-IDX)
                   MOVE SPACES TO WS-ENR-RETURN-CODE (ENR-IDX)
                   MOVE ZERO TO WS-ENR-RETURN-DATE (ENR-IDX)
                   MOVE WS-CURRENT-DATE TO WS-ENR-ENROLL-DATE (ENR-IDX)
                   PERFORM P490-SET-ACCOUNT
                   ADD 1 TO WS-ENROLLED-CNT
                   MOVE 'ENROLLED' TO WS-RESULT-TEXT
               WHEN WS-ENR-MATCH-IDX = ZERO
                   MOVE 'NOT ENROLLED' TO WS-RESULT-TEXT
                   GO TO P470-REJECT
               WHEN ACM-CHANGE-ACCOUNT
                   SET ENR-IDX TO WS-ENR-MATCH-IDX
                   PERFORM P490-SET-ACCOUNT
                   MOVE 'ACCOUNT CHANGED' TO WS-RESULT-TEXT
               WHEN ACM-CANCEL
                   SET ENR-IDX TO WS-ENR-MATCH-IDX
                   MOVE 'X' TO WS-ENR-STATUS (ENR-IDX)
                   MOVE 'CANCELLED' TO WS-RESULT-TEXT
               WHEN ACM-REINSTATE
                   SET ENR-IDX TO WS-ENR-MATCH-IDX
                   MOVE 'A' TO WS-ENR-STATUS (ENR-IDX)
                   MOVE ZERO TO WS-ENR-RETURN-COUNT (ENR-IDX)
                   IF WS-ENR-PRENOTE-STATUS (ENR-IDX) = 'F'
                       MOVE 'P' TO WS-ENR-PRENOTE-STATUS (ENR-IDX)
                       MOVE ZERO TO WS-ENR-PRENOTE-DATE (ENR-IDX)
                   END-IF
                   MOVE 'REINSTATED' TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-RESULT-TEXT
                   GO TO P470-REJECT
           END-EVALUATE
           PERFORM P495-WRITE-MAINT-LINE
           GO TO P470-EXIT.

       P470-REJECT.
           ADD 1 TO WS-MAINT-REJECT-CNT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM P495-WRITE-MAINT-LINE.

       P470-EXIT.
           EXIT.

      *    Routing numbers carry a 3-7-1 weighted check digit -- a
      *    mistyped one is caught here rather than by a return.
       P480-VALIDATE-ACCOUNT.
           IF ACM-ROUTING-NUM NOT NUMERIC
               MOVE 'INVALID ROUTING NUMBER' TO WS-RESULT-TEXT
           ELSE
               MOVE ACM-ROUTING-NUM TO WS-ROUTING-WORK
               PERFORM P485-CHECK-ROUTING-DIGIT
               IF NOT ROUTING-VALID
                   MOVE 'INVALID ROUTING NUMBER' TO WS-RESULT-TEXT
               END-IF
           END-IF
           IF WS-RESULT-TEXT = SPACES
               EVALUATE TRUE
                   WHEN ACM-ACCOUNT-NUM = SPACES
                       MOVE 'NO ACCOUNT NUMBER' TO WS-RESULT-TEXT
                   WHEN ACM-ACCOUNT-TYPE NOT = 'C' AND
                        ACM-ACCOUNT-TYPE NOT = 'S'
                       MOVE 'INVALID ACCOUNT TYPE' TO WS-RESULT-TEXT
                   WHEN ACM-HOLDER-NAME = SPACES
                       MOVE 'NO ACCOUNT HOLDER' TO WS-RESULT-TEXT
               END-EVALUATE
           END-IF.

       P485-CHECK-ROUTING-DIGIT.
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4) +
                    WS-ROUTING-DIGIT (7)) +
               7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5) +
                    WS-ROUTING-DIGIT (8)) +
                   (WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6) +
                    WS-ROUTING-DIGIT (9))
           IF WS-ROUTING-SUM > ZERO AND
              WS-ROUTING-SUM = (WS-ROUTING-SUM / 10) * 10
               MOVE 'Y' TO WS-ROUTING-VALID-IND
           ELSE
               MOVE 'N' TO WS-ROUTING-VALID-IND
           END-IF.

       P490-SET-ACCOUNT.
           MOVE ACM-CUSTOMER-NUM TO WS-ENR-CUSTOMER-NUM (ENR-IDX)
           MOVE ACM-ROUTING-NUM TO WS-ENR-ROUTING-NUM (ENR-IDX)
           MOVE ACM-ACCOUNT-NUM TO WS-ENR-ACCOUNT-NUM (ENR-IDX)
           MOVE ACM-ACCOUNT-TYPE TO WS-ENR-ACCOUNT-TYPE (ENR-IDX)
           MOVE ACM-HOLDER-NAME TO WS-ENR-HOLDER-NAME (ENR-IDX)
           MOVE 'P' TO WS-ENR-PRENOTE-STATUS (ENR-IDX)
           MOVE ZERO TO WS-ENR-PRENOTE-DATE (ENR-IDX).

       P495-WRITE-MAINT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING 'ACTION ' ACM-ACTION
                  '  POLICY ' ACM-POLICY-NUM
                  ' CUSTOMER ' ACM-CUSTOMER-NUM
                  ' ROUTING ' ACM-ROUTING-NUM
                  ' - ' WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * RETURNED ITEMS.  EACH IS TRACED TO THE ENTRY WE SENT: A        *
      * RETURNED PRE-NOTE FAILS THE ENROLLMENT; A RETURNED DRAFT THAT  *
      * WAS ALREADY POSTED AS CASH IS TAKEN BACK OFF THE INSTALLMENTS  *
      * AND COUNTS AGAINST THE ENROLLMENT.                             *
      *----------------------------------------------------------------*
       P500-PROCESS-RETURNS.
           MOVE '    RETURNED ITEMS' TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT RETURN-ITEM-FILE
           IF NOT RETURN-ITEM-OK
               MOVE '    NO RETURNED ITEMS RECEIVED' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P500-EXIT
           END-IF
           PERFORM P510-READ-RETURN
           PERFORM UNTIL RETURN-ITEM-EOF
               PERFORM P520-APPLY-RETURN THRU P520-EXIT
               PERFORM P510-READ-RETURN
           END-PERFORM
           CLOSE RETURN-ITEM-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P500-EXIT.
           EXIT.

       P510-READ-RETURN.
           READ RETURN-ITEM-FILE
           END-READ.

       P520-APPLY-RETURN.
           ADD 1 TO WS-RETURN-CNT
           MOVE ZERO TO WS-ADR-MATCH-IDX
           IF ART-TRACE-NUMBER NUMERIC
               PERFORM P525-CHECK-DRAFT-TRACE
                       VARYING ADR-IDX FROM 1 BY 1
                       UNTIL ADR-IDX > WS-ADR-COUNT
                          OR WS-ADR-MATCH-IDX > ZERO
           END-IF
           IF WS-ADR-MATCH-IDX = ZERO
               MOVE 'UNMATCHED RETURN' TO WS-RESULT-TEXT
               GO TO P520-EXCEPTION
           END-IF
           SET ADR-IDX TO WS-ADR-MATCH-IDX
           IF WS-ADR-STATUS (ADR-IDX) = 'R'
               MOVE 'DUPLICATE RETURN' TO WS-RESULT-TEXT
               GO TO P520-EXCEPTION
           END-IF

           MOVE ART-RETURN-CODE TO WS-RETURN-CODE-WORK
           MOVE WS-RETURN-CODE-WORK TO WS-ADR-RETURN-CODE (ADR-IDX)
           MOVE WS-CURRENT-DATE TO WS-ADR-RETURN-DATE (ADR-IDX)
           ADD WS-ADR-AMOUNT (ADR-IDX) TO WS-RETURNED-TOTAL

           IF WS-ADR-ENTRY-TYPE (ADR-IDX) = 'N'
               MOVE 'PRENOTE RETURNED' TO WS-RESULT-TEXT
           ELSE
               IF WS-ADR-STATUS (ADR-IDX) = 'A'
                   PERFORM P540-REVERSE-DRAFT THRU P540-EXIT
               ELSE
                   MOVE 'RETURNED BEFORE POSTING' TO WS-RESULT-TEXT
               END-IF
           END-IF
           MOVE 'R' TO WS-ADR-STATUS (ADR-IDX)
           PERFORM P530-CHARGE-ENROLLMENT THRU P530-EXIT
           PERFORM P590-WRITE-RETURN-LINE
           GO TO P520-EXIT.

       P520-EXCEPTION.
           ADD 1 TO WS-RETURN-EXCEPT-CNT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE ART-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'TRACE ' ART-TRACE-NUMBER
                  ' ' ART-RETURN-CODE
                  ' AMOUNT ' WS-AMT-DISPLAY
                  ' - ' WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P520-EXIT.
           EXIT.

       P525-CHECK-DRAFT-TRACE.
           IF WS-ADR-TRACE-NUMBER (ADR-IDX) = ART-TRACE-NUMBER
               SET WS-ADR-MATCH-IDX TO ADR-IDX
           END-IF.

      *    A failed pre-note or an account-level return stops
      *    drafting at once; other returns (NSF and the like) do so
      *    once ACH_MAX_RETURNS is reached.
       P530-CHARGE-ENROLLMENT.
           MOVE WS-ADR-POLICY-NUM (ADR-IDX) TO WS-FIND-POLICY-NUM
           PERFORM P290-FIND-ENROLLMENT
           IF WS-ENR-MATCH-IDX = ZERO
               GO TO P530-EXIT
           END-IF
           SET ENR-IDX TO WS-ENR-MATCH-IDX
           MOVE WS-RETURN-CODE-WORK TO WS-ENR-RETURN-CODE (ENR-IDX)
           MOVE WS-CURRENT-DATE TO WS-ENR-RETURN-DATE (ENR-IDX)
           IF WS-ADR-ENTRY-TYPE (ADR-IDX) = 'N'
               MOVE 'F' TO WS-ENR-PRENOTE-STATUS (ENR-IDX)
           ELSE
               ADD 1 TO WS-ENR-RETURN-COUNT (ENR-IDX)
           END-IF
           IF WS-ENR-STATUS (ENR-IDX) = 'A' AND
              (WS-ADR-ENTRY-TYPE (ADR-IDX) = 'N' OR
               RETURN-STOPS-DRAFTING OR
               WS-ENR-RETURN-COUNT (ENR-IDX) >= WS-ACH-MAX-RETURNS)
               MOVE 'S' TO WS-ENR-STATUS (ENR-IDX)
               ADD 1 TO WS-SUSPENDED-CNT
               MOVE SPACES TO REPORT-LINE
               STRING 'POLICY ' WS-ENR-POLICY-NUM (ENR-IDX)
                      ' ENROLLMENT SUSPENDED AFTER '
                      WS-ENR-RETURN-COUNT (ENR-IDX)
                      ' RETURN(S), LAST ' WS-RETURN-CODE-WORK
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P530-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REVERSE A POSTED DRAFT.  THE CASH WAS APPLIED BY LGAPPAY1'S    *
      * DUE-DATE MATCHING, SO IT COMES BACK OFF THE DRAFTED            *
      * INSTALLMENT FIRST AND THEN THE POLICY'S LATEST-DUE PAID        *
      * INSTALLMENTS.  A REOPENED INSTALLMENT RESTARTS AT DUNNING      *
      * LEVEL ZERO AND IS AGED FROM ITS DUE DATE BY LGAPDUN1.          *
      *----------------------------------------------------------------*
       P540-REVERSE-DRAFT.
           MOVE WS-ADR-AMOUNT (ADR-IDX) TO WS-REVERSE-REMAINING
           MOVE ZERO TO WS-IMS-MATCH-IDX
           PERFORM P545-CHECK-DRAFTED-INST
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT
                      OR WS-IMS-MATCH-IDX > ZERO
           IF WS-IMS-MATCH-IDX = ZERO
               PERFORM P546-FIND-LATEST-PAID
           END-IF
           PERFORM P548-REVERSE-ONE-INST
                   UNTIL WS-REVERSE-REMAINING = ZERO
                      OR WS-IMS-MATCH-IDX = ZERO

           ADD 1 TO WS-REVERSED-CNT
           COMPUTE WS-BALANCE-DUE =
               WS-ADR-AMOUNT (ADR-IDX) - WS-REVERSE-REMAINING
           ADD WS-BALANCE-DUE TO WS-REVERSED-TOTAL
           IF WS-REVERSE-REMAINING = ZERO
               MOVE 'REVERSED' TO WS-RESULT-TEXT
           ELSE
      *        The draft overpaid the policy -- the excess went to
      *        unapplied cash and must be taken back there.
               MOVE 'PART IN UNAPPLIED CASH' TO WS-RESULT-TEXT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P540-EXIT.
           EXIT.

       P545-CHECK-DRAFTED-INST.
           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           IF IMS-POLICY-NUM = WS-ADR-POLICY-NUM (ADR-IDX) AND
              IMS-INSTALLMENT-NO = WS-ADR-INST-NO (ADR-IDX) AND
              (IMS-PAID OR IMS-SHORT-PAID) AND
              IMS-PAID-AMOUNT > ZERO
               SET WS-IMS-MATCH-IDX TO IMS-IDX
           END-IF.

       P546-FIND-LATEST-PAID.
           MOVE ZERO TO WS-IMS-MATCH-IDX
           MOVE ZERO TO WS-IMS-BEST-DUE
           PERFORM P547-CHECK-PAID-ENTRY
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT.

       P547-CHECK-PAID-ENTRY.
           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           IF IMS-POLICY-NUM = WS-ADR-POLICY-NUM (ADR-IDX) AND
              (IMS-PAID OR IMS-SHORT-PAID) AND
              IMS-PAID-AMOUNT > ZERO AND
              IMS-DUE-DATE > WS-IMS-BEST-DUE
               SET WS-IMS-MATCH-IDX TO IMS-IDX
               MOVE IMS-DUE-DATE TO WS-IMS-BEST-DUE
           END-IF.

       P548-REVERSE-ONE-INST.
           SET IMS-IDX TO WS-IMS-MATCH-IDX
           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           IF WS-REVERSE-REMAINING >= IMS-PAID-AMOUNT
               MOVE IMS-PAID-AMOUNT TO WS-REVERSE-THIS-INST
           ELSE
               MOVE WS-REVERSE-REMAINING TO WS-REVERSE-THIS-INST
           END-IF
           SUBTRACT WS-REVERSE-THIS-INST FROM IMS-PAID-AMOUNT
           IF IMS-PAID-AMOUNT = ZERO
               MOVE 'O' TO IMS-PAY-STATUS
           ELSE
               MOVE 'S' TO IMS-PAY-STATUS
           END-IF
           MOVE ZERO TO IMS-DUN-LEVEL
           MOVE ZERO TO IMS-LAST-NOTICE-DATE
           MOVE INSTALLMENT-MASTER-RECORD TO WS-IMS-RECORD (IMS-IDX)
           MOVE 'Y' TO WS-IMS-CHANGED-IND
           SUBTRACT WS-REVERSE-THIS-INST FROM WS-REVERSE-REMAINING
           IF WS-REVERSE-REMAINING > ZERO
               PERFORM P546-FIND-LATEST-PAID
           END-IF.

       P590-WRITE-RETURN-LINE.
           MOVE WS-ADR-AMOUNT (ADR-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'TRACE ' ART-TRACE-NUMBER
                  ' ' WS-RETURN-CODE-WORK
                  ' POLICY ' WS-ADR-POLICY-NUM (ADR-IDX)
                  ' INST ' WS-ADR-INST-NO (ADR-IDX)
                  ' AMOUNT ' WS-AMT-DISPLAY
                  ' - ' WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * SETTLEMENT -- A DRAFT REACHING ITS EFFECTIVE DATE UNRETURNED   *
      * IS POSTED AS A LOCKBOX-FORMAT PAYMENT FOR LGAPPAY1.  A         *
      * PRE-NOTE CARRIES NO MONEY AND IS SIMPLY MARKED SETTLED.        *
      *----------------------------------------------------------------*
       P600-SETTLE-DRAFTS.
           PERFORM P610-SETTLE-ONE-DRAFT
                   VARYING ADR-IDX FROM 1 BY 1
                   UNTIL ADR-IDX > WS-ADR-COUNT.

       P610-SETTLE-ONE-DRAFT.
           IF WS-ADR-STATUS (ADR-IDX) = 'P' AND
              WS-ADR-EFFECTIVE-DATE (ADR-IDX) <= WS-CURRENT-DATE
               MOVE 'A' TO WS-ADR-STATUS (ADR-IDX)
               IF WS-ADR-ENTRY-TYPE (ADR-IDX) = 'D'
                   MOVE SPACES TO LOCKBOX-RECORD
                   MOVE WS-ADR-POLICY-NUM (ADR-IDX) TO LBX-POLICY-NUM
                   MOVE WS-ADR-CUSTOMER-NUM (ADR-IDX)
                        TO LBX-CUSTOMER-NUM
                   MOVE WS-ADR-EFFECTIVE-DATE (ADR-IDX)
                        TO LBX-PAYMENT-DATE
                   MOVE WS-ADR-AMOUNT (ADR-IDX) TO LBX-PAYMENT-AMOUNT
                   STRING 'A' WS-ADR-TRACE-NUMBER (ADR-IDX)
                          DELIMITED BY SIZE INTO LBX-BANK-REFERENCE
                   WRITE LOCKBOX-RECORD
                   ADD 1 TO WS-POSTED-CNT
                   ADD WS-ADR-AMOUNT (ADR-IDX) TO WS-POSTED-TOTAL
               END-IF
           END-IF.

       P620-VERIFY-PRENOTES.
           PERFORM P621-VERIFY-ONE-PRENOTE
                   VARYING ENR-IDX FROM 1 BY 1
                   UNTIL ENR-IDX > WS-ENR-COUNT.

      *    A pre-note the bank has had ACH_PRENOTE_DAYS without
      *    returning proves the account.
       P621-VERIFY-ONE-PRENOTE.
           IF WS-ENR-PRENOTE-STATUS (ENR-IDX) = 'S'
               COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                                      (WS-ENR-PRENOTE-DATE (ENR-IDX))
               IF WS-TODAY-INT - WS-WORK-INT >= WS-ACH-PRENOTE-DAYS
                   MOVE 'V' TO WS-ENR-PRENOTE-STATUS (ENR-IDX)
                   ADD 1 TO WS-VERIFIED-CNT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * TODAY'S ENTRIES: A PRE-NOTE FOR EVERY ACTIVE ENROLLMENT NOT    *
      * YET PRE-NOTED, AND A DRAFT FOR EVERY OPEN INSTALLMENT OF A     *
      * VERIFIED ENROLLMENT FALLING DUE WITHIN ACH_LEAD_DAYS.  AN      *
      * INSTALLMENT IS DRAFTED ONCE ONLY -- AFTER A RETURN IT IS LEFT  *
      * TO DUNNING.  ALREADY PAST DUE IT IS NOT DRAFTED AT ALL.        *
      *----------------------------------------------------------------*
       P650-SELECT-ENTRIES.
           PERFORM P655-SELECT-PRENOTE
                   VARYING ENR-IDX FROM 1 BY 1
                   UNTIL ENR-IDX > WS-ENR-COUNT
           PERFORM P660-SELECT-DRAFT THRU P660-EXIT
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT.

       P655-SELECT-PRENOTE.
           IF WS-ENR-STATUS (ENR-IDX) = 'A' AND
              WS-ENR-PRENOTE-STATUS (ENR-IDX) = 'P'
               MOVE 'N' TO WS-WORK-ENTRY-TYPE
               MOVE WS-ENR-POLICY-NUM (ENR-IDX) TO WS-WORK-POLICY-NUM
               MOVE WS-ENR-CUSTOMER-NUM (ENR-IDX)
                    TO WS-WORK-CUSTOMER-NUM
               MOVE ZERO TO WS-WORK-INST-NO
               MOVE ZERO TO WS-WORK-AMOUNT
               MOVE WS-TOMORROW-DATE TO WS-WORK-EFFECTIVE-DATE
               SET WS-ENR-MATCH-IDX TO ENR-IDX
               PERFORM P670-ADD-LEDGER-ENTRY THRU P670-EXIT
               IF WS-ADR-MATCH-IDX > ZERO
                   MOVE 'S' TO WS-ENR-PRENOTE-STATUS (ENR-IDX)
                   MOVE WS-CURRENT-DATE
                        TO WS-ENR-PRENOTE-DATE (ENR-IDX)
                   ADD 1 TO WS-PRENOTE-CNT
               END-IF
           END-IF.

       P660-SELECT-DRAFT.
           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           IF NOT IMS-OPEN AND NOT IMS-SHORT-PAID
               GO TO P660-EXIT
           END-IF
           IF IMS-DUE-DATE NOT NUMERIC OR
              IMS-DUE-DATE < WS-CURRENT-DATE OR
              IMS-DUE-DATE > WS-LEAD-LIMIT-DATE OR
              IMS-TOTAL-DUE NOT > IMS-PAID-AMOUNT
               GO TO P660-EXIT
           END-IF

           MOVE IMS-POLICY-NUM TO WS-FIND-POLICY-NUM
           PERFORM P290-FIND-ENROLLMENT
           IF WS-ENR-MATCH-IDX = ZERO
               GO TO P660-EXIT
           END-IF
           SET ENR-IDX TO WS-ENR-MATCH-IDX
           IF WS-ENR-STATUS (ENR-IDX) NOT = 'A' OR
              WS-ENR-PRENOTE-STATUS (ENR-IDX) NOT = 'V'
               GO TO P660-EXIT
           END-IF

           MOVE ZERO TO WS-ADR-MATCH-IDX
           PERFORM P665-CHECK-ALREADY-DRAFTED
                   VARYING ADR-IDX FROM 1 BY 1
                   UNTIL ADR-IDX > WS-ADR-COUNT
                      OR WS-ADR-MATCH-IDX > ZERO
           IF WS-ADR-MATCH-IDX > ZERO
               GO TO P660-EXIT
           END-IF

           MOVE 'D' TO WS-WORK-ENTRY-TYPE
           MOVE IMS-POLICY-NUM TO WS-WORK-POLICY-NUM
           MOVE IMS-CUSTOMER-NUM TO WS-WORK-CUSTOMER-NUM
           MOVE IMS-INSTALLMENT-NO TO WS-WORK-INST-NO
           COMPUTE WS-WORK-AMOUNT = IMS-TOTAL-DUE - IMS-PAID-AMOUNT
      *    An entry cannot settle the day it is sent.
           IF IMS-DUE-DATE > WS-CURRENT-DATE
               MOVE IMS-DUE-DATE TO WS-WORK-EFFECTIVE-DATE
           ELSE
               MOVE WS-TOMORROW-DATE TO WS-WORK-EFFECTIVE-DATE
           END-IF
           PERFORM P670-ADD-LEDGER-ENTRY THRU P670-EXIT
           IF WS-ADR-MATCH-IDX > ZERO
               ADD 1 TO WS-DRAFT-CNT
               ADD WS-WORK-AMOUNT TO WS-DRAFT-TOTAL
           END-IF.

       P660-EXIT.
           EXIT.

       P665-CHECK-ALREADY-DRAFTED.
           IF WS-ADR-POLICY-NUM (ADR-IDX) = IMS-POLICY-NUM AND
              WS-ADR-INST-NO (ADR-IDX) = IMS-INSTALLMENT-NO AND
              WS-ADR-ENTRY-TYPE (ADR-IDX) = 'D'
               SET WS-ADR-MATCH-IDX TO ADR-IDX
           END-IF.

      *    Adds the work entry to the ledger under the next trace
      *    number; WS-ADR-MATCH-IDX is left at the new entry, or
      *    zero if the ledger is full.
       P670-ADD-LEDGER-ENTRY.
           MOVE ZERO TO WS-ADR-MATCH-IDX
           IF WS-ADR-COUNT >= 20000
               DISPLAY 'ERROR: ACH draft ledger full - policy '
                       WS-WORK-POLICY-NUM ' not drafted'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO P670-EXIT
           END-IF
           ADD 1 TO WS-LAST-TRACE-SEQ
           IF WS-LAST-TRACE-SEQ = ZERO
               MOVE 1 TO WS-LAST-TRACE-SEQ
           END-IF
           MOVE WS-ACH-ODFI-ROUTING TO WS-TRACE-ODFI
           MOVE WS-LAST-TRACE-SEQ TO WS-TRACE-SEQ

           ADD 1 TO WS-ADR-COUNT
           ADD 1 TO WS-NEW-ENTRY-CNT
           SET ADR-IDX TO WS-ADR-COUNT
           SET WS-ADR-MATCH-IDX TO ADR-IDX
           MOVE WS-TRACE-NUMBER TO WS-ADR-TRACE-NUMBER (ADR-IDX)
           MOVE WS-WORK-ENTRY-TYPE TO WS-ADR-ENTRY-TYPE (ADR-IDX)
           MOVE WS-WORK-POLICY-NUM TO WS-ADR-POLICY-NUM (ADR-IDX)
           MOVE WS-WORK-CUSTOMER-NUM TO WS-ADR-CUSTOMER-NUM (ADR-IDX)
           MOVE WS-WORK-INST-NO TO WS-ADR-INST-NO (ADR-IDX)
           MOVE WS-WORK-AMOUNT TO WS-ADR-AMOUNT (ADR-IDX)
           MOVE WS-CURRENT-DATE TO WS-ADR-FILE-DATE (ADR-IDX)
           MOVE WS-WORK-EFFECTIVE-DATE
                TO WS-ADR-EFFECTIVE-DATE (ADR-IDX)
           MOVE 'P' TO WS-ADR-STATUS (ADR-IDX)
           MOVE SPACES TO WS-ADR-RETURN-CODE (ADR-IDX)
           MOVE ZERO TO WS-ADR-RETURN-DATE (ADR-IDX)
           MOVE 'Y' TO WS-ADR-NEW-IND (ADR-IDX)
           MOVE WS-ENR-MATCH-IDX TO WS-ADR-ENR-SUB (ADR-IDX).

       P670-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE NACHA FILE: FILE HEADER, ONE PPD DEBIT BATCH PER           *
      * EFFECTIVE DATE, FILE CONTROL, AND ALL-NINES FILLER RECORDS TO  *
      * COMPLETE THE LAST BLOCK OF TEN.                                *
      *----------------------------------------------------------------*
       P700-WRITE-NACHA-FILE.
           MOVE '    ACH ENTRIES ORIGINATED' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-NEW-ENTRY-CNT = ZERO
               MOVE '    NO ENTRIES TODAY - ACHDEBIT.DAT IS EMPTY'
                    TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P700-EXIT
           END-IF

           MOVE WS-ACH-DEST-ROUTING TO NFH-DEST-ROUTING
           MOVE WS-ACH-ORIGIN-ID TO NFH-ORIGIN-ID
           MOVE WS-CURRENT-DATE (3:6) TO NFH-CREATION-DATE
           MOVE WS-CURRENT-TIME (1:4) TO NFH-CREATION-TIME
           MOVE WS-ACH-DEST-NAME TO NFH-DEST-NAME
           MOVE WS-ACH-COMPANY-NAME TO NFH-ORIGIN-NAME
           MOVE WS-NACHA-FILE-HEADER TO NACHA-RECORD
           PERFORM P790-WRITE-NACHA-RECORD

           PERFORM P710-WRITE-BATCH
                   UNTIL WS-BATCHED-CNT >= WS-NEW-ENTRY-CNT

           MOVE WS-BATCH-CNT TO NFC-BATCH-COUNT
           COMPUTE NFC-BLOCK-COUNT = (WS-NACHA-REC-CNT + 10) / 10
           MOVE WS-FILE-ENTRY-CNT TO NFC-ENTRY-COUNT
           MOVE WS-FILE-HASH TO NFC-ENTRY-HASH
           MOVE WS-FILE-DEBIT TO NFC-TOTAL-DEBIT
           MOVE ZERO TO NFC-TOTAL-CREDIT
           MOVE WS-NACHA-FILE-CONTROL TO NACHA-RECORD
           PERFORM P790-WRITE-NACHA-RECORD
           COMPUTE WS-PAD-CNT = NFC-BLOCK-COUNT * 10 - WS-NACHA-REC-CNT
           PERFORM P740-WRITE-BLOCK-FILLER WS-PAD-CNT TIMES.

       P700-EXIT.
           EXIT.

       P710-WRITE-BATCH.
           MOVE 99999999 TO WS-BATCH-EFF-DATE
           PERFORM P715-CHECK-BATCH-DATE
                   VARYING ADR-IDX FROM 1 BY 1
                   UNTIL ADR-IDX > WS-ADR-COUNT
           ADD 1 TO WS-BATCH-CNT
           ADD 1 TO WS-LAST-BATCH-NUM
           MOVE ZERO TO WS-BATCH-ENTRY-CNT
           MOVE ZERO TO WS-BATCH-HASH
           MOVE ZERO TO WS-BATCH-DEBIT

           MOVE WS-ACH-COMPANY-NAME TO NBH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID TO NBH-COMPANY-ID
           MOVE WS-ACH-ENTRY-DESC TO NBH-ENTRY-DESC
           MOVE WS-CURRENT-DATE (3:6) TO NBH-DESC-DATE
           MOVE WS-BATCH-EFF-DATE (3:6) TO NBH-EFFECTIVE-DATE
           MOVE WS-ACH-ODFI-ROUTING TO NBH-ODFI-ROUTING
           MOVE WS-LAST-BATCH-NUM TO NBH-BATCH-NUMBER
           MOVE WS-NACHA-BATCH-HEADER TO NACHA-RECORD
           PERFORM P790-WRITE-NACHA-RECORD

           PERFORM P720-WRITE-BATCH-ENTRY THRU P720-EXIT
                   VARYING ADR-IDX FROM 1 BY 1
                   UNTIL ADR-IDX > WS-ADR-COUNT

           MOVE WS-BATCH-ENTRY-CNT TO NBC-ENTRY-COUNT
           MOVE WS-BATCH-HASH TO NBC-ENTRY-HASH
           MOVE WS-BATCH-DEBIT TO NBC-TOTAL-DEBIT
           MOVE ZERO TO NBC-TOTAL-CREDIT
           MOVE WS-ACH-COMPANY-ID TO NBC-COMPANY-ID
           MOVE WS-ACH-ODFI-ROUTING TO NBC-ODFI-ROUTING
           MOVE WS-LAST-BATCH-NUM TO NBC-BATCH-NUMBER
           MOVE WS-NACHA-BATCH-CONTROL TO NACHA-RECORD
           PERFORM P790-WRITE-NACHA-RECORD

           ADD WS-BATCH-HASH TO WS-FILE-HASH
           ADD WS-BATCH-DEBIT TO WS-FILE-DEBIT.

       P715-CHECK-BATCH-DATE.
           IF ADR-AWAITING-BATCH (ADR-IDX) AND
              WS-ADR-EFFECTIVE-DATE (ADR-IDX) < WS-BATCH-EFF-DATE
               MOVE WS-ADR-EFFECTIVE-DATE (ADR-IDX)
                    TO WS-BATCH-EFF-DATE
           END-IF.

       P720-WRITE-BATCH-ENTRY.
           IF NOT ADR-AWAITING-BATCH (ADR-IDX) OR
              WS-ADR-EFFECTIVE-DATE (ADR-IDX) NOT = WS-BATCH-EFF-DATE
               GO TO P720-EXIT
           END-IF
           SET ENR-IDX TO WS-ADR-ENR-SUB (ADR-IDX)
           MOVE WS-ENR-ROUTING-NUM (ENR-IDX) TO WS-ROUTING-WORK
      *    27/37 debit checking/savings; 28/38 the pre-note of each.
           EVALUATE TRUE
               WHEN WS-ADR-ENTRY-TYPE (ADR-IDX) = 'N' AND
                    WS-ENR-ACCOUNT-TYPE (ENR-IDX) = 'S'
                   MOVE 38 TO NEN-TRAN-CODE
               WHEN WS-ADR-ENTRY-TYPE (ADR-IDX) = 'N'
                   MOVE 28 TO NEN-TRAN-CODE
               WHEN WS-ENR-ACCOUNT-TYPE (ENR-IDX) = 'S'
                   MOVE 37 TO NEN-TRAN-CODE
               WHEN OTHER
                   MOVE 27 TO NEN-TRAN-CODE
           END-EVALUATE
           MOVE WS-ROUTING-RDFI TO NEN-RDFI-ROUTING
           MOVE WS-ROUTING-CHECK TO NEN-CHECK-DIGIT
           MOVE WS-ENR-ACCOUNT-NUM (ENR-IDX) TO NEN-ACCOUNT-NUM
           MOVE WS-ADR-AMOUNT (ADR-IDX) TO NEN-AMOUNT
           MOVE WS-ADR-POLICY-NUM (ADR-IDX) TO NEN-INDIVIDUAL-ID
           MOVE WS-ENR-HOLDER-NAME (ENR-IDX) TO NEN-INDIVIDUAL-NAME
           MOVE WS-ADR-TRACE-NUMBER (ADR-IDX) TO NEN-TRACE-NUMBER
           MOVE WS-NACHA-ENTRY TO NACHA-RECORD
           PERFORM P790-WRITE-NACHA-RECORD

           MOVE 'N' TO WS-ADR-NEW-IND (ADR-IDX)
           ADD 1 TO WS-BATCHED-CNT
           ADD 1 TO WS-BATCH-ENTRY-CNT
           ADD 1 TO WS-FILE-ENTRY-CNT
           ADD WS-ROUTING-RDFI TO WS-BATCH-HASH
           ADD WS-ADR-AMOUNT (ADR-IDX) TO WS-BATCH-DEBIT
           PERFORM P730-WRITE-ENTRY-LINE.

       P720-EXIT.
           EXIT.

       P730-WRITE-ENTRY-LINE.
           MOVE WS-ADR-AMOUNT (ADR-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'TRACE ' WS-ADR-TRACE-NUMBER (ADR-IDX)
                  ' ' WS-ADR-ENTRY-TYPE (ADR-IDX)
                  ' POLICY ' WS-ADR-POLICY-NUM (ADR-IDX)
                  ' INST ' WS-ADR-INST-NO (ADR-IDX)
                  ' EFFECTIVE ' WS-ADR-EFFECTIVE-DATE (ADR-IDX)
                  ' AMOUNT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P740-WRITE-BLOCK-FILLER.
           MOVE ALL '9' TO NACHA-RECORD
           PERFORM P790-WRITE-NACHA-RECORD.

       P790-WRITE-NACHA-RECORD.
           WRITE NACHA-RECORD
           ADD 1 TO WS-NACHA-REC-CNT.

       P750-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Maintenance Applied:  ' WS-MAINT-CNT
                  '  (' WS-MAINT-REJECT-CNT ' REJECTED, '
                  WS-ENROLLED-CNT ' NEW ENROLLMENTS)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RETURNED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Returned Items:       ' WS-RETURN-CNT
                  '  ' WS-AMT-DISPLAY
                  '  (' WS-RETURN-EXCEPT-CNT ' UNMATCHED/DUPLICATE)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REVERSED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Drafts Reversed:      ' WS-REVERSED-CNT
                  '  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Enrollments Suspended:' WS-SUSPENDED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POSTED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Drafts Posted:        ' WS-POSTED-CNT
                  '  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Pre-notes Verified:   ' WS-VERIFIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Pre-notes Sent:       ' WS-PRENOTE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DRAFT-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Drafts Originated:    ' WS-DRAFT-CNT
                  '  ' WS-AMT-DISPLAY
                  '  IN ' WS-BATCH-CNT ' BATCH(ES)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      *    The file's debit total must be the drafts originated to
      *    the penny before it goes to the bank.
           MOVE SPACES TO REPORT-LINE
           IF WS-FILE-DEBIT = WS-DRAFT-TOTAL
               MOVE 'BALANCE STATUS: BALANCED' TO REPORT-LINE
           ELSE
               MOVE 'BALANCE STATUS: OUT OF BALANCE' TO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P780-CLOSE-FILES.
           CLOSE REPORT-FILE
           CLOSE ACH-PAYMENT-FILE
           CLOSE NACHA-FILE.

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

       P820-REWRITE-ENROLLMENTS.
           OPEN OUTPUT ENROLLMENT-FILE
           IF NOT ENROLLMENT-OK
               DISPLAY 'ERROR: Cannot rewrite ACH enrollment master: '
                       WS-ENR-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P820-EXIT
           END-IF
           PERFORM P830-WRITE-ENROLLMENT
                   VARYING ENR-IDX FROM 1 BY 1
                   UNTIL ENR-IDX > WS-ENR-COUNT
           CLOSE ENROLLMENT-FILE.

       P820-EXIT.
           EXIT.

       P830-WRITE-ENROLLMENT.
           MOVE SPACES TO ACH-ENROLLMENT-RECORD
           MOVE WS-ENR-POLICY-NUM (ENR-IDX) TO ENR-POLICY-NUM
           MOVE WS-ENR-CUSTOMER-NUM (ENR-IDX) TO ENR-CUSTOMER-NUM
           MOVE WS-ENR-ROUTING-NUM (ENR-IDX) TO ENR-ROUTING-NUM
           MOVE WS-ENR-ACCOUNT-NUM (ENR-IDX) TO ENR-ACCOUNT-NUM
           MOVE WS-ENR-ACCOUNT-TYPE (ENR-IDX) TO ENR-ACCOUNT-TYPE
           MOVE WS-ENR-HOLDER-NAME (ENR-IDX) TO ENR-HOLDER-NAME
           MOVE WS-ENR-STATUS (ENR-IDX) TO ENR-STATUS
           MOVE WS-ENR-PRENOTE-STATUS (ENR-IDX) TO ENR-PRENOTE-STATUS
           MOVE WS-ENR-PRENOTE-DATE (ENR-IDX) TO ENR-PRENOTE-DATE
           MOVE WS-ENR-RETURN-COUNT (ENR-IDX) TO ENR-RETURN-COUNT
           MOVE WS-ENR-RETURN-CODE (ENR-IDX) TO ENR-LAST-RETURN-CODE
           MOVE WS-ENR-RETURN-DATE (ENR-IDX) TO ENR-LAST-RETURN-DATE
           MOVE WS-ENR-ENROLL-DATE (ENR-IDX) TO ENR-ENROLL-DATE
           WRITE ACH-ENROLLMENT-RECORD.

      *    Settled and returned entries are dropped once past the
      *    bank's return window.
       P840-REWRITE-DRAFT-LEDGER.
           OPEN OUTPUT DRAFT-LEDGER-FILE
           IF NOT DRAFT-LEDGER-OK
               DISPLAY 'ERROR: Cannot rewrite ACH draft ledger: '
                       WS-ADR-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P840-EXIT
           END-IF
           PERFORM P850-WRITE-DRAFT THRU P850-EXIT
                   VARYING ADR-IDX FROM 1 BY 1
                   UNTIL ADR-IDX > WS-ADR-COUNT
           CLOSE DRAFT-LEDGER-FILE.

       P840-EXIT.
           EXIT.

       P850-WRITE-DRAFT.
           IF WS-ADR-STATUS (ADR-IDX) NOT = 'P'
               COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                               (WS-ADR-EFFECTIVE-DATE (ADR-IDX))
               IF WS-TODAY-INT - WS-WORK-INT > WS-ACH-RETAIN-DAYS
                   ADD 1 TO WS-PURGED-CNT
                   GO TO P850-EXIT
               END-IF
           END-IF
           MOVE SPACES TO ACH-DRAFT-RECORD
           MOVE WS-ADR-TRACE-NUMBER (ADR-IDX) TO ADR-TRACE-NUMBER
           MOVE WS-ADR-ENTRY-TYPE (ADR-IDX) TO ADR-ENTRY-TYPE
           MOVE WS-ADR-POLICY-NUM (ADR-IDX) TO ADR-POLICY-NUM
           MOVE WS-ADR-CUSTOMER-NUM (ADR-IDX) TO ADR-CUSTOMER-NUM
           MOVE WS-ADR-INST-NO (ADR-IDX) TO ADR-INSTALLMENT-NO
           MOVE WS-ADR-AMOUNT (ADR-IDX) TO ADR-AMOUNT
           MOVE WS-ADR-FILE-DATE (ADR-IDX) TO ADR-FILE-DATE
           MOVE WS-ADR-EFFECTIVE-DATE (ADR-IDX) TO ADR-EFFECTIVE-DATE
           MOVE WS-ADR-STATUS (ADR-IDX) TO ADR-STATUS
           MOVE WS-ADR-RETURN-CODE (ADR-IDX) TO ADR-RETURN-CODE
           MOVE WS-ADR-RETURN-DATE (ADR-IDX) TO ADR-RETURN-DATE
           WRITE ACH-DRAFT-RECORD.

       P850-EXIT.
           EXIT.

       P860-SAVE-CONTROL.
           OPEN OUTPUT ACH-CONTROL-FILE
           IF ACH-CONTROL-OK
               MOVE SPACES TO ACH-CONTROL-RECORD
               MOVE WS-CURRENT-DATE TO ACC-LAST-RUN-DATE
               MOVE WS-LAST-TRACE-SEQ TO ACC-LAST-TRACE-SEQ
               MOVE WS-LAST-BATCH-NUM TO ACC-LAST-BATCH-NUM
               WRITE ACH-CONTROL-RECORD
               CLOSE ACH-CONTROL-FILE
           ELSE
               DISPLAY 'ERROR: Cannot save ACH control: ' WS-ACC-STAT
               MOVE 12 TO RETURN-CODE
           END-IF.

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
           MOVE 'LGAPACH1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-NEW-ENTRY-CNT TO RST-RECORD-COUNT
           MOVE WS-DRAFT-TOTAL TO RST-TOTAL-AMOUNT
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
