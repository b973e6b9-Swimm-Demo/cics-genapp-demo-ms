       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPREF1.
      *================================================================*
      * PROGRAM: LGAPREF1 - RETURN PREMIUM / OVERPAYMENT REFUNDS      *
      * PURPOSE: PAYS CUSTOMERS BACK.  TAKES THE PROCESSED RETURN     *
      *          PREMIUMS FROM THE CANCELLATION RUN (CANRET.DAT) AND  *
      *          THE FINAL OVERPAYMENTS FROM THE CASH-APPLICATION     *
      *          RUN (UNAPCSH.DAT), WITH ANY CREDIT BALANCES HELD     *
      *          FROM EARLIER RUNS, AND FOR EACH:                     *
      *            - NETS IT AGAINST THE POLICY'S UNPAID              *
      *              INSTALLMENTS ON INSTMST.DAT, OLDEST FIRST;       *
      *            - MAKES A FINANCED POLICY'S RETURN PREMIUM         *
      *              PAYABLE TO THE FINANCE COMPANY ON PFCASSGN.DAT;  *
      *            - CUTS A REFUND CHECK FOR A REMAINDER AT OR ABOVE  *
      *              REF_MIN_REFUND, WRITES OFF ONE AT OR BELOW       *
      *              REF_WRITEOFF_TOL, AND HOLDS ANYTHING BETWEEN AS  *
      *              A CREDIT BALANCE FOR THE NEXT RUN.               *
      *          REFUND CHECKS ARE NUMBERED OFF THE SHARED CHECK      *
      *          CONTROL, GO TO THE BANK ON POSITIVE PAY, AND ARE     *
      *          APPENDED TO THE DAY'S DISBURSEMENT FILE AND PAYMENT  *
      *          REGISTER -- SO THIS RUN FOLLOWS LGAPCLM1, LGAPCAN1   *
      *          AND LGAPPAY1.  THE SETTLEMENT IS JOURNALED IN GLJRNL *
      *          FORMAT.                                              *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO 'CANRET.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RET-STAT.

           SELECT UNAPPLIED-FILE ASSIGN TO 'UNAPCSH.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-UNA-STAT.

           SELECT INSTALLMENT-MASTER-FILE ASSIGN TO 'INSTMST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

           SELECT PFC-ASSIGN-FILE ASSIGN TO 'PFCASSGN.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PFC-STAT.

      *    The insured's name and state for the check.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

      *    Credit balances between the write-off tolerance and the
      *    minimum refund, carried from run to run.
           SELECT HELD-CREDIT-FILE ASSIGN TO 'REFHOLD.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RFH-STAT.

      *    Date of the last refund run -- CANRET.DAT and UNAPCSH.DAT
      *    are day files, so a second run the same day would pay
      *    the same credits twice.
           SELECT REFUND-CONTROL-FILE ASSIGN TO 'REFCTL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RFC-STAT.

      *    Last check number printed -- shared by every run that
      *    issues checks.
           SELECT CHECK-NUMBER-FILE ASSIGN TO 'CHKNUMCT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKC-STAT.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKI-STAT.

           SELECT DISBURSE-FILE ASSIGN TO 'CLMDISB.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DSB-STAT.

           SELECT PAY-REGISTER-FILE ASSIGN TO 'CLMPREG.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRG-STAT.

           SELECT JOURNAL-FILE ASSIGN TO 'REFJRNL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JRN-STAT.

           SELECT REPORT-FILE ASSIGN TO 'REFRPT.DAT'
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
       FD  RETURN-FILE.
       01  RETURN-LINE                 PIC X(250).

      *    The unapplied-cash report line as LGAPPAY1 builds it.
       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-RECORD.
           05 UNA-POLICY-TAG           PIC X(7).
           05 UNA-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X(10).
           05 UNA-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X(5).
           05 UNA-BANK-REFERENCE       PIC X(16).
           05 FILLER                   PIC X(11).
           05 UNA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3).
           05 UNA-RESULT               PIC X(20).
           05 FILLER                   PIC X(23).

       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  PFC-ASSIGN-FILE.
       01  PFC-ASSIGN-RECORD.
           05 PFC-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X.
           05 PFC-COMPANY-NAME         PIC X(40).
           05 FILLER                   PIC X.
           05 PFC-COMPANY-ADDRESS      PIC X(60).

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  HELD-CREDIT-FILE.
       01  HELD-CREDIT-RECORD.
           05 RFH-SOURCE               PIC X(1).
           05 FILLER                   PIC X.
           05 RFH-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X.
           05 RFH-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X.
           05 RFH-AMOUNT               PIC 9(8)V99.
           05 FILLER                   PIC X.
           05 RFH-HELD-DATE            PIC 9(8).

       FD  REFUND-CONTROL-FILE.
       01  REFUND-CONTROL-RECORD.
           05 RFC-LAST-RUN-DATE        PIC 9(8).

       FD  CHECK-NUMBER-FILE.
       01  CHECK-NUMBER-RECORD.
           05 CKC-LAST-CHECK-NUM       PIC 9(10).

       FD  CHECK-ISSUE-FILE.
           COPY CHKISSUE.

       FD  DISBURSE-FILE.
           COPY DISBREC.

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-LINE           PIC X(133).

       FD  JOURNAL-FILE.
           COPY GLJRNL.

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

       01  WS-RET-STAT                 PIC X(2).
           88 RETURN-OK                VALUE '00'.
           88 RETURN-EOF               VALUE '10'.

       01  WS-UNA-STAT                 PIC X(2).
           88 UNAPPLIED-OK             VALUE '00'.
           88 UNAPPLIED-EOF            VALUE '10'.

       01  WS-IMS-STAT                 PIC X(2).
           88 INST-MASTER-OK           VALUE '00'.
           88 INST-MASTER-EOF          VALUE '10'.

       01  WS-PFC-STAT                 PIC X(2).
           88 PFC-ASSIGN-OK            VALUE '00'.
           88 PFC-ASSIGN-EOF           VALUE '10'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-POLMAST-OPEN-IND         PIC X VALUE 'N'.
           88 POLMAST-IS-OPEN          VALUE 'Y'.

       01  WS-RFH-STAT                 PIC X(2).
           88 HELD-CREDIT-OK           VALUE '00'.
           88 HELD-CREDIT-EOF          VALUE '10'.

       01  WS-RFC-STAT                 PIC X(2).
           88 REFUND-CONTROL-OK        VALUE '00'.

       01  WS-CKC-STAT                 PIC X(2).
           88 CHECK-NUMBER-OK          VALUE '00'.

       01  WS-CKI-STAT                 PIC X(2).
           88 CHECK-ISSUE-OK           VALUE '00'.

       01  WS-CKI-OPEN-IND             PIC X VALUE 'N'.
           88 CHECK-ISSUE-IS-OPEN      VALUE 'Y'.

       01  WS-DSB-STAT                 PIC X(2).
           88 DISBURSE-OK              VALUE '00'.

       01  WS-PRG-STAT                 PIC X(2).
           88 PAY-REGISTER-OK          VALUE '00'.

       01  WS-JRN-STAT                 PIC X(2).
           88 JOURNAL-OK               VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * REFUND PARAMETERS (CONFIG KEYS REF_MIN_REFUND,                 *
      * REF_WRITEOFF_TOL AND THE REF_GL_ ACCOUNTS).  A RETURN PREMIUM  *
      * IS RELIEVED FROM RETURN PREMIUM PAYABLE, AN OVERPAYMENT FROM   *
      * UNAPPLIED CASH; NETTING CREDITS PREMIUMS RECEIVABLE, A REFUND  *
      * CHECK OUTSTANDING CHECKS, A WRITE-OFF MISCELLANEOUS INCOME.    *
      *----------------------------------------------------------------*
       01  WS-REF-PARMS.
           05 WS-REF-MIN-REFUND        PIC 9(6)V99 VALUE 10.00.
           05 WS-REF-WRITEOFF-TOL      PIC 9(6)V99 VALUE 5.00.
           05 WS-REF-GL-RETURN-ACCT    PIC X(8) VALUE '21310'.
           05 WS-REF-GL-UNAPPLIED-ACCT PIC X(8) VALUE '21410'.
           05 WS-REF-GL-RECV-ACCT      PIC X(8) VALUE '10150'.
           05 WS-REF-GL-OUTSTD-ACCT    PIC X(8) VALUE '21510'.
           05 WS-REF-GL-WRITEOFF-ACCT  PIC X(8) VALUE '49910'.

      *----------------------------------------------------------------*
      * IN-CORE INSTALLMENT MASTER, HELD AS WHOLE RECORDS THE WAY THE  *
      * REINSTATEMENT RUN HOLDS IT.                                    *
      *----------------------------------------------------------------*
       01  WS-INSTALLMENT-MASTER.
           05 WS-IMS-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-IMS-ENTRY             OCCURS 20000 TIMES
                                       INDEXED BY IMS-IDX.
              10 WS-IMS-RECORD         PIC X(100).

       01  WS-MASTER-FULL-IND          PIC X VALUE 'N'.
           88 MASTER-TABLE-FULL        VALUE 'Y'.
       01  WS-IMS-LOADED-IND           PIC X VALUE 'N'.
           88 INST-MASTER-LOADED       VALUE 'Y'.

       01  WS-IMS-MATCH-IDX            PIC 9(5) VALUE ZERO.
       01  WS-IMS-BEST-DUE             PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------*
      * PREMIUM FINANCE ASSIGNMENTS -- AS LOADED BY LGAPCAN1.          *
      *----------------------------------------------------------------*
       01  WS-PFC-TABLE.
           05 WS-PFC-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-PFC-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY PFC-IDX.
              10 WS-PFC-POLICY         PIC X(12).
              10 WS-PFC-NAME           PIC X(40).

       01  WS-PFC-MATCH-IDX            PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
      * CREDITS TO SETTLE THIS RUN -- ONE PER POLICY AND SOURCE        *
      * (C RETURN PREMIUM, U UNAPPLIED CASH), A HELD BALANCE AND THE   *
      * DAY'S NEW CREDIT COMBINING.  DISPOSITION N NETTED IN FULL,     *
      * R REFUNDED, W WRITTEN OFF, H HELD.                             *
      *----------------------------------------------------------------*
       01  WS-CREDIT-TABLE.
           05 WS-CRD-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-CRD-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY CRD-IDX.
              10 WS-CRD-SOURCE         PIC X(1).
              10 WS-CRD-POLICY-NUM     PIC X(12).
              10 WS-CRD-CUSTOMER-NUM   PIC X(10).
              10 WS-CRD-AMOUNT         PIC 9(8)V99.
              10 WS-CRD-HELD-DATE      PIC 9(8).
              10 WS-CRD-DISPOSITION    PIC X(1).

       01  WS-CRD-MATCH-IDX            PIC 9(4) VALUE ZERO.

       01  WS-CREDIT-WORK.
           05 WS-WORK-SOURCE           PIC X(1).
           05 WS-WORK-POLICY-NUM       PIC X(12).
           05 WS-WORK-CUSTOMER-NUM     PIC X(10).
           05 WS-WORK-AMOUNT           PIC 9(8)V99.
           05 WS-WORK-HELD-DATE        PIC 9(8).
           05 WS-REMAINING             PIC 9(8)V99.
           05 WS-NETTED-THIS-CREDIT    PIC 9(8)V99.
           05 WS-BALANCE-DUE           PIC 9(8)V99.
           05 WS-APPLIED-THIS-INST     PIC 9(8)V99.
           05 WS-PAYEE-NAME            PIC X(40).
           05 WS-PAYEE-STATE           PIC X(2).
           05 WS-DISPOSITION-TEXT      PIC X(14).
           05 WS-NEXT-CHECK-NUM        PIC 9(10) VALUE ZERO.

       01  WS-PARSE-FIELDS.
           05 WS-CSV-F1                PIC X(30).
           05 WS-CSV-F2                PIC X(30).
           05 WS-CSV-F3                PIC X(30).
           05 WS-CSV-F4                PIC X(30).
           05 WS-CSV-F5                PIC X(30).
           05 WS-CSV-F6                PIC X(30).
           05 WS-CSV-F7                PIC X(40).

       01  WS-COUNTERS.
           05 WS-RET-REC-CNT           PIC 9(6) VALUE ZERO.
           05 WS-RETURN-CREDIT-CNT     PIC 9(6) VALUE ZERO.
           05 WS-OVERPAY-CREDIT-CNT    PIC 9(6) VALUE ZERO.
           05 WS-HELD-IN-CNT           PIC 9(6) VALUE ZERO.
           05 WS-NETTED-CNT            PIC 9(6) VALUE ZERO.
           05 WS-REFUND-CNT            PIC 9(6) VALUE ZERO.
           05 WS-PFC-REFUND-CNT        PIC 9(6) VALUE ZERO.
           05 WS-WRITEOFF-CNT          PIC 9(6) VALUE ZERO.
           05 WS-HELD-OUT-CNT          PIC 9(6) VALUE ZERO.

       01  WS-TOTALS.
           05 WS-CREDIT-TOTAL          PIC 9(12)V99 VALUE ZERO.
           05 WS-NETTED-TOTAL          PIC 9(12)V99 VALUE ZERO.
           05 WS-REFUND-TOTAL          PIC 9(12)V99 VALUE ZERO.
           05 WS-WRITEOFF-TOTAL        PIC 9(12)V99 VALUE ZERO.
           05 WS-HELD-TOTAL            PIC 9(12)V99 VALUE ZERO.
      *    Relief of the source liabilities -- everything settled
      *    this run, netted, refunded or written off.
           05 WS-RETURN-RELIEF         PIC 9(12)V99 VALUE ZERO.
           05 WS-UNAPPLIED-RELIEF      PIC 9(12)V99 VALUE ZERO.
           05 WS-JRN-DEBITS            PIC S9(13)V99 VALUE ZERO.
           05 WS-JRN-CREDITS           PIC S9(13)V99 VALUE ZERO.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY2             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DSB-AMT-DISPLAY          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       COPY GLPERIOD.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT THRU P200-EXIT
           PERFORM P205-RESOLVE-GL-PERIOD
           PERFORM P250-LOAD-PFC-ASSIGNMENTS THRU P250-EXIT
           PERFORM P300-LOAD-INSTALLMENT-MASTER THRU P300-EXIT
           PERFORM P350-LOAD-HELD-CREDITS THRU P350-EXIT
           PERFORM P400-COLLECT-RETURN-PREMIUM THRU P400-EXIT
           PERFORM P450-COLLECT-OVERPAYMENTS THRU P450-EXIT
           PERFORM P480-OPEN-FILES
           PERFORM P500-SETTLE-CREDIT THRU P500-EXIT
                   VARYING CRD-IDX FROM 1 BY 1
                   UNTIL CRD-IDX > WS-CRD-COUNT
           PERFORM P600-WRITE-GL-JOURNAL THRU P600-EXIT
           PERFORM P700-WRITE-SUMMARY
           PERFORM P750-CLOSE-FILES
           PERFORM P800-REWRITE-INSTALLMENTS THRU P800-EXIT
           PERFORM P850-SAVE-HELD-CREDITS
           PERFORM P870-SAVE-CONTROLS
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT REFUND-CONTROL-FILE
           IF REFUND-CONTROL-OK
               READ REFUND-CONTROL-FILE
               IF REFUND-CONTROL-OK AND
                  RFC-LAST-RUN-DATE = WS-CURRENT-DATE
                   DISPLAY 'Warning: Refunds already run today - '
                           'nothing paid'
                   CLOSE REFUND-CONTROL-FILE
                   MOVE 4 TO RETURN-CODE
                   PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   STOP RUN
               END-IF
               CLOSE REFUND-CONTROL-FILE
           END-IF

           OPEN INPUT CHECK-NUMBER-FILE
           IF CHECK-NUMBER-OK
               READ CHECK-NUMBER-FILE
               IF CHECK-NUMBER-OK
                   MOVE CKC-LAST-CHECK-NUM TO WS-NEXT-CHECK-NUM
               END-IF
               CLOSE CHECK-NUMBER-FILE
           END-IF

           OPEN INPUT CONFIG-FILE
           IF NOT CONFIG-OK
               GO TO P200-EXIT
           END-IF
           MOVE 'REF_MIN_REFUND' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WS-REF-MIN-REFUND
           END-IF
           MOVE 'REF_WRITEOFF_TOL' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                    TO WS-REF-WRITEOFF-TOL
           END-IF
           MOVE 'REF_GL_RETURN_ACCT' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:8) TO WS-REF-GL-RETURN-ACCT
           END-IF
           MOVE 'REF_GL_UNAPPLIED_ACCT' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:8) TO WS-REF-GL-UNAPPLIED-ACCT
           END-IF
           MOVE 'REF_GL_RECV_ACCT' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:8) TO WS-REF-GL-RECV-ACCT
           END-IF
           MOVE 'REF_GL_OUTSTD_ACCT' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:8) TO WS-REF-GL-OUTSTD-ACCT
           END-IF
           MOVE 'REF_GL_WRITEOFF_ACCT' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:8) TO WS-REF-GL-WRITEOFF-ACCT
           END-IF
           CLOSE CONFIG-FILE.

       P200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RESOLVE THE ACCOUNTING PERIOD THE JOURNAL POSTS TO.  A RUN     *
      * DATED INTO A CLOSED PERIOD POSTS TO THE OPEN PERIOD AS A       *
      * PRIOR-PERIOD ADJUSTMENT; WITH NO OPEN PERIOD TO TAKE IT THE    *
      * RUN STOPS BEFORE ANYTHING IS POSTED.                           *
      *----------------------------------------------------------------*
       P205-RESOLVE-GL-PERIOD.
           MOVE WS-CURRENT-DATE TO GPR-POSTING-DATE
           CALL 'LGAPPRD1' USING GL-PERIOD-REQUEST
           EVALUATE TRUE
               WHEN GPR-NO-OPEN-PERIOD
                   DISPLAY 'ERROR: Period ' GPR-ORIG-PERIOD
                           ' is closed and no later period is open'
                           ' - nothing posted'
                   MOVE 12 TO RETURN-CODE
                   PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   STOP RUN
               WHEN GPR-PRIOR-PERIOD-ADJ
                   DISPLAY 'Period ' GPR-ORIG-PERIOD ' is closed - '
                           'journal posts to ' GPR-PERIOD
                           ' as a prior-period adjustment'
               WHEN GPR-NOT-ON-CALENDAR
                   DISPLAY 'Warning: Period ' GPR-ORIG-PERIOD
                           ' is not on the accounting calendar'
           END-EVALUATE.

       P250-LOAD-PFC-ASSIGNMENTS.
           OPEN INPUT PFC-ASSIGN-FILE
           IF NOT PFC-ASSIGN-OK
               GO TO P250-EXIT
           END-IF
           PERFORM P251-READ-PFC
           PERFORM UNTIL PFC-ASSIGN-EOF
               IF WS-PFC-COUNT < 500 AND PFC-POLICY-NUM NOT = SPACES
                   ADD 1 TO WS-PFC-COUNT
                   SET PFC-IDX TO WS-PFC-COUNT
                   MOVE PFC-POLICY-NUM TO WS-PFC-POLICY (PFC-IDX)
                   MOVE PFC-COMPANY-NAME TO WS-PFC-NAME (PFC-IDX)
               END-IF
               PERFORM P251-READ-PFC
           END-PERFORM
           CLOSE PFC-ASSIGN-FILE.

       P250-EXIT.
           EXIT.

       P251-READ-PFC.
           READ PFC-ASSIGN-FILE
           END-READ.

      *    Netting against a partial master would refund money the
      *    customer still owes -- stop before anything is paid.
       P300-LOAD-INSTALLMENT-MASTER.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               DISPLAY 'Warning: Installment master unavailable: '
                       WS-IMS-STAT ' - credits not netted'
               MOVE 4 TO RETURN-CODE
               GO TO P300-EXIT
           END-IF
           MOVE 'Y' TO WS-IMS-LOADED-IND
           PERFORM P310-READ-INSTALLMENT
           PERFORM UNTIL INST-MASTER-EOF
               IF WS-IMS-COUNT < 20000
                   ADD 1 TO WS-IMS-COUNT
                   SET IMS-IDX TO WS-IMS-COUNT
                   MOVE INSTALLMENT-MASTER-RECORD
                        TO WS-IMS-RECORD (IMS-IDX)
               ELSE
                   MOVE 'Y' TO WS-MASTER-FULL-IND
               END-IF
               PERFORM P310-READ-INSTALLMENT
           END-PERFORM
           CLOSE INSTALLMENT-MASTER-FILE
           IF MASTER-TABLE-FULL
               DISPLAY 'ERROR: Installment master exceeds table - '
                       'no refunds processed'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF.

       P300-EXIT.
           EXIT.

       P310-READ-INSTALLMENT.
           READ INSTALLMENT-MASTER-FILE
           END-READ.

       P350-LOAD-HELD-CREDITS.
           OPEN INPUT HELD-CREDIT-FILE
           IF NOT HELD-CREDIT-OK
               GO TO P350-EXIT
           END-IF
           PERFORM P360-READ-HELD-CREDIT
           PERFORM UNTIL HELD-CREDIT-EOF
               IF RFH-AMOUNT NUMERIC AND RFH-AMOUNT > ZERO
                   ADD 1 TO WS-HELD-IN-CNT
                   MOVE RFH-SOURCE TO WS-WORK-SOURCE
                   MOVE RFH-POLICY-NUM TO WS-WORK-POLICY-NUM
                   MOVE RFH-CUSTOMER-NUM TO WS-WORK-CUSTOMER-NUM
                   MOVE RFH-AMOUNT TO WS-WORK-AMOUNT
                   MOVE RFH-HELD-DATE TO WS-WORK-HELD-DATE
                   PERFORM P370-ADD-CREDIT THRU P370-EXIT
               END-IF
               PERFORM P360-READ-HELD-CREDIT
           END-PERFORM
           CLOSE HELD-CREDIT-FILE.

       P350-EXIT.
           EXIT.

       P360-READ-HELD-CREDIT.
           READ HELD-CREDIT-FILE
           END-READ.

      *    Find-or-add on policy and source; the earliest held date
      *    is kept.
       P370-ADD-CREDIT.
           ADD WS-WORK-AMOUNT TO WS-CREDIT-TOTAL
           MOVE ZERO TO WS-CRD-MATCH-IDX
           PERFORM P375-CHECK-CREDIT-ENTRY
                   VARYING CRD-IDX FROM 1 BY 1
                   UNTIL CRD-IDX > WS-CRD-COUNT
                      OR WS-CRD-MATCH-IDX > ZERO
           IF WS-CRD-MATCH-IDX > ZERO
               SET CRD-IDX TO WS-CRD-MATCH-IDX
               ADD WS-WORK-AMOUNT TO WS-CRD-AMOUNT (CRD-IDX)
               IF WS-CRD-HELD-DATE (CRD-IDX) = ZERO
                   MOVE WS-WORK-HELD-DATE TO WS-CRD-HELD-DATE (CRD-IDX)
               END-IF
               GO TO P370-EXIT
           END-IF
           IF WS-CRD-COUNT >= 5000
               DISPLAY 'ERROR: Credit table full - policy '
                       WS-WORK-POLICY-NUM ' not settled'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO P370-EXIT
           END-IF
           ADD 1 TO WS-CRD-COUNT
           SET CRD-IDX TO WS-CRD-COUNT
           MOVE WS-WORK-SOURCE TO WS-CRD-SOURCE (CRD-IDX)
           MOVE WS-WORK-POLICY-NUM TO WS-CRD-POLICY-NUM (CRD-IDX)
           MOVE WS-WORK-CUSTOMER-NUM TO WS-CRD-CUSTOMER-NUM (CRD-IDX)
           MOVE WS-WORK-AMOUNT TO WS-CRD-AMOUNT (CRD-IDX)
           MOVE WS-WORK-HELD-DATE TO WS-CRD-HELD-DATE (CRD-IDX)
           MOVE SPACE TO WS-CRD-DISPOSITION (CRD-IDX).

       P370-EXIT.
           EXIT.

       P375-CHECK-CREDIT-ENTRY.
           IF WS-CRD-POLICY-NUM (CRD-IDX) = WS-WORK-POLICY-NUM AND
              WS-CRD-SOURCE (CRD-IDX) = WS-WORK-SOURCE
               SET WS-CRD-MATCH-IDX TO CRD-IDX
           END-IF.

       P400-COLLECT-RETURN-PREMIUM.
           OPEN INPUT RETURN-FILE
           IF NOT RETURN-OK
               DISPLAY 'No return premium extract today: ' WS-RET-STAT
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-RETURN
           PERFORM UNTIL RETURN-EOF
               PERFORM P420-TAKE-RETURN THRU P420-EXIT
               PERFORM P410-READ-RETURN
           END-PERFORM
           CLOSE RETURN-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-RETURN.
           READ RETURN-FILE
           END-READ.

       P420-TAKE-RETURN.
           ADD 1 TO WS-RET-REC-CNT
      *    Skip the CSV header line
           IF WS-RET-REC-CNT = 1
               GO TO P420-EXIT
           END-IF

      *    CANRET.DAT: POLICY_NUM,CUSTOMER_NUM,CANCEL_REASON,METHOD,
      *    RETURN_PREMIUM,RESULT,PAYEE
           MOVE SPACES TO WS-PARSE-FIELDS
           UNSTRING RETURN-LINE DELIMITED BY ','
               INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
                    WS-CSV-F5 WS-CSV-F6 WS-CSV-F7
           END-UNSTRING

           IF WS-CSV-F6 (1:9) NOT = 'PROCESSED'
               GO TO P420-EXIT
           END-IF
           COMPUTE WS-WORK-AMOUNT = FUNCTION NUMVAL(WS-CSV-F5)
           IF WS-WORK-AMOUNT = ZERO
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-RETURN-CREDIT-CNT
           MOVE 'C' TO WS-WORK-SOURCE
           MOVE WS-CSV-F1 (1:12) TO WS-WORK-POLICY-NUM
           MOVE WS-CSV-F2 (1:10) TO WS-WORK-CUSTOMER-NUM
           MOVE ZERO TO WS-WORK-HELD-DATE
           PERFORM P370-ADD-CREDIT THRU P370-EXIT.

       P420-EXIT.
           EXIT.

      *    Only a true overpayment is refunded -- cash that matched
      *    no open installment at all stays with accounting to
      *    identify.
       P450-COLLECT-OVERPAYMENTS.
           OPEN INPUT UNAPPLIED-FILE
           IF NOT UNAPPLIED-OK
               DISPLAY 'No unapplied-cash report today: ' WS-UNA-STAT
               GO TO P450-EXIT
           END-IF
           PERFORM P460-READ-UNAPPLIED
           PERFORM UNTIL UNAPPLIED-EOF
               IF UNA-POLICY-TAG = 'POLICY ' AND
                  UNA-RESULT (1:11) = 'OVERPAYMENT'
                   MOVE UNA-AMOUNT TO WS-WORK-AMOUNT
                   IF WS-WORK-AMOUNT > ZERO
                       ADD 1 TO WS-OVERPAY-CREDIT-CNT
                       MOVE 'U' TO WS-WORK-SOURCE
                       MOVE UNA-POLICY-NUM TO WS-WORK-POLICY-NUM
                       MOVE UNA-CUSTOMER-NUM TO WS-WORK-CUSTOMER-NUM
                       MOVE ZERO TO WS-WORK-HELD-DATE
                       PERFORM P370-ADD-CREDIT THRU P370-EXIT
                   END-IF
               END-IF
               PERFORM P460-READ-UNAPPLIED
           END-PERFORM
           CLOSE UNAPPLIED-FILE.

       P450-EXIT.
           EXIT.

       P460-READ-UNAPPLIED.
           READ UNAPPLIED-FILE
           END-READ.

       P480-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open refund report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

      *    The day's disbursement file and register are created by
      *    the claims run; refunds are added to the end of them.
           OPEN EXTEND DISBURSE-FILE
           IF NOT DISBURSE-OK
               OPEN OUTPUT DISBURSE-FILE
           END-IF
           IF NOT DISBURSE-OK
               DISPLAY 'ERROR: Cannot open disbursement file: '
                       WS-DSB-STAT
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           OPEN EXTEND PAY-REGISTER-FILE
           IF NOT PAY-REGISTER-OK
               OPEN OUTPUT PAY-REGISTER-FILE
           END-IF
           IF NOT PAY-REGISTER-OK
               DISPLAY 'ERROR: Cannot open payment register: '
                       WS-PRG-STAT
               CLOSE REPORT-FILE
               CLOSE DISBURSE-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN EXTEND CHECK-ISSUE-FILE
           IF NOT CHECK-ISSUE-OK
               OPEN OUTPUT CHECK-ISSUE-FILE
           END-IF
           IF CHECK-ISSUE-OK
               MOVE 'Y' TO WS-CKI-OPEN-IND
           ELSE
               DISPLAY 'Warning: Cannot open check issue ledger - '
                       'refund checks not on positive pay: '
                       WS-CKI-STAT
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-POLMAST-OPEN-IND
           ELSE
               DISPLAY 'Warning: Policy master unavailable - refunds '
                       'made out to the customer number: ' WS-POL-STAT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE '        PREMIUM REFUND REGISTER'
                TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE SPACES TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '        PREMIUM REFUND SETTLEMENT - '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SRC POLICY       CUSTOMER         CREDIT'
                  '           NETTED  DISPOSITION         AMOUNT'
                  '  PAYEE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * SETTLE ONE CREDIT: NET IT AGAINST WHAT THE POLICY STILL OWES,  *
      * THEN REFUND, WRITE OFF OR HOLD WHAT IS LEFT.                   *
      *----------------------------------------------------------------*
       P500-SETTLE-CREDIT.
           MOVE WS-CRD-AMOUNT (CRD-IDX) TO WS-REMAINING
           MOVE WS-CRD-AMOUNT (CRD-IDX) TO WS-WORK-AMOUNT
           MOVE ZERO TO WS-NETTED-THIS-CREDIT
           MOVE SPACES TO WS-PAYEE-NAME

           IF INST-MASTER-LOADED
               PERFORM P520-FIND-EARLIEST-UNPAID
               PERFORM P530-NET-ONE-INSTALLMENT
                       UNTIL WS-REMAINING = ZERO
                          OR WS-IMS-MATCH-IDX = ZERO
           END-IF
           ADD WS-NETTED-THIS-CREDIT TO WS-NETTED-TOTAL

           EVALUATE TRUE
               WHEN WS-REMAINING = ZERO
                   MOVE 'N' TO WS-CRD-DISPOSITION (CRD-IDX)
                   MOVE 'NETTED' TO WS-DISPOSITION-TEXT
                   ADD 1 TO WS-NETTED-CNT
               WHEN WS-REMAINING >= WS-REF-MIN-REFUND
                   MOVE 'R' TO WS-CRD-DISPOSITION (CRD-IDX)
                   MOVE 'REFUNDED' TO WS-DISPOSITION-TEXT
                   PERFORM P540-RESOLVE-PAYEE
                   PERFORM P550-ISSUE-REFUND
               WHEN WS-REMAINING <= WS-REF-WRITEOFF-TOL
                   MOVE 'W' TO WS-CRD-DISPOSITION (CRD-IDX)
                   MOVE 'WRITTEN OFF' TO WS-DISPOSITION-TEXT
                   ADD 1 TO WS-WRITEOFF-CNT
                   ADD WS-REMAINING TO WS-WRITEOFF-TOTAL
               WHEN OTHER
                   MOVE 'H' TO WS-CRD-DISPOSITION (CRD-IDX)
                   MOVE 'HELD' TO WS-DISPOSITION-TEXT
                   IF WS-CRD-HELD-DATE (CRD-IDX) = ZERO
                       MOVE WS-CURRENT-DATE
                            TO WS-CRD-HELD-DATE (CRD-IDX)
                   END-IF
                   ADD 1 TO WS-HELD-OUT-CNT
                   ADD WS-REMAINING TO WS-HELD-TOTAL
           END-EVALUATE

      *    A held balance stays in its source liability; all else is
      *    relieved from it.
           IF WS-CRD-DISPOSITION (CRD-IDX) = 'H'
               COMPUTE WS-BALANCE-DUE =
                   WS-CRD-AMOUNT (CRD-IDX) - WS-REMAINING
               MOVE WS-REMAINING TO WS-CRD-AMOUNT (CRD-IDX)
           ELSE
               MOVE WS-CRD-AMOUNT (CRD-IDX) TO WS-BALANCE-DUE
           END-IF
           IF WS-CRD-SOURCE (CRD-IDX) = 'C'
               ADD WS-BALANCE-DUE TO WS-RETURN-RELIEF
           ELSE
               ADD WS-BALANCE-DUE TO WS-UNAPPLIED-RELIEF
           END-IF

           PERFORM P590-WRITE-REPORT-LINE.

       P500-EXIT.
           EXIT.

       P520-FIND-EARLIEST-UNPAID.
           MOVE ZERO TO WS-IMS-MATCH-IDX
           MOVE 99999999 TO WS-IMS-BEST-DUE
           PERFORM P521-CHECK-UNPAID-ENTRY
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT.

      *    Open and short-paid installments, and those the billing
      *    run closed on cancellation with money still unpaid -- the
      *    return premium was figured on the full premium, so what
      *    the customer never paid comes out of it.
       P521-CHECK-UNPAID-ENTRY.
           MOVE WS-IMS-RECORD (IMS-IDX)
                TO INSTALLMENT-MASTER-RECORD
           IF IMS-POLICY-NUM = WS-CRD-POLICY-NUM (CRD-IDX) AND
              (IMS-OPEN OR IMS-SHORT-PAID OR IMS-CANCELLED) AND
              IMS-TOTAL-DUE > IMS-PAID-AMOUNT AND
              IMS-DUE-DATE < WS-IMS-BEST-DUE
               SET WS-IMS-MATCH-IDX TO IMS-IDX
               MOVE IMS-DUE-DATE TO WS-IMS-BEST-DUE
           END-IF.

       P530-NET-ONE-INSTALLMENT.
           SET IMS-IDX TO WS-IMS-MATCH-IDX
           MOVE WS-IMS-RECORD (IMS-IDX)
                TO INSTALLMENT-MASTER-RECORD
           COMPUTE WS-BALANCE-DUE = IMS-TOTAL-DUE - IMS-PAID-AMOUNT
           IF WS-REMAINING >= WS-BALANCE-DUE
               MOVE WS-BALANCE-DUE TO WS-APPLIED-THIS-INST
               IF NOT IMS-CANCELLED
                   MOVE 'P' TO IMS-PAY-STATUS
               END-IF
           ELSE
               MOVE WS-REMAINING TO WS-APPLIED-THIS-INST
               IF NOT IMS-CANCELLED
                   MOVE 'S' TO IMS-PAY-STATUS
               END-IF
           END-IF
           ADD WS-APPLIED-THIS-INST TO IMS-PAID-AMOUNT
           MOVE WS-CURRENT-DATE TO IMS-LAST-PAYMENT-DATE
           MOVE ZERO TO IMS-DUN-LEVEL
           MOVE ZERO TO IMS-LAST-NOTICE-DATE
           MOVE INSTALLMENT-MASTER-RECORD TO WS-IMS-RECORD (IMS-IDX)
           SUBTRACT WS-APPLIED-THIS-INST FROM WS-REMAINING
           ADD WS-APPLIED-THIS-INST TO WS-NETTED-THIS-CREDIT
           IF WS-REMAINING > ZERO
               PERFORM P520-FIND-EARLIEST-UNPAID
           END-IF.

      *    Return premium on a financed policy belongs to the finance
      *    company of record; everything else goes back to the
      *    insured by name.
       P540-RESOLVE-PAYEE.
           MOVE SPACES TO WS-PAYEE-STATE
           MOVE WS-CRD-CUSTOMER-NUM (CRD-IDX) TO WS-PAYEE-NAME
           IF POLMAST-IS-OPEN
               MOVE WS-CRD-POLICY-NUM (CRD-IDX) TO POL-POLICY-NUM
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POL-CUSTOMER-NAME NOT = SPACES
                           MOVE POL-CUSTOMER-NAME TO WS-PAYEE-NAME
                       END-IF
                       MOVE POL-TERRITORY-CODE (1:2) TO WS-PAYEE-STATE
               END-READ
           END-IF
           IF WS-CRD-SOURCE (CRD-IDX) = 'C'
               MOVE ZERO TO WS-PFC-MATCH-IDX
               PERFORM P545-FIND-PFC-ASSIGNMENT
                       VARYING PFC-IDX FROM 1 BY 1
                       UNTIL PFC-IDX > WS-PFC-COUNT
                          OR WS-PFC-MATCH-IDX > ZERO
               IF WS-PFC-MATCH-IDX > ZERO
                   SET PFC-IDX TO WS-PFC-MATCH-IDX
                   MOVE WS-PFC-NAME (PFC-IDX) TO WS-PAYEE-NAME
                   MOVE 'REFUNDED PFC' TO WS-DISPOSITION-TEXT
                   ADD 1 TO WS-PFC-REFUND-CNT
               END-IF
           END-IF.

       P545-FIND-PFC-ASSIGNMENT.
           IF WS-PFC-POLICY (PFC-IDX) = WS-CRD-POLICY-NUM (CRD-IDX)
               SET WS-PFC-MATCH-IDX TO PFC-IDX
           END-IF.

      *----------------------------------------------------------------*
      * CUT THE REFUND CHECK: NEXT CHECK NUMBER, DISBURSEMENT ROW,     *
      * POSITIVE-PAY ISSUE ROW AND REGISTER LINE, AS FOR A CLAIM       *
      * PAYMENT.                                                       *
      *----------------------------------------------------------------*
       P550-ISSUE-REFUND.
           ADD 1 TO WS-REFUND-CNT
           ADD WS-REMAINING TO WS-REFUND-TOTAL
           ADD 1 TO WS-NEXT-CHECK-NUM

           MOVE SPACES TO DISBURSE-RECORD
           MOVE WS-PAYEE-NAME TO DSB-PAYEE-NAME
           MOVE WS-CRD-POLICY-NUM (CRD-IDX) TO DSB-CLAIM-NUMBER
           MOVE WS-CRD-CUSTOMER-NUM (CRD-IDX) TO DSB-CUSTOMER-NUM
           MOVE WS-REMAINING TO DSB-AMOUNT
           MOVE WS-CURRENT-DATE TO DSB-ISSUE-DATE
           MOVE 'REFUND' TO DSB-DISB-TYPE
           MOVE WS-NEXT-CHECK-NUM TO DSB-CHECK-NUMBER
           WRITE DISBURSE-RECORD

           IF CHECK-ISSUE-IS-OPEN
               MOVE SPACES TO CHECK-ISSUE-RECORD
               MOVE 'I' TO CKI-ACTION
               MOVE WS-NEXT-CHECK-NUM TO CKI-CHECK-NUMBER
               MOVE WS-CURRENT-DATE TO CKI-ACTION-DATE
               MOVE WS-REMAINING TO CKI-AMOUNT
               MOVE WS-PAYEE-NAME TO CKI-PAYEE-NAME
               MOVE 'R' TO CKI-SOURCE
               MOVE WS-CRD-POLICY-NUM (CRD-IDX) TO CKI-REFERENCE
               MOVE WS-PAYEE-STATE TO CKI-PAYEE-STATE
               WRITE CHECK-ISSUE-RECORD
           END-IF

           MOVE DSB-AMOUNT TO WS-DSB-AMT-DISPLAY
           MOVE SPACES TO PAY-REGISTER-LINE
           STRING DSB-DISB-TYPE
                  ' CHECK ' DSB-CHECK-NUMBER
                  '  POLICY ' DSB-CLAIM-NUMBER
                  ' CUSTOMER ' DSB-CUSTOMER-NUM
                  ' AMOUNT ' WS-DSB-AMT-DISPLAY
                  ' PAYEE ' FUNCTION TRIM(DSB-PAYEE-NAME)
                  DELIMITED BY SIZE INTO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE.

       P590-WRITE-REPORT-LINE.
           MOVE WS-WORK-AMOUNT TO WS-AMT-DISPLAY
           MOVE WS-NETTED-THIS-CREDIT TO WS-AMT-DISPLAY2
           MOVE SPACES TO REPORT-LINE
           STRING ' ' WS-CRD-SOURCE (CRD-IDX)
                  '  ' WS-CRD-POLICY-NUM (CRD-IDX)
                  ' ' WS-CRD-CUSTOMER-NUM (CRD-IDX)
                  ' ' WS-AMT-DISPLAY
                  ' ' WS-AMT-DISPLAY2
                  '  ' WS-DISPOSITION-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-REMAINING TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO REPORT-LINE (84:16)
           MOVE WS-PAYEE-NAME TO REPORT-LINE (102:32)
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * THE REFUND JOURNAL: DEBIT THE SOURCE LIABILITIES FOR WHAT WAS  *
      * SETTLED, CREDIT RECEIVABLES FOR WHAT WAS NETTED, OUTSTANDING   *
      * CHECKS FOR WHAT WAS REFUNDED AND MISCELLANEOUS INCOME FOR      *
      * WHAT WAS WRITTEN OFF.  THE TOTALS ARE PROVED BEFORE THE RUN    *
      * REPORTS CLEAN.                                                 *
      *----------------------------------------------------------------*
       P600-WRITE-GL-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY 'Warning: Cannot open refund journal file: '
                       WS-JRN-STAT
               MOVE 4 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           IF WS-RETURN-RELIEF > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-REF-GL-RETURN-ACCT TO GLJ-ACCOUNT
               MOVE 'RETURN PREMIUM PAYABLE' TO GLJ-ACCOUNT-DESC
               MOVE WS-RETURN-RELIEF TO GLJ-DEBIT-AMT
               MOVE ZERO TO GLJ-CREDIT-AMT
               PERFORM P610-WRITE-JOURNAL-LINE
           END-IF
           IF WS-UNAPPLIED-RELIEF > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-REF-GL-UNAPPLIED-ACCT TO GLJ-ACCOUNT
               MOVE 'UNAPPLIED CASH' TO GLJ-ACCOUNT-DESC
               MOVE WS-UNAPPLIED-RELIEF TO GLJ-DEBIT-AMT
               MOVE ZERO TO GLJ-CREDIT-AMT
               PERFORM P610-WRITE-JOURNAL-LINE
           END-IF
           IF WS-NETTED-TOTAL > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-REF-GL-RECV-ACCT TO GLJ-ACCOUNT
               MOVE 'PREMIUMS RECEIVABLE' TO GLJ-ACCOUNT-DESC
               MOVE ZERO TO GLJ-DEBIT-AMT
               MOVE WS-NETTED-TOTAL TO GLJ-CREDIT-AMT
               PERFORM P610-WRITE-JOURNAL-LINE
           END-IF
           IF WS-REFUND-TOTAL > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-REF-GL-OUTSTD-ACCT TO GLJ-ACCOUNT
               MOVE 'OUTSTANDING CHECKS - REFUNDS' TO GLJ-ACCOUNT-DESC
               MOVE ZERO TO GLJ-DEBIT-AMT
               MOVE WS-REFUND-TOTAL TO GLJ-CREDIT-AMT
               PERFORM P610-WRITE-JOURNAL-LINE
           END-IF
           IF WS-WRITEOFF-TOTAL > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-REF-GL-WRITEOFF-ACCT TO GLJ-ACCOUNT
               MOVE 'SMALL BALANCE WRITE-OFF' TO GLJ-ACCOUNT-DESC
               MOVE ZERO TO GLJ-DEBIT-AMT
               MOVE WS-WRITEOFF-TOTAL TO GLJ-CREDIT-AMT
               PERFORM P610-WRITE-JOURNAL-LINE
           END-IF

           CLOSE JOURNAL-FILE

           IF WS-JRN-DEBITS NOT = WS-JRN-CREDITS
               DISPLAY 'ERROR: Refund journal out of balance - '
                       'debits ' WS-JRN-DEBITS
                       ' credits ' WS-JRN-CREDITS
               MOVE 8 TO RETURN-CODE
           END-IF.

       P600-EXIT.
           EXIT.

       P610-WRITE-JOURNAL-LINE.
           MOVE WS-CURRENT-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           ADD GLJ-DEBIT-AMT TO WS-JRN-DEBITS
           ADD GLJ-CREDIT-AMT TO WS-JRN-CREDITS
           WRITE GL-JOURNAL-RECORD.

       P700-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Return Premiums:      ' WS-RETURN-CREDIT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Overpayments:         ' WS-OVERPAY-CREDIT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Held Brought Forward: ' WS-HELD-IN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CREDIT-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Total Credits:                ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NETTED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Netted To Installments:       ' WS-AMT-DISPLAY
                  '  (' WS-NETTED-CNT ' NETTED IN FULL)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REFUND-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Refunded:                     ' WS-AMT-DISPLAY
                  '  (' WS-REFUND-CNT ' CHECKS, '
                  WS-PFC-REFUND-CNT ' TO FINANCE COMPANIES)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WRITEOFF-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Written Off:                  ' WS-AMT-DISPLAY
                  '  (' WS-WRITEOFF-CNT ')'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Held Credit Balances:         ' WS-AMT-DISPLAY
                  '  (' WS-HELD-OUT-CNT ')'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE WS-REFUND-TOTAL TO WS-DSB-AMT-DISPLAY
           MOVE SPACES TO PAY-REGISTER-LINE
           STRING 'REFUND CHECKS: ' WS-REFUND-CNT
                  '  TOTAL: ' WS-DSB-AMT-DISPLAY
                  DELIMITED BY SIZE INTO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE.

       P750-CLOSE-FILES.
           CLOSE REPORT-FILE
           CLOSE DISBURSE-FILE
           CLOSE PAY-REGISTER-FILE
           IF CHECK-ISSUE-IS-OPEN
               CLOSE CHECK-ISSUE-FILE
           END-IF
           IF POLMAST-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF.

       P800-REWRITE-INSTALLMENTS.
           IF NOT INST-MASTER-LOADED OR WS-NETTED-TOTAL = ZERO
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

       P850-SAVE-HELD-CREDITS.
           OPEN OUTPUT HELD-CREDIT-FILE
           IF NOT HELD-CREDIT-OK
               DISPLAY 'ERROR: Cannot save held credit balances: '
                       WS-RFH-STAT
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM P860-WRITE-HELD-CREDIT
                       VARYING CRD-IDX FROM 1 BY 1
                       UNTIL CRD-IDX > WS-CRD-COUNT
               CLOSE HELD-CREDIT-FILE
           END-IF.

       P860-WRITE-HELD-CREDIT.
           IF WS-CRD-DISPOSITION (CRD-IDX) = 'H'
               MOVE SPACES TO HELD-CREDIT-RECORD
               MOVE WS-CRD-SOURCE (CRD-IDX) TO RFH-SOURCE
               MOVE WS-CRD-POLICY-NUM (CRD-IDX) TO RFH-POLICY-NUM
               MOVE WS-CRD-CUSTOMER-NUM (CRD-IDX) TO RFH-CUSTOMER-NUM
               MOVE WS-CRD-AMOUNT (CRD-IDX) TO RFH-AMOUNT
               MOVE WS-CRD-HELD-DATE (CRD-IDX) TO RFH-HELD-DATE
               WRITE HELD-CREDIT-RECORD
           END-IF.

       P870-SAVE-CONTROLS.
           OPEN OUTPUT CHECK-NUMBER-FILE
           IF CHECK-NUMBER-OK
               MOVE WS-NEXT-CHECK-NUM TO CKC-LAST-CHECK-NUM
               WRITE CHECK-NUMBER-RECORD
               CLOSE CHECK-NUMBER-FILE
           ELSE
               DISPLAY 'ERROR: Cannot save check number control: '
                       WS-CKC-STAT
               MOVE 12 TO RETURN-CODE
           END-IF
           OPEN OUTPUT REFUND-CONTROL-FILE
           IF REFUND-CONTROL-OK
               MOVE WS-CURRENT-DATE TO RFC-LAST-RUN-DATE
               WRITE REFUND-CONTROL-RECORD
               CLOSE REFUND-CONTROL-FILE
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
           MOVE 'LGAPREF1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-CRD-COUNT TO RST-RECORD-COUNT
           MOVE WS-REFUND-TOTAL TO RST-TOTAL-AMOUNT
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
