       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPGLR1.
      *================================================================*
      * PROGRAM: LGAPGLR1 - SUBLEDGER TO GENERAL LEDGER RECONCILIATION*
      * PURPOSE: FOLDS EVERY GL JOURNAL THE SUITE WRITES (THE DAILY   *
      *          PREMIUM JOURNAL AND THE MONTH-END / QUARTER-END      *
      *          JOURNALS) INTO THE GL POSTING LEDGER (GLPOST.DAT),   *
      *          BALANCES EACH ACCOUNT FROM IT, AND PROVES THE        *
      *          CONTROL ACCOUNTS AGAINST THE SUBLEDGERS BEHIND THEM: *
      *          PREMIUM RECEIVABLE AGAINST THE OPEN INSTALLMENTS ON  *
      *          INSTMST.DAT, COMMISSION PAYABLE AGAINST THE LGAPCOM2 *
      *          COMMISSION MASTER, CLAIMS PAID AND CASE RESERVES     *
      *          AGAINST CLAIMS.DAT, UNEARNED PREMIUM AGAINST THE     *
      *          LGAPUPR1 UPRMAST FIGURES AND REINSURANCE BALANCES    *
      *          AGAINST THE LGAPACC1 ACCOUNT CURRENT STATEMENTS.     *
      *          EACH CONTROL ACCOUNT IS REPORTED BALANCED OR OUT OF  *
      *          BALANCE WITH ITS VARIANCE, FOLLOWED BY THE TRIAL     *
      *          BALANCE OF EVERY ACCOUNT ON THE LEDGER.  RUN DAILY   *
      *          AFTER THE RATING RUN SO NO DAY'S JOURNAL IS MISSED.  *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-LEDGER-FILE ASSIGN TO 'GLPOST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GLP-STAT.

      *    Each journal in turn, named from WS-JOURNAL-TABLE.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JRN-STAT.

           SELECT INSTALLMENT-MASTER-FILE ASSIGN TO 'INSTMST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

           SELECT COMM-MASTER-FILE ASSIGN TO 'COMMMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CMM-STAT.

           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

           SELECT UPR-MASTER-FILE ASSIGN TO 'UPRMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-UPM-STAT.

           SELECT RAC-STATEMENT-FILE ASSIGN TO 'RACSTMT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAC-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'GLRECON.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  POSTING-LEDGER-FILE.
           COPY GLPOST.

       FD  JOURNAL-FILE.
           COPY GLJRNL.

       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

      *    Layout as kept by LGAPCOM2.
       FD  COMM-MASTER-FILE.
       01  COMM-MASTER-RECORD.
           05 CMM-AGY-CODE             PIC X(4).
           05 FILLER                   PIC X.
           05 CMM-STMT-MONTH           PIC 9(6).
           05 FILLER                   PIC X.
           05 CMM-MTD-POLICY-CNT       PIC 9(6).
           05 FILLER                   PIC X.
           05 CMM-MTD-PREMIUM          PIC S9(12)V99.
           05 FILLER                   PIC X.
           05 CMM-MTD-COMMISSION       PIC S9(12)V99.
           05 FILLER                   PIC X.
           05 CMM-YTD-PREMIUM          PIC S9(13)V99.
           05 FILLER                   PIC X.
           05 CMM-YTD-COMMISSION       PIC S9(12)V99.

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

      *    Layout as kept by LGAPUPR1.
       FD  UPR-MASTER-FILE.
       01  UPR-MASTER-RECORD.
           05 UPM-STATEMENT-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 UPM-POLICY-CNT           PIC 9(7).
           05 FILLER                   PIC X VALUE SPACE.
           05 UPM-WRITTEN-PREM         PIC 9(13)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 UPM-EARNED-PREM          PIC 9(13)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 UPM-UNEARNED-PREM        PIC 9(13)V99.

       FD  RAC-STATEMENT-FILE.
       01  RAC-STATEMENT-LINE          PIC X(133).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-GLP-STAT                 PIC X(2).
           88 LEDGER-OK                VALUE '00'.
           88 LEDGER-EOF               VALUE '10'.

       01  WS-JRN-STAT                 PIC X(2).
           88 JOURNAL-OK               VALUE '00'.
           88 JOURNAL-EOF              VALUE '10'.

       01  WS-IMS-STAT                 PIC X(2).
           88 INST-MASTER-OK           VALUE '00'.
           88 INST-MASTER-EOF          VALUE '10'.

       01  WS-CMM-STAT                 PIC X(2).
           88 COMM-MASTER-OK           VALUE '00'.
           88 COMM-MASTER-EOF          VALUE '10'.

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-UPM-STAT                 PIC X(2).
           88 UPR-MASTER-OK            VALUE '00'.

       01  WS-RAC-STAT                 PIC X(2).
           88 RAC-STATEMENT-OK         VALUE '00'.
           88 RAC-STATEMENT-EOF        VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CURRENT-DATE             PIC 9(8).

      *----------------------------------------------------------------*
      * THE GL JOURNALS FOLDED INTO THE LEDGER, BY FILE NAME STEM.     *
      *----------------------------------------------------------------*
       01  WS-JOURNAL-TABLE.
           05 FILLER                   PIC X(8) VALUE 'GLJRNL'.
           05 FILLER                   PIC X(8) VALUE 'UPRJRNL'.
           05 FILLER                   PIC X(8) VALUE 'DACJRNL'.
           05 FILLER                   PIC X(8) VALUE 'IBNRJRNL'.
           05 FILLER                   PIC X(8) VALUE 'RAGJRNL'.
           05 FILLER                   PIC X(8) VALUE 'RACJRNL'.
           05 FILLER                   PIC X(8) VALUE 'REFJRNL'.
           05 FILLER                   PIC X(8) VALUE 'ESCJRNL'.
           05 FILLER                   PIC X(8) VALUE 'RSPJRNL'.
       01  WS-JOURNAL-ENTRIES REDEFINES WS-JOURNAL-TABLE.
           05 WS-JOURNAL-STEM          PIC X(8) OCCURS 9 TIMES
                                       INDEXED BY JNL-IDX.
       01  WS-JOURNAL-COUNT            PIC 9(2) VALUE 9.
       01  WS-JOURNAL-FILE-NAME        PIC X(30).
       01  WS-PURGE-DATE               PIC 9(8).

      *----------------------------------------------------------------*
      * THE POSTING LEDGER, HELD IN CORE WHILE THE DAY'S JOURNALS      *
      * REPLACE OR EXTEND IT.  A LEDGER TOO BIG FOR THE TABLE STOPS    *
      * THE RUN WITHOUT REWRITING IT.                                  *
      *----------------------------------------------------------------*
       01  WS-POST-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-POST-LOADED-CNT          PIC 9(7) VALUE ZERO.
       01  WS-POST-MAX                 PIC 9(7) VALUE 100000.
       01  WS-POST-TABLE.
           05 WS-POST-ENTRY            OCCURS 100000 TIMES
                                       INDEXED BY PST-IDX.
              10 WS-PST-JOURNAL        PIC X(8).
              10 WS-PST-RUN-DATE       PIC 9(8).
              10 WS-PST-ACCOUNT        PIC X(8).
              10 WS-PST-DESC           PIC X(30).
              10 WS-PST-DEBIT          PIC S9(11)V99 COMP-3.
              10 WS-PST-CREDIT         PIC S9(11)V99 COMP-3.
              10 WS-PST-PERIOD-STAMP   PIC X(15).
              10 WS-PST-COMPANY-CODE   PIC X(5).
              10 WS-PST-DELETED        PIC X.
                 88 PST-DELETED        VALUE 'Y'.

       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 POST-TABLE-FULL          VALUE 'Y'.

      *----------------------------------------------------------------*
      * ACCOUNT BALANCES OFF THE LEDGER, FOR THE TRIAL BALANCE AND     *
      * THE CONTROL-ACCOUNT PROOFS.                                    *
      *----------------------------------------------------------------*
       01  WS-ACCT-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-ACCT-MAX                 PIC 9(4) VALUE 1000.
       01  WS-ACCT-MATCH-IDX           PIC 9(4) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY            OCCURS 1000 TIMES
                                       INDEXED BY ACT-IDX.
              10 WS-ACT-ACCOUNT        PIC X(8).
              10 WS-ACT-DESC           PIC X(30).
              10 WS-ACT-DEBITS         PIC S9(13)V99.
              10 WS-ACT-CREDITS        PIC S9(13)V99.

      *----------------------------------------------------------------*
      * CONTROL ACCOUNTS AND THEIR SUBLEDGERS.  NORMAL SIDE D MEANS    *
      * THE GL BALANCE IS DEBITS LESS CREDITS, C CREDITS LESS DEBITS.  *
      * ACCOUNT NUMBERS DEFAULT TO THE CHART AND ARE OVERRIDDEN BY     *
      * THE GLR_*_ACCT CONFIG KEYS.                                    *
      *----------------------------------------------------------------*
       01  WS-RECON-TABLE.
           05 FILLER PIC X(39)
              VALUE '10150   DPREMIUM RECEIVABLE            '.
           05 FILLER PIC X(39)
              VALUE '21610   CCOMMISSION PAYABLE            '.
           05 FILLER PIC X(39)
              VALUE '51110   DCLAIMS PAID                   '.
           05 FILLER PIC X(39)
              VALUE '21110   CCASE RESERVES                 '.
           05 FILLER PIC X(39)
              VALUE '23110   CUNEARNED PREMIUM              '.
           05 FILLER PIC X(39)
              VALUE '21410   CREINSURANCE BALANCES          '.
       01  WS-RECON-ENTRIES REDEFINES WS-RECON-TABLE.
           05 WS-RECON-ENTRY           OCCURS 6 TIMES
                                       INDEXED BY RCN-IDX.
              10 WS-RCN-ACCOUNT        PIC X(8).
              10 WS-RCN-NORMAL-SIDE    PIC X(1).
                 88 RCN-DEBIT-NORMAL   VALUE 'D'.
              10 WS-RCN-DESC           PIC X(30).
       01  WS-RECON-COUNT              PIC 9(2) VALUE 6.

       01  WS-RECON-AMOUNTS.
           05 WS-RCN-AMOUNT-ENTRY      OCCURS 6 TIMES.
              10 WS-RCN-GL-BALANCE     PIC S9(13)V99.
              10 WS-RCN-SUB-BALANCE    PIC S9(13)V99.
              10 WS-RCN-VARIANCE       PIC S9(13)V99.
              10 WS-RCN-SUB-AVAIL      PIC X.
                 88 RCN-SUB-AVAILABLE  VALUE 'Y'.

      *    Slot numbers of the control accounts above.
       01  WS-RCN-RECEIVABLE           PIC 9 VALUE 1.
       01  WS-RCN-COMMISSION           PIC 9 VALUE 2.
       01  WS-RCN-PAID                 PIC 9 VALUE 3.
       01  WS-RCN-CASE                 PIC 9 VALUE 4.
       01  WS-RCN-UNEARNED             PIC 9 VALUE 5.
       01  WS-RCN-REINSURANCE          PIC 9 VALUE 6.

       01  WS-TOLERANCE                PIC 9(7)V99 VALUE ZERO.
       01  WS-ABS-VARIANCE             PIC 9(13)V99.

       01  WS-RAC-AMOUNT               PIC S9(13)V99.

       01  WS-COUNTERS.
           05 WS-JOURNAL-LINE-CNT      PIC 9(7) VALUE ZERO.
           05 WS-JOURNAL-FILE-CNT      PIC 9(2) VALUE ZERO.
           05 WS-REPLACED-CNT          PIC 9(7) VALUE ZERO.
           05 WS-WRITTEN-CNT           PIC 9(7) VALUE ZERO.
           05 WS-OUT-OF-BALANCE-CNT    PIC 9(2) VALUE ZERO.

       01  WS-TB-DEBITS                PIC S9(13)V99 VALUE ZERO.
       01  WS-TB-CREDITS               PIC S9(13)V99 VALUE ZERO.
       01  WS-NET-AMT                  PIC S9(13)V99.

       01  WS-AMT-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY2             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY3             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-LEDGER THRU P300-EXIT
           PERFORM P400-POST-JOURNAL THRU P400-EXIT
                   VARYING JNL-IDX FROM 1 BY 1
                   UNTIL JNL-IDX > WS-JOURNAL-COUNT
           IF POST-TABLE-FULL
               DISPLAY 'ERROR: GL posting ledger exceeds the in-core '
                       'table - ledger not updated'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P500-REWRITE-LEDGER THRU P500-EXIT
           PERFORM P600-SUBLEDGER-BALANCES
           PERFORM P700-RECONCILE
                   VARYING RCN-IDX FROM 1 BY 1
                   UNTIL RCN-IDX > WS-RECON-COUNT
           PERFORM P800-WRITE-REPORT THRU P800-EXIT
           IF WS-OUT-OF-BALANCE-CNT > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-RECON-AMOUNTS
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'GLR_RECV_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8)
                        TO WS-RCN-ACCOUNT (WS-RCN-RECEIVABLE)
               END-IF
               MOVE 'GLR_COMM_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8)
                        TO WS-RCN-ACCOUNT (WS-RCN-COMMISSION)
               END-IF
               MOVE 'GLR_PAID_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8)
                        TO WS-RCN-ACCOUNT (WS-RCN-PAID)
               END-IF
               MOVE 'GLR_CASE_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8)
                        TO WS-RCN-ACCOUNT (WS-RCN-CASE)
               END-IF
               MOVE 'GLR_UPR_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8)
                        TO WS-RCN-ACCOUNT (WS-RCN-UNEARNED)
               END-IF
               MOVE 'GLR_REI_ACCT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8)
                        TO WS-RCN-ACCOUNT (WS-RCN-REINSURANCE)
               END-IF
               MOVE 'GLR_TOLERANCE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WS-TOLERANCE
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

       P300-LOAD-LEDGER.
           OPEN INPUT POSTING-LEDGER-FILE
           IF NOT LEDGER-OK
               DISPLAY 'GL posting ledger not found - starting new'
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-LEDGER
           PERFORM UNTIL LEDGER-EOF OR POST-TABLE-FULL
               IF WS-POST-COUNT < WS-POST-MAX
                   ADD 1 TO WS-POST-COUNT
                   SET PST-IDX TO WS-POST-COUNT
                   MOVE GLP-JOURNAL TO WS-PST-JOURNAL (PST-IDX)
                   MOVE GLP-RUN-DATE TO WS-PST-RUN-DATE (PST-IDX)
                   MOVE GLP-ACCOUNT TO WS-PST-ACCOUNT (PST-IDX)
                   MOVE GLP-ACCOUNT-DESC TO WS-PST-DESC (PST-IDX)
                   MOVE GLP-DEBIT-AMT TO WS-PST-DEBIT (PST-IDX)
                   MOVE GLP-CREDIT-AMT TO WS-PST-CREDIT (PST-IDX)
                   MOVE GLP-PERIOD-STAMP
                        TO WS-PST-PERIOD-STAMP (PST-IDX)
                   MOVE GLP-COMPANY-CODE
                        TO WS-PST-COMPANY-CODE (PST-IDX)
                   MOVE 'N' TO WS-PST-DELETED (PST-IDX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               END-IF
               PERFORM P310-READ-LEDGER
           END-PERFORM
           CLOSE POSTING-LEDGER-FILE
           MOVE WS-POST-COUNT TO WS-POST-LOADED-CNT
           IF POST-TABLE-FULL
               DISPLAY 'ERROR: GL posting ledger exceeds the in-core '
                       'table - nothing posted'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF.

       P300-EXIT.
           EXIT.

       P310-READ-LEDGER.
           READ POSTING-LEDGER-FILE
           END-READ.

      *----------------------------------------------------------------*
      * FOLD ONE JOURNAL FILE IN.  LINES ALREADY ON THE LEDGER FROM    *
      * THE SAME JOURNAL AND RUN DATE ARE DROPPED FIRST, SO A RERUN,   *
      * OR A MONTH-END JOURNAL STILL SITTING THERE FROM LAST MONTH,    *
      * REPLACES ITS EARLIER POSTING INSTEAD OF DOUBLING IT.           *
      *----------------------------------------------------------------*
       P400-POST-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING WS-JOURNAL-STEM (JNL-IDX) DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-JOURNAL-FILE-NAME
           OPEN INPUT JOURNAL-FILE
           IF NOT JOURNAL-OK
               GO TO P400-EXIT
           END-IF
           ADD 1 TO WS-JOURNAL-FILE-CNT
           MOVE ZERO TO WS-PURGE-DATE
           PERFORM P410-READ-JOURNAL
           PERFORM UNTIL JOURNAL-EOF OR POST-TABLE-FULL
               IF GLJ-RUN-DATE NOT = WS-PURGE-DATE
                   MOVE GLJ-RUN-DATE TO WS-PURGE-DATE
                   PERFORM P420-PURGE-PRIOR-POSTING
                           VARYING PST-IDX FROM 1 BY 1
                           UNTIL PST-IDX > WS-POST-LOADED-CNT
               END-IF
               PERFORM P430-ADD-JOURNAL-LINE
               PERFORM P410-READ-JOURNAL
           END-PERFORM
           CLOSE JOURNAL-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-JOURNAL.
           READ JOURNAL-FILE
           END-READ.

       P420-PURGE-PRIOR-POSTING.
           IF WS-PST-JOURNAL (PST-IDX) = WS-JOURNAL-STEM (JNL-IDX) AND
              WS-PST-RUN-DATE (PST-IDX) = WS-PURGE-DATE AND
              NOT PST-DELETED (PST-IDX)
               MOVE 'Y' TO WS-PST-DELETED (PST-IDX)
               ADD 1 TO WS-REPLACED-CNT
           END-IF.

       P430-ADD-JOURNAL-LINE.
           IF WS-POST-COUNT NOT < WS-POST-MAX
               MOVE 'Y' TO WS-TABLE-FULL-IND
           ELSE
               ADD 1 TO WS-POST-COUNT
               ADD 1 TO WS-JOURNAL-LINE-CNT
               SET PST-IDX TO WS-POST-COUNT
               MOVE WS-JOURNAL-STEM (JNL-IDX)
                    TO WS-PST-JOURNAL (PST-IDX)
               MOVE GLJ-RUN-DATE TO WS-PST-RUN-DATE (PST-IDX)
               MOVE GLJ-ACCOUNT TO WS-PST-ACCOUNT (PST-IDX)
               MOVE GLJ-ACCOUNT-DESC TO WS-PST-DESC (PST-IDX)
               MOVE GLJ-DEBIT-AMT TO WS-PST-DEBIT (PST-IDX)
               MOVE GLJ-CREDIT-AMT TO WS-PST-CREDIT (PST-IDX)
               MOVE GLJ-PERIOD-STAMP TO WS-PST-PERIOD-STAMP (PST-IDX)
               MOVE GLJ-COMPANY-CODE TO WS-PST-COMPANY-CODE (PST-IDX)
               MOVE 'N' TO WS-PST-DELETED (PST-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * REWRITE THE LEDGER, BALANCING EACH ACCOUNT AS IT GOES.         *
      *----------------------------------------------------------------*
       P500-REWRITE-LEDGER.
           OPEN OUTPUT POSTING-LEDGER-FILE
           IF NOT LEDGER-OK
               DISPLAY 'ERROR: Cannot rewrite GL posting ledger: '
                       WS-GLP-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P510-WRITE-POSTING
                   VARYING PST-IDX FROM 1 BY 1
                   UNTIL PST-IDX > WS-POST-COUNT
           CLOSE POSTING-LEDGER-FILE.

       P500-EXIT.
           EXIT.

       P510-WRITE-POSTING.
           IF NOT PST-DELETED (PST-IDX)
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE WS-PST-JOURNAL (PST-IDX) TO GLP-JOURNAL
               MOVE WS-PST-RUN-DATE (PST-IDX) TO GLP-RUN-DATE
               MOVE WS-PST-ACCOUNT (PST-IDX) TO GLP-ACCOUNT
               MOVE WS-PST-DESC (PST-IDX) TO GLP-ACCOUNT-DESC
               MOVE WS-PST-DEBIT (PST-IDX) TO GLP-DEBIT-AMT
               MOVE WS-PST-CREDIT (PST-IDX) TO GLP-CREDIT-AMT
               MOVE WS-PST-PERIOD-STAMP (PST-IDX) TO GLP-PERIOD-STAMP
               MOVE WS-PST-COMPANY-CODE (PST-IDX) TO GLP-COMPANY-CODE
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-WRITTEN-CNT
               PERFORM P520-ACCUM-ACCOUNT
           END-IF.

       P520-ACCUM-ACCOUNT.
           MOVE ZERO TO WS-ACCT-MATCH-IDX
           PERFORM P525-CHECK-ACCOUNT
                   VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > WS-ACCT-COUNT
                      OR WS-ACCT-MATCH-IDX > ZERO
           IF WS-ACCT-MATCH-IDX = ZERO
               IF WS-ACCT-COUNT < WS-ACCT-MAX
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-MATCH-IDX
                   SET ACT-IDX TO WS-ACCT-COUNT
                   MOVE WS-PST-ACCOUNT (PST-IDX)
                        TO WS-ACT-ACCOUNT (ACT-IDX)
                   MOVE WS-PST-DESC (PST-IDX) TO WS-ACT-DESC (ACT-IDX)
                   MOVE ZERO TO WS-ACT-DEBITS (ACT-IDX)
                   MOVE ZERO TO WS-ACT-CREDITS (ACT-IDX)
               ELSE
                   DISPLAY 'Warning: Account table full - account '
                           WS-PST-ACCOUNT (PST-IDX) ' not balanced'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ACCT-MATCH-IDX > ZERO
               SET ACT-IDX TO WS-ACCT-MATCH-IDX
               ADD WS-PST-DEBIT (PST-IDX) TO WS-ACT-DEBITS (ACT-IDX)
               ADD WS-PST-CREDIT (PST-IDX) TO WS-ACT-CREDITS (ACT-IDX)
           END-IF.

       P525-CHECK-ACCOUNT.
           IF WS-ACT-ACCOUNT (ACT-IDX) = WS-PST-ACCOUNT (PST-IDX)
               SET WS-ACCT-MATCH-IDX TO ACT-IDX
           END-IF.

      *----------------------------------------------------------------*
      * SUBLEDGER BALANCES.  A SUBLEDGER THAT CANNOT BE OPENED IS      *
      * REPORTED AS UNAVAILABLE RATHER THAN AS A ZERO BALANCE.         *
      *----------------------------------------------------------------*
       P600-SUBLEDGER-BALANCES.
           PERFORM P610-SUM-INSTALLMENTS THRU P610-EXIT
           PERFORM P620-SUM-COMMISSIONS THRU P620-EXIT
           PERFORM P630-SUM-CLAIMS THRU P630-EXIT
           PERFORM P640-READ-UPR-MASTER THRU P640-EXIT
           PERFORM P650-SUM-RAC-STATEMENTS THRU P650-EXIT.

      *    Open and short-paid installments: what is still owed.
       P610-SUM-INSTALLMENTS.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               GO TO P610-EXIT
           END-IF
           MOVE 'Y' TO WS-RCN-SUB-AVAIL (WS-RCN-RECEIVABLE)
           PERFORM P611-READ-INSTALLMENT
           PERFORM UNTIL INST-MASTER-EOF
               IF IMS-OPEN OR IMS-SHORT-PAID
                   COMPUTE WS-RCN-SUB-BALANCE (WS-RCN-RECEIVABLE) =
                       WS-RCN-SUB-BALANCE (WS-RCN-RECEIVABLE) +
                       IMS-TOTAL-DUE - IMS-PAID-AMOUNT
               END-IF
               PERFORM P611-READ-INSTALLMENT
           END-PERFORM
           CLOSE INSTALLMENT-MASTER-FILE.

       P610-EXIT.
           EXIT.

       P611-READ-INSTALLMENT.
           READ INSTALLMENT-MASTER-FILE
           END-READ.

      *    The month's commission not yet settled by the statement run.
       P620-SUM-COMMISSIONS.
           OPEN INPUT COMM-MASTER-FILE
           IF NOT COMM-MASTER-OK
               GO TO P620-EXIT
           END-IF
           MOVE 'Y' TO WS-RCN-SUB-AVAIL (WS-RCN-COMMISSION)
           PERFORM P621-READ-COMM-MASTER
           PERFORM UNTIL COMM-MASTER-EOF
               ADD CMM-MTD-COMMISSION
                   TO WS-RCN-SUB-BALANCE (WS-RCN-COMMISSION)
               PERFORM P621-READ-COMM-MASTER
           END-PERFORM
           CLOSE COMM-MASTER-FILE.

       P620-EXIT.
           EXIT.

       P621-READ-COMM-MASTER.
           READ COMM-MASTER-FILE
           END-READ.

      *    Paid to date on every claim; case reserve on open claims.
       P630-SUM-CLAIMS.
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               GO TO P630-EXIT
           END-IF
           MOVE 'Y' TO WS-RCN-SUB-AVAIL (WS-RCN-PAID)
           MOVE 'Y' TO WS-RCN-SUB-AVAIL (WS-RCN-CASE)
           PERFORM P631-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               ADD CLM-PAID-AMOUNT TO WS-RCN-SUB-BALANCE (WS-RCN-PAID)
               IF CLM-OPEN
                   ADD CLM-RESERVE-AMOUNT
                       TO WS-RCN-SUB-BALANCE (WS-RCN-CASE)
               END-IF
               PERFORM P631-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE.

       P630-EXIT.
           EXIT.

       P631-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P640-READ-UPR-MASTER.
           OPEN INPUT UPR-MASTER-FILE
           IF NOT UPR-MASTER-OK
               GO TO P640-EXIT
           END-IF
           READ UPR-MASTER-FILE
           IF UPR-MASTER-OK
               MOVE 'Y' TO WS-RCN-SUB-AVAIL (WS-RCN-UNEARNED)
               MOVE UPM-UNEARNED-PREM
                    TO WS-RCN-SUB-BALANCE (WS-RCN-UNEARNED)
           END-IF
           CLOSE UPR-MASTER-FILE.

       P640-EXIT.
           EXIT.

      *    Net of every reinsurer's closing balance on the account
      *    current statements: payable positive, receivable negative.
       P650-SUM-RAC-STATEMENTS.
           OPEN INPUT RAC-STATEMENT-FILE
           IF NOT RAC-STATEMENT-OK
               GO TO P650-EXIT
           END-IF
           MOVE 'Y' TO WS-RCN-SUB-AVAIL (WS-RCN-REINSURANCE)
           PERFORM P651-READ-RAC-STATEMENT
           PERFORM UNTIL RAC-STATEMENT-EOF
               IF RAC-STATEMENT-LINE (1:19) = '  BALANCE PAYABLE: ' OR
                  RAC-STATEMENT-LINE (1:22) = '  BALANCE RECEIVABLE: '
                   COMPUTE WS-RAC-AMOUNT =
                       FUNCTION NUMVAL-C(RAC-STATEMENT-LINE (25:40))
                   ADD WS-RAC-AMOUNT
                       TO WS-RCN-SUB-BALANCE (WS-RCN-REINSURANCE)
               END-IF
               PERFORM P651-READ-RAC-STATEMENT
           END-PERFORM
           CLOSE RAC-STATEMENT-FILE.

       P650-EXIT.
           EXIT.

       P651-READ-RAC-STATEMENT.
           READ RAC-STATEMENT-FILE
           END-READ.

       P700-RECONCILE.
           MOVE ZERO TO WS-ACCT-MATCH-IDX
           PERFORM P710-FIND-RECON-ACCOUNT
                   VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > WS-ACCT-COUNT
                      OR WS-ACCT-MATCH-IDX > ZERO
           IF WS-ACCT-MATCH-IDX > ZERO
               SET ACT-IDX TO WS-ACCT-MATCH-IDX
               IF RCN-DEBIT-NORMAL (RCN-IDX)
                   COMPUTE WS-RCN-GL-BALANCE (RCN-IDX) =
                       WS-ACT-DEBITS (ACT-IDX) -
                       WS-ACT-CREDITS (ACT-IDX)
               ELSE
                   COMPUTE WS-RCN-GL-BALANCE (RCN-IDX) =
                       WS-ACT-CREDITS (ACT-IDX) -
                       WS-ACT-DEBITS (ACT-IDX)
               END-IF
           END-IF
           COMPUTE WS-RCN-VARIANCE (RCN-IDX) =
               WS-RCN-GL-BALANCE (RCN-IDX) -
               WS-RCN-SUB-BALANCE (RCN-IDX)
           IF WS-RCN-VARIANCE (RCN-IDX) < ZERO
               COMPUTE WS-ABS-VARIANCE =
                   ZERO - WS-RCN-VARIANCE (RCN-IDX)
           ELSE
               MOVE WS-RCN-VARIANCE (RCN-IDX) TO WS-ABS-VARIANCE
           END-IF
           IF WS-ABS-VARIANCE > WS-TOLERANCE OR
              NOT RCN-SUB-AVAILABLE (RCN-IDX)
               ADD 1 TO WS-OUT-OF-BALANCE-CNT
           END-IF.

       P710-FIND-RECON-ACCOUNT.
           IF WS-ACT-ACCOUNT (ACT-IDX) = WS-RCN-ACCOUNT (RCN-IDX)
               SET WS-ACCT-MATCH-IDX TO ACT-IDX
           END-IF.

       P800-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open GL reconciliation report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P800-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    SUBLEDGER TO GENERAL LEDGER RECONCILIATION'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:              ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Journals Posted:       ' WS-JOURNAL-FILE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Journal Lines Posted:  ' WS-JOURNAL-LINE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Earlier Lines Replaced:' WS-REPLACED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Ledger Lines:          ' WS-WRITTEN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    CONTROL ACCOUNTS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'ACCOUNT  DESCRIPTION' TO REPORT-LINE (1:20)
           MOVE 'GL BALANCE' TO REPORT-LINE (52:10)
           MOVE 'SUBLEDGER' TO REPORT-LINE (75:9)
           MOVE 'VARIANCE' TO REPORT-LINE (98:8)
           MOVE 'VERDICT' TO REPORT-LINE (108:7)
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE (1:125)
           WRITE REPORT-LINE
           PERFORM P810-WRITE-RECON-LINE
                   VARYING RCN-IDX FROM 1 BY 1
                   UNTIL RCN-IDX > WS-RECON-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    TRIAL BALANCE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'ACCOUNT  DESCRIPTION' TO REPORT-LINE (1:20)
           MOVE 'DEBITS' TO REPORT-LINE (56:6)
           MOVE 'CREDITS' TO REPORT-LINE (76:7)
           MOVE 'NET DR/(CR)' TO REPORT-LINE (95:11)
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE (1:106)
           WRITE REPORT-LINE
           PERFORM P820-WRITE-TB-LINE
                   VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > WS-ACCT-COUNT
           MOVE ALL '-' TO REPORT-LINE (1:106)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'TOTAL' TO REPORT-LINE (1:5)
           MOVE WS-TB-DEBITS TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO REPORT-LINE (40:22)
           MOVE WS-TB-CREDITS TO WS-AMT-DISPLAY2
           MOVE WS-AMT-DISPLAY2 TO REPORT-LINE (62:22)
           COMPUTE WS-NET-AMT = WS-TB-DEBITS - WS-TB-CREDITS
           MOVE WS-NET-AMT TO WS-AMT-DISPLAY3
           MOVE WS-AMT-DISPLAY3 TO REPORT-LINE (84:22)
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OUT-OF-BALANCE-CNT = ZERO
               MOVE 'RECONCILIATION STATUS: ALL ACCOUNTS BALANCED'
                    TO REPORT-LINE
           ELSE
               STRING 'RECONCILIATION STATUS: '
                      WS-OUT-OF-BALANCE-CNT
                      ' ACCOUNT(S) OUT OF BALANCE'
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-NET-AMT NOT = ZERO
               MOVE 'WARNING: LEDGER DEBITS AND CREDITS DO NOT AGREE'
                    TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE REPORT-FILE.

       P800-EXIT.
           EXIT.

       P810-WRITE-RECON-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RCN-ACCOUNT (RCN-IDX) TO REPORT-LINE (1:8)
           MOVE WS-RCN-DESC (RCN-IDX) TO REPORT-LINE (10:30)
           MOVE WS-RCN-GL-BALANCE (RCN-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO REPORT-LINE (40:22)
           IF RCN-SUB-AVAILABLE (RCN-IDX)
               MOVE WS-RCN-SUB-BALANCE (RCN-IDX) TO WS-AMT-DISPLAY2
               MOVE WS-AMT-DISPLAY2 TO REPORT-LINE (62:22)
               MOVE WS-RCN-VARIANCE (RCN-IDX) TO WS-AMT-DISPLAY3
               MOVE WS-AMT-DISPLAY3 TO REPORT-LINE (84:22)
               IF WS-RCN-VARIANCE (RCN-IDX) > WS-TOLERANCE OR
                  WS-RCN-VARIANCE (RCN-IDX) + WS-TOLERANCE < ZERO
                   MOVE 'OUT OF BALANCE' TO REPORT-LINE (108:14)
               ELSE
                   MOVE 'BALANCED' TO REPORT-LINE (108:8)
               END-IF
           ELSE
               MOVE 'UNAVAILABLE' TO REPORT-LINE (73:11)
               MOVE 'NO SUBLEDGER' TO REPORT-LINE (108:12)
           END-IF
           WRITE REPORT-LINE.

       P820-WRITE-TB-LINE.
           ADD WS-ACT-DEBITS (ACT-IDX) TO WS-TB-DEBITS
           ADD WS-ACT-CREDITS (ACT-IDX) TO WS-TB-CREDITS
           COMPUTE WS-NET-AMT =
               WS-ACT-DEBITS (ACT-IDX) - WS-ACT-CREDITS (ACT-IDX)
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACT-ACCOUNT (ACT-IDX) TO REPORT-LINE (1:8)
           MOVE WS-ACT-DESC (ACT-IDX) TO REPORT-LINE (10:30)
           MOVE WS-ACT-DEBITS (ACT-IDX) TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO REPORT-LINE (40:22)
           MOVE WS-ACT-CREDITS (ACT-IDX) TO WS-AMT-DISPLAY2
           MOVE WS-AMT-DISPLAY2 TO REPORT-LINE (62:22)
           MOVE WS-NET-AMT TO WS-AMT-DISPLAY3
           MOVE WS-AMT-DISPLAY3 TO REPORT-LINE (84:22)
           WRITE REPORT-LINE.

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
           MOVE 'LGAPGLR1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-WRITTEN-CNT TO RST-RECORD-COUNT
           MOVE WS-TB-DEBITS TO RST-TOTAL-AMOUNT
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
