       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPPPY1.
      *================================================================*
      * PROGRAM: LGAPPPY1 - DAILY POSITIVE-PAY ISSUE FILE             *
      * PURPOSE: RUN AFTER THE DAY'S CHECK-WRITING RUNS (LGAPCLM1).   *
      *          TAKES EVERY CHECK ISSUED OR STOPPED FROM THE CHECK   *
      *          ISSUE LEDGER (CHKISSUE.DAT), SENDS THE BANK THE      *
      *          POSITIVE-PAY ISSUE FILE -- CHECK NUMBER, AMOUNT,     *
      *          PAYEE AND ISSUE DATE, VOIDS FLAGGED -- SO NO CHECK   *
      *          WE DID NOT ISSUE IS HONOURED, AND FOLDS THE DAY INTO *
      *          THE CHECK MASTER LGAPCKR1 RECONCILES AGAINST.        *
      *          DUPLICATE CHECK NUMBERS AND VOIDS OF CHECKS NOT      *
      *          OUTSTANDING ARE LISTED FOR TREASURY.                 *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKI-STAT.

           SELECT CHECK-MASTER-FILE ASSIGN TO 'CHKMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKM-STAT.

      *    Transmitted to the bank each day.
           SELECT POSITIVE-PAY-FILE ASSIGN TO 'POSPAY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PPY-STAT.

           SELECT REPORT-FILE ASSIGN TO 'PPYRPT.DAT'
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
       FD  CHECK-ISSUE-FILE.
           COPY CHKISSUE.

       FD  CHECK-MASTER-FILE.
           COPY CHKMAST.

      *----------------------------------------------------------------*
      * POSITIVE-PAY ISSUE FILE -- ONE DETAIL PER CHECK ISSUED OR      *
      * VOIDED, THEN A TRAILER CARRYING THE ITEM COUNT AND THE NET     *
      * DOLLAR TOTAL (ISSUES LESS VOIDS) THE BANK BALANCES TO.         *
      *----------------------------------------------------------------*
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-DETAIL.
           05 PPY-RECORD-TYPE          PIC X(1).
           05 FILLER                   PIC X(1).
           05 PPY-ACCOUNT              PIC X(15).
           05 FILLER                   PIC X(1).
           05 PPY-CHECK-NUMBER         PIC 9(10).
           05 FILLER                   PIC X(1).
           05 PPY-AMOUNT               PIC 9(8)V99.
           05 FILLER                   PIC X(1).
           05 PPY-ISSUE-DATE           PIC 9(8).
           05 FILLER                   PIC X(1).
           05 PPY-VOID-IND             PIC X(1).
           05 FILLER                   PIC X(1).
           05 PPY-PAYEE-NAME           PIC X(40).
       01  POSITIVE-PAY-TRAILER.
           05 PPT-RECORD-TYPE          PIC X(1).
           05 FILLER                   PIC X(1).
           05 PPT-ACCOUNT              PIC X(15).
           05 FILLER                   PIC X(1).
           05 PPT-ITEM-COUNT           PIC 9(8).
           05 FILLER                   PIC X(1).
           05 PPT-NET-TOTAL            PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
           05 FILLER                   PIC X(1).
           05 PPT-FILE-DATE            PIC 9(8).

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

       01  WS-CKI-STAT                 PIC X(2).
           88 CHECK-ISSUE-OK           VALUE '00'.
           88 CHECK-ISSUE-EOF          VALUE '10'.

       01  WS-CKM-STAT                 PIC X(2).
           88 CHECK-MASTER-OK          VALUE '00'.
           88 CHECK-MASTER-EOF         VALUE '10'.

       01  WS-PPY-STAT                 PIC X(2).
           88 POSITIVE-PAY-OK          VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

      *    Disbursement account the checks are drawn on.
       01  WS-PPY-BANK-ACCOUNT         PIC X(15) VALUE SPACES.

       01  WS-ISSUE-READ-IND           PIC X VALUE 'N'.
           88 ISSUE-LEDGER-READ        VALUE 'Y'.

       01  WS-MASTER-FULL-IND          PIC X VALUE 'N'.
           88 MASTER-TRUNCATED         VALUE 'Y'.

      *----------------------------------------------------------------*
      * IN-CORE CHECK MASTER -- SAME MASTER-UPDATE PATTERN AS THE      *
      * CLAIMS INTAKE RUN.  NEW CHECKS ARE ADDED IN ISSUE ORDER.       *
      *----------------------------------------------------------------*
       01  WS-CHECK-TABLE.
           05 WS-CHK-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CHK-ENTRY             OCCURS 10000 TIMES
                                       INDEXED BY CHK-IDX.
              10 WS-CHK-NUMBER         PIC 9(10).
              10 WS-CHK-ISSUE-DATE     PIC 9(8).
              10 WS-CHK-AMOUNT         PIC 9(8)V99.
              10 WS-CHK-PAYEE-NAME     PIC X(40).
              10 WS-CHK-SOURCE         PIC X(1).
              10 WS-CHK-REFERENCE      PIC X(15).
              10 WS-CHK-STATUS         PIC X(1).
              10 WS-CHK-STATUS-DATE    PIC 9(8).
              10 WS-CHK-PAID-AMOUNT    PIC 9(8)V99.
              10 WS-CHK-RECON-DATE     PIC 9(8).
              10 WS-CHK-PAYEE-STATE    PIC X(2).
              10 WS-CHK-LETTER-DATE    PIC 9(8).

       01  WS-CHK-MATCH-IDX            PIC 9(5) VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-ISSUE-REC-CNT         PIC 9(6) VALUE ZERO.
           05 WS-ISSUED-CNT            PIC 9(6) VALUE ZERO.
           05 WS-VOIDED-CNT            PIC 9(6) VALUE ZERO.
           05 WS-EXCEPTION-CNT         PIC 9(6) VALUE ZERO.
           05 WS-ISSUED-TOTAL          PIC 9(12)V99 VALUE ZERO.
           05 WS-VOIDED-TOTAL          PIC 9(12)V99 VALUE ZERO.

       01  WS-EXCEPTION-TEXT           PIC X(30).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-MASTER THRU P300-EXIT
           PERFORM P400-OPEN-FILES
           PERFORM P500-PROCESS-ISSUES THRU P500-EXIT
           PERFORM P600-WRITE-TRAILER
           PERFORM P700-WRITE-SUMMARY
           CLOSE POSITIVE-PAY-FILE
           CLOSE REPORT-FILE
           PERFORM P800-REWRITE-MASTER THRU P800-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'PPY_BANK_ACCOUNT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:15) TO WS-PPY-BANK-ACCOUNT
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           IF WS-PPY-BANK-ACCOUNT = SPACES
               DISPLAY 'Warning: PPY_BANK_ACCOUNT not configured'
               MOVE 4 TO RETURN-CODE
           END-IF.

       P300-LOAD-MASTER.
           OPEN INPUT CHECK-MASTER-FILE
           IF NOT CHECK-MASTER-OK
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-MASTER
           PERFORM UNTIL CHECK-MASTER-EOF
               PERFORM P320-STORE-MASTER
               PERFORM P310-READ-MASTER
           END-PERFORM
           CLOSE CHECK-MASTER-FILE.

       P300-EXIT.
           EXIT.

       P310-READ-MASTER.
           READ CHECK-MASTER-FILE
           END-READ.

       P320-STORE-MASTER.
           IF WS-CHK-COUNT < 10000
               ADD 1 TO WS-CHK-COUNT
               SET CHK-IDX TO WS-CHK-COUNT
               MOVE CKM-CHECK-NUMBER TO WS-CHK-NUMBER (CHK-IDX)
               MOVE CKM-ISSUE-DATE TO WS-CHK-ISSUE-DATE (CHK-IDX)
               MOVE CKM-AMOUNT TO WS-CHK-AMOUNT (CHK-IDX)
               MOVE CKM-PAYEE-NAME TO WS-CHK-PAYEE-NAME (CHK-IDX)
               MOVE CKM-SOURCE TO WS-CHK-SOURCE (CHK-IDX)
               MOVE CKM-REFERENCE TO WS-CHK-REFERENCE (CHK-IDX)
               MOVE CKM-STATUS TO WS-CHK-STATUS (CHK-IDX)
               MOVE CKM-STATUS-DATE TO WS-CHK-STATUS-DATE (CHK-IDX)
               MOVE CKM-PAID-AMOUNT TO WS-CHK-PAID-AMOUNT (CHK-IDX)
               MOVE CKM-RECON-DATE TO WS-CHK-RECON-DATE (CHK-IDX)
               MOVE CKM-PAYEE-STATE TO WS-CHK-PAYEE-STATE (CHK-IDX)
               IF CKM-LETTER-DATE NUMERIC
                   MOVE CKM-LETTER-DATE TO WS-CHK-LETTER-DATE (CHK-IDX)
               ELSE
                   MOVE ZERO TO WS-CHK-LETTER-DATE (CHK-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-MASTER-FULL-IND
           END-IF.

       P400-OPEN-FILES.
           OPEN OUTPUT POSITIVE-PAY-FILE
           IF NOT POSITIVE-PAY-OK
               DISPLAY 'ERROR: Cannot open positive-pay file: '
                       WS-PPY-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open positive-pay report: '
                       WS-RPT-STAT
               CLOSE POSITIVE-PAY-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '        POSITIVE PAY ISSUE REPORT - '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * SEND EACH ISSUE AND VOID ON THE LEDGER TO THE BANK AND POST IT *
      * TO THE CHECK MASTER.  A NUMBER ALREADY ON THE MASTER IS NOT    *
      * REISSUED; A VOID MUST NAME AN OUTSTANDING CHECK.               *
      *----------------------------------------------------------------*
       P500-PROCESS-ISSUES.
           OPEN INPUT CHECK-ISSUE-FILE
           IF NOT CHECK-ISSUE-OK
               DISPLAY 'No check issue ledger today: ' WS-CKI-STAT
               GO TO P500-EXIT
           END-IF
           MOVE 'Y' TO WS-ISSUE-READ-IND
           PERFORM P510-READ-ISSUE
           PERFORM UNTIL CHECK-ISSUE-EOF
               PERFORM P520-POST-ISSUE THRU P520-EXIT
               PERFORM P510-READ-ISSUE
           END-PERFORM
           CLOSE CHECK-ISSUE-FILE.

       P500-EXIT.
           EXIT.

       P510-READ-ISSUE.
           READ CHECK-ISSUE-FILE
           END-READ.

       P520-POST-ISSUE.
           ADD 1 TO WS-ISSUE-REC-CNT
           IF CKI-CHECK-NUMBER NOT NUMERIC OR
              CKI-CHECK-NUMBER = ZERO
               MOVE 'NO CHECK NUMBER' TO WS-EXCEPTION-TEXT
               PERFORM P590-WRITE-EXCEPTION
               GO TO P520-EXIT
           END-IF

           MOVE ZERO TO WS-CHK-MATCH-IDX
           PERFORM P530-CHECK-MASTER-ENTRY
                   VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHK-COUNT
                      OR WS-CHK-MATCH-IDX > ZERO

           IF CKI-ISSUE
               PERFORM P540-ADD-ISSUED-CHECK THRU P540-EXIT
           ELSE
               PERFORM P550-VOID-CHECK THRU P550-EXIT
           END-IF.

       P520-EXIT.
           EXIT.

       P530-CHECK-MASTER-ENTRY.
           IF WS-CHK-NUMBER (CHK-IDX) = CKI-CHECK-NUMBER
               SET WS-CHK-MATCH-IDX TO CHK-IDX
           END-IF.

       P540-ADD-ISSUED-CHECK.
           IF WS-CHK-MATCH-IDX > ZERO
               MOVE 'DUPLICATE CHECK NUMBER' TO WS-EXCEPTION-TEXT
               PERFORM P590-WRITE-EXCEPTION
               GO TO P540-EXIT
           END-IF
           IF WS-CHK-COUNT >= 10000
               MOVE 'CHECK MASTER FULL' TO WS-EXCEPTION-TEXT
               PERFORM P590-WRITE-EXCEPTION
               MOVE 8 TO RETURN-CODE
               GO TO P540-EXIT
           END-IF
           ADD 1 TO WS-CHK-COUNT
           SET CHK-IDX TO WS-CHK-COUNT
           MOVE CKI-CHECK-NUMBER TO WS-CHK-NUMBER (CHK-IDX)
           MOVE CKI-ACTION-DATE TO WS-CHK-ISSUE-DATE (CHK-IDX)
           MOVE CKI-AMOUNT TO WS-CHK-AMOUNT (CHK-IDX)
           MOVE CKI-PAYEE-NAME TO WS-CHK-PAYEE-NAME (CHK-IDX)
           MOVE CKI-SOURCE TO WS-CHK-SOURCE (CHK-IDX)
           MOVE CKI-REFERENCE TO WS-CHK-REFERENCE (CHK-IDX)
           MOVE 'O' TO WS-CHK-STATUS (CHK-IDX)
           MOVE ZERO TO WS-CHK-STATUS-DATE (CHK-IDX)
           MOVE ZERO TO WS-CHK-PAID-AMOUNT (CHK-IDX)
           MOVE ZERO TO WS-CHK-RECON-DATE (CHK-IDX)
           MOVE CKI-PAYEE-STATE TO WS-CHK-PAYEE-STATE (CHK-IDX)
           MOVE ZERO TO WS-CHK-LETTER-DATE (CHK-IDX)

           MOVE SPACES TO POSITIVE-PAY-DETAIL
           MOVE 'D' TO PPY-RECORD-TYPE
           MOVE WS-PPY-BANK-ACCOUNT TO PPY-ACCOUNT
           MOVE WS-CHK-NUMBER (CHK-IDX) TO PPY-CHECK-NUMBER
           MOVE WS-CHK-AMOUNT (CHK-IDX) TO PPY-AMOUNT
           MOVE WS-CHK-ISSUE-DATE (CHK-IDX) TO PPY-ISSUE-DATE
           MOVE WS-CHK-PAYEE-NAME (CHK-IDX) TO PPY-PAYEE-NAME
           WRITE POSITIVE-PAY-DETAIL
           ADD 1 TO WS-ISSUED-CNT
           ADD WS-CHK-AMOUNT (CHK-IDX) TO WS-ISSUED-TOTAL.

       P540-EXIT.
           EXIT.

      *    The void goes to the bank at the amount and date the check
      *    was issued at, so the bank can match the item it stops.
      *    A check escheated as unclaimed property is stopped the same
      *    way but keeps its escheated status on the master.
       P550-VOID-CHECK.
           IF WS-CHK-MATCH-IDX = ZERO
               MOVE 'VOID OF UNKNOWN CHECK' TO WS-EXCEPTION-TEXT
               PERFORM P590-WRITE-EXCEPTION
               GO TO P550-EXIT
           END-IF
           SET CHK-IDX TO WS-CHK-MATCH-IDX
           IF WS-CHK-STATUS (CHK-IDX) NOT = 'O' AND
              WS-CHK-STATUS (CHK-IDX) NOT = 'E'
               IF WS-CHK-STATUS (CHK-IDX) = 'P'
                   MOVE 'VOID OF PAID CHECK' TO WS-EXCEPTION-TEXT
               ELSE
                   MOVE 'CHECK ALREADY VOID' TO WS-EXCEPTION-TEXT
               END-IF
               PERFORM P590-WRITE-EXCEPTION
               GO TO P550-EXIT
           END-IF
           IF WS-CHK-STATUS (CHK-IDX) = 'O'
               MOVE 'V' TO WS-CHK-STATUS (CHK-IDX)
               MOVE CKI-ACTION-DATE TO WS-CHK-STATUS-DATE (CHK-IDX)
               MOVE ZERO TO WS-CHK-RECON-DATE (CHK-IDX)
           END-IF

           MOVE SPACES TO POSITIVE-PAY-DETAIL
           MOVE 'D' TO PPY-RECORD-TYPE
           MOVE WS-PPY-BANK-ACCOUNT TO PPY-ACCOUNT
           MOVE WS-CHK-NUMBER (CHK-IDX) TO PPY-CHECK-NUMBER
           MOVE WS-CHK-AMOUNT (CHK-IDX) TO PPY-AMOUNT
           MOVE WS-CHK-ISSUE-DATE (CHK-IDX) TO PPY-ISSUE-DATE
           MOVE 'V' TO PPY-VOID-IND
           MOVE WS-CHK-PAYEE-NAME (CHK-IDX) TO PPY-PAYEE-NAME
           WRITE POSITIVE-PAY-DETAIL
           ADD 1 TO WS-VOIDED-CNT
           ADD WS-CHK-AMOUNT (CHK-IDX) TO WS-VOIDED-TOTAL.

       P550-EXIT.
           EXIT.

       P590-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE CKI-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '*** ' WS-EXCEPTION-TEXT
                  ' ACTION ' CKI-ACTION
                  ' CHECK ' CKI-CHECK-NUMBER
                  ' ' CKI-REFERENCE
                  ' AMOUNT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P600-WRITE-TRAILER.
           MOVE SPACES TO POSITIVE-PAY-TRAILER
           MOVE 'T' TO PPT-RECORD-TYPE
           MOVE WS-PPY-BANK-ACCOUNT TO PPT-ACCOUNT
           COMPUTE PPT-ITEM-COUNT = WS-ISSUED-CNT + WS-VOIDED-CNT
           COMPUTE PPT-NET-TOTAL = WS-ISSUED-TOTAL - WS-VOIDED-TOTAL
           MOVE WS-CURRENT-DATE TO PPT-FILE-DATE
           WRITE POSITIVE-PAY-TRAILER.

       P700-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Ledger Records Read:  ' WS-ISSUE-REC-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ISSUED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Checks Issued:        ' WS-ISSUED-CNT
                  '  AMOUNT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VOIDED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Checks Voided:        ' WS-VOIDED-CNT
                  '  AMOUNT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Exceptions:           ' WS-EXCEPTION-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Checks On Master:     ' WS-CHK-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * REWRITE THE CHECK MASTER, THEN EMPTY THE ISSUE LEDGER SO THE   *
      * SAME CHECKS ARE NOT SENT TO THE BANK TWICE.                    *
      *----------------------------------------------------------------*
       P800-REWRITE-MASTER.
      *    A master too big for the table is left as it was, and the
      *    ledger kept, rather than rewritten short.
           IF MASTER-TRUNCATED
               DISPLAY 'ERROR: Check master exceeds table - '
                       'master and issue ledger left unchanged'
               MOVE 12 TO RETURN-CODE
               GO TO P800-EXIT
           END-IF
           OPEN OUTPUT CHECK-MASTER-FILE
           IF NOT CHECK-MASTER-OK
               DISPLAY 'ERROR: Cannot rewrite check master: '
                       WS-CKM-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P800-EXIT
           END-IF
           PERFORM P810-WRITE-MASTER-RECORD
                   VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHK-COUNT
           CLOSE CHECK-MASTER-FILE
           IF ISSUE-LEDGER-READ
               OPEN OUTPUT CHECK-ISSUE-FILE
               IF CHECK-ISSUE-OK
                   CLOSE CHECK-ISSUE-FILE
               END-IF
           END-IF.

       P800-EXIT.
           EXIT.

       P810-WRITE-MASTER-RECORD.
           MOVE SPACES TO CHECK-MASTER-RECORD
           MOVE WS-CHK-NUMBER (CHK-IDX) TO CKM-CHECK-NUMBER
           MOVE WS-CHK-ISSUE-DATE (CHK-IDX) TO CKM-ISSUE-DATE
           MOVE WS-CHK-AMOUNT (CHK-IDX) TO CKM-AMOUNT
           MOVE WS-CHK-PAYEE-NAME (CHK-IDX) TO CKM-PAYEE-NAME
           MOVE WS-CHK-SOURCE (CHK-IDX) TO CKM-SOURCE
           MOVE WS-CHK-REFERENCE (CHK-IDX) TO CKM-REFERENCE
           MOVE WS-CHK-STATUS (CHK-IDX) TO CKM-STATUS
           MOVE WS-CHK-STATUS-DATE (CHK-IDX) TO CKM-STATUS-DATE
           MOVE WS-CHK-PAID-AMOUNT (CHK-IDX) TO CKM-PAID-AMOUNT
           MOVE WS-CHK-RECON-DATE (CHK-IDX) TO CKM-RECON-DATE
           MOVE WS-CHK-PAYEE-STATE (CHK-IDX) TO CKM-PAYEE-STATE
           MOVE WS-CHK-LETTER-DATE (CHK-IDX) TO CKM-LETTER-DATE
           WRITE CHECK-MASTER-RECORD.

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
           MOVE 'LGAPPPY1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           COMPUTE RST-RECORD-COUNT = WS-ISSUED-CNT + WS-VOIDED-CNT
           MOVE WS-ISSUED-TOTAL TO RST-TOTAL-AMOUNT
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
