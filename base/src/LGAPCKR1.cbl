       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCKR1.
      *================================================================*
      * PROGRAM: LGAPCKR1 - CLEARED-CHECK RECONCILIATION              *
      * PURPOSE: MATCHES THE BANK'S PAID-ITEMS FILE (BANKPAID.DAT)    *
      *          AGAINST THE CHECK MASTER LGAPPPY1 BUILDS FROM THE    *
      *          CHECKS WE ISSUED.  REPORTS ITEMS PAID THAT WE NEVER  *
      *          ISSUED OR HAD VOIDED (POSSIBLE FRAUD), ITEMS PAID AT *
      *          AN AMOUNT OTHER THAN ISSUED, REPEAT PRESENTMENTS,    *
      *          THE VOIDS SINCE THE LAST RECONCILIATION, AND THE     *
      *          OUTSTANDING-CHECK LIST AGED BY ISSUE DATE.  SETTLED  *
      *          CHECKS ARE KEPT FOR CKR_RETAIN_DAYS SO A LATE OR     *
      *          REPEAT PRESENTMENT IS STILL CAUGHT, THEN DROPPED.    *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Paid items as received from the bank.
           SELECT BANK-PAID-FILE ASSIGN TO 'BANKPAID.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BPI-STAT.

           SELECT CHECK-MASTER-FILE ASSIGN TO 'CHKMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKM-STAT.

           SELECT REPORT-FILE ASSIGN TO 'CKRRPT.DAT'
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
       FD  BANK-PAID-FILE.
       01  BANK-PAID-RECORD.
           05 BPI-ACCOUNT              PIC X(15).
           05 FILLER                   PIC X.
           05 BPI-CHECK-NUMBER         PIC 9(10).
           05 FILLER                   PIC X.
           05 BPI-PAID-AMOUNT          PIC 9(8)V99.
           05 FILLER                   PIC X.
           05 BPI-PAID-DATE            PIC 9(8).

       FD  CHECK-MASTER-FILE.
           COPY CHKMAST.

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

       01  WS-BPI-STAT                 PIC X(2).
           88 BANK-PAID-OK             VALUE '00'.
           88 BANK-PAID-EOF            VALUE '10'.

       01  WS-CKM-STAT                 PIC X(2).
           88 CHECK-MASTER-OK          VALUE '00'.
           88 CHECK-MASTER-EOF         VALUE '10'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-MASTER-FULL-IND          PIC X VALUE 'N'.
           88 MASTER-TRUNCATED         VALUE 'Y'.

      *    Days a paid or voided check stays on the master after
      *    reconciliation reports it.
       01  WS-CKR-RETAIN-DAYS          PIC 9(4) VALUE 180.

      *----------------------------------------------------------------*
      * IN-CORE CHECK MASTER -- THE SAME TABLE LGAPPPY1 MAINTAINS.     *
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

      *----------------------------------------------------------------*
      * OUTSTANDING-CHECK AGE BANDS, DAYS SINCE ISSUE.  THE LAST BAND  *
      * IS STALE-DATED AND DUE FOR ESCHEAT REVIEW.                     *
      *----------------------------------------------------------------*
       01  WS-AGE-BAND-VALUES.
           05 FILLER PIC X(18) VALUE '0030  0 -  30 DAYS'.
           05 FILLER PIC X(18) VALUE '0060 31 -  60 DAYS'.
           05 FILLER PIC X(18) VALUE '0090 61 -  90 DAYS'.
           05 FILLER PIC X(18) VALUE '018091 - 180 DAYS'.
           05 FILLER PIC X(18) VALUE '9999OVER 180 DAYS'.
       01  WS-AGE-BAND-TABLE REDEFINES WS-AGE-BAND-VALUES.
           05 WS-AGE-BAND              OCCURS 5 TIMES
                                       INDEXED BY AGE-IDX.
              10 WS-AGE-BAND-MAX       PIC 9(4).
              10 WS-AGE-BAND-DESC      PIC X(14).

       01  WS-AGE-TOTALS.
           05 WS-AGE-TOTAL-ENTRY       OCCURS 5 TIMES.
              10 WS-AGE-CNT            PIC 9(6).
              10 WS-AGE-AMT            PIC 9(12)V99.

       01  WS-AGE-WORK.
           05 WS-CURRENT-INT           PIC 9(9) COMP.
           05 WS-WORK-INT              PIC 9(9) COMP.
           05 WS-AGE-DAYS              PIC 9(5).
           05 WS-AGE-BAND-SUB          PIC 9.

       01  WS-COUNTERS.
           05 WS-PAID-REC-CNT          PIC 9(6) VALUE ZERO.
           05 WS-CLEARED-CNT           PIC 9(6) VALUE ZERO.
           05 WS-NOT-ISSUED-CNT        PIC 9(6) VALUE ZERO.
           05 WS-MISMATCH-CNT          PIC 9(6) VALUE ZERO.
           05 WS-PAID-VOID-CNT         PIC 9(6) VALUE ZERO.
           05 WS-REPEAT-CNT            PIC 9(6) VALUE ZERO.
           05 WS-VOID-REPORTED-CNT     PIC 9(6) VALUE ZERO.
           05 WS-OUTSTANDING-CNT       PIC 9(6) VALUE ZERO.
           05 WS-PURGED-CNT            PIC 9(6) VALUE ZERO.
           05 WS-CLEARED-TOTAL         PIC 9(12)V99 VALUE ZERO.
           05 WS-EXCEPTION-TOTAL       PIC 9(12)V99 VALUE ZERO.
           05 WS-VOID-TOTAL            PIC 9(12)V99 VALUE ZERO.
           05 WS-OUTSTANDING-TOTAL     PIC 9(12)V99 VALUE ZERO.

       01  WS-EXCEPTION-TEXT           PIC X(22).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY-2            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY             PIC ZZZZ9.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-MASTER THRU P300-EXIT
           PERFORM P400-OPEN-REPORT
           PERFORM P500-MATCH-PAID-ITEMS THRU P500-EXIT
           PERFORM P600-REPORT-VOIDS
           PERFORM P650-REPORT-OUTSTANDING
           PERFORM P700-WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM P800-REWRITE-MASTER THRU P800-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CURRENT-INT = FUNCTION INTEGER-OF-DATE
                                     (WS-CURRENT-DATE)
           INITIALIZE WS-AGE-TOTALS
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CKR_RETAIN_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-CKR-RETAIN-DAYS
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

       P300-LOAD-MASTER.
           OPEN INPUT CHECK-MASTER-FILE
           IF NOT CHECK-MASTER-OK
               DISPLAY 'Warning: Check master unavailable: '
                       WS-CKM-STAT ' - every paid item is unmatched'
               MOVE 4 TO RETURN-CODE
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

       P400-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open reconciliation report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '        CLEARED CHECK RECONCILIATION - '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    PAID ITEM EXCEPTIONS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EXCEPTION              CHECK      PAID DATE'
                  '      ISSUED AMOUNT       PAID AMOUNT'
                  '  REFERENCE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * MATCH EACH PAID ITEM TO THE CHECK ISSUED UNDER ITS NUMBER.     *
      * ONLY AN OUTSTANDING CHECK PAID AT ITS ISSUED AMOUNT CLEARS     *
      * CLEAN; ANYTHING ELSE IS AN EXCEPTION TREASURY MUST WORK.       *
      *----------------------------------------------------------------*
       P500-MATCH-PAID-ITEMS.
           OPEN INPUT BANK-PAID-FILE
           IF NOT BANK-PAID-OK
               DISPLAY 'Warning: No paid-items file from the bank: '
                       WS-BPI-STAT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE '    NO PAID-ITEMS FILE RECEIVED' TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P500-EXIT
           END-IF
           PERFORM P510-READ-PAID-ITEM
           PERFORM UNTIL BANK-PAID-EOF
               PERFORM P520-MATCH-ONE-ITEM THRU P520-EXIT
               PERFORM P510-READ-PAID-ITEM
           END-PERFORM
           CLOSE BANK-PAID-FILE.

       P500-EXIT.
           EXIT.

       P510-READ-PAID-ITEM.
           READ BANK-PAID-FILE
           END-READ.

       P520-MATCH-ONE-ITEM.
           ADD 1 TO WS-PAID-REC-CNT
           IF BPI-CHECK-NUMBER NOT NUMERIC OR
              BPI-PAID-AMOUNT NOT NUMERIC
               MOVE ZERO TO WS-CHK-MATCH-IDX
               MOVE 'UNREADABLE PAID ITEM' TO WS-EXCEPTION-TEXT
               PERFORM P590-WRITE-EXCEPTION
               GO TO P520-EXIT
           END-IF

           MOVE ZERO TO WS-CHK-MATCH-IDX
           PERFORM P530-CHECK-MASTER-ENTRY
                   VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHK-COUNT
                      OR WS-CHK-MATCH-IDX > ZERO

           IF WS-CHK-MATCH-IDX = ZERO
               ADD 1 TO WS-NOT-ISSUED-CNT
               MOVE 'PAID NOT ISSUED' TO WS-EXCEPTION-TEXT
               PERFORM P590-WRITE-EXCEPTION
               GO TO P520-EXIT
           END-IF

           SET CHK-IDX TO WS-CHK-MATCH-IDX
           EVALUATE WS-CHK-STATUS (CHK-IDX)
               WHEN 'V'
                   ADD 1 TO WS-PAID-VOID-CNT
                   MOVE 'PAID AFTER VOID' TO WS-EXCEPTION-TEXT
                   PERFORM P590-WRITE-EXCEPTION
               WHEN 'E'
                   ADD 1 TO WS-PAID-VOID-CNT
                   MOVE 'PAID AFTER ESCHEAT' TO WS-EXCEPTION-TEXT
                   PERFORM P590-WRITE-EXCEPTION
               WHEN 'P'
                   ADD 1 TO WS-REPEAT-CNT
                   MOVE 'REPEAT PRESENTMENT' TO WS-EXCEPTION-TEXT
                   PERFORM P590-WRITE-EXCEPTION
               WHEN OTHER
      *            Paid is paid -- the check comes off the
      *            outstanding list either way, but a changed amount
      *            is reported as a possible alteration.
                   MOVE 'P' TO WS-CHK-STATUS (CHK-IDX)
                   MOVE BPI-PAID-DATE TO WS-CHK-STATUS-DATE (CHK-IDX)
                   MOVE BPI-PAID-AMOUNT
                        TO WS-CHK-PAID-AMOUNT (CHK-IDX)
                   MOVE WS-CURRENT-DATE TO WS-CHK-RECON-DATE (CHK-IDX)
                   IF BPI-PAID-AMOUNT = WS-CHK-AMOUNT (CHK-IDX)
                       ADD 1 TO WS-CLEARED-CNT
                       ADD BPI-PAID-AMOUNT TO WS-CLEARED-TOTAL
                   ELSE
                       ADD 1 TO WS-MISMATCH-CNT
                       MOVE 'AMOUNT MISMATCH' TO WS-EXCEPTION-TEXT
                       PERFORM P590-WRITE-EXCEPTION
                   END-IF
           END-EVALUATE.

       P520-EXIT.
           EXIT.

       P530-CHECK-MASTER-ENTRY.
           IF WS-CHK-NUMBER (CHK-IDX) = BPI-CHECK-NUMBER
               SET WS-CHK-MATCH-IDX TO CHK-IDX
           END-IF.

      *    Any money out of the account we cannot tie to a check we
      *    issued at that amount puts the run out of balance.
       P590-WRITE-EXCEPTION.
           MOVE 8 TO RETURN-CODE
           MOVE SPACES TO REPORT-LINE
           IF BPI-PAID-AMOUNT NUMERIC
               ADD BPI-PAID-AMOUNT TO WS-EXCEPTION-TOTAL
               MOVE BPI-PAID-AMOUNT TO WS-AMT-DISPLAY-2
           ELSE
               MOVE ZERO TO WS-AMT-DISPLAY-2
           END-IF
           IF WS-CHK-MATCH-IDX > ZERO
               MOVE WS-CHK-AMOUNT (CHK-IDX) TO WS-AMT-DISPLAY
               STRING WS-EXCEPTION-TEXT ' ' BPI-CHECK-NUMBER
                      ' ' BPI-PAID-DATE
                      ' ' WS-AMT-DISPLAY
                      '  ' WS-AMT-DISPLAY-2
                      '  ' WS-CHK-REFERENCE (CHK-IDX)
                      ' ' WS-CHK-PAYEE-NAME (CHK-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-EXCEPTION-TEXT ' ' BPI-CHECK-NUMBER
                      ' ' BPI-PAID-DATE
                      '                 '
                      '  ' WS-AMT-DISPLAY-2
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * VOIDS SINCE THE LAST RECONCILIATION -- EACH LISTED ONCE.       *
      *----------------------------------------------------------------*
       P600-REPORT-VOIDS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    VOIDED CHECKS' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P610-REPORT-ONE-VOID
                   VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHK-COUNT
           IF WS-VOID-REPORTED-CNT = ZERO
               MOVE '    NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P610-REPORT-ONE-VOID.
           IF WS-CHK-STATUS (CHK-IDX) = 'V' AND
              WS-CHK-RECON-DATE (CHK-IDX) = ZERO
               ADD 1 TO WS-VOID-REPORTED-CNT
               ADD WS-CHK-AMOUNT (CHK-IDX) TO WS-VOID-TOTAL
               MOVE WS-CURRENT-DATE TO WS-CHK-RECON-DATE (CHK-IDX)
               MOVE WS-CHK-AMOUNT (CHK-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '  CHECK ' WS-CHK-NUMBER (CHK-IDX)
                      ' ISSUED ' WS-CHK-ISSUE-DATE (CHK-IDX)
                      ' VOIDED ' WS-CHK-STATUS-DATE (CHK-IDX)
                      ' ' WS-AMT-DISPLAY
                      '  ' WS-CHK-REFERENCE (CHK-IDX)
                      ' ' WS-CHK-PAYEE-NAME (CHK-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * OUTSTANDING CHECKS, EACH WITH ITS AGE, THEN TOTALS BY BAND.    *
      *----------------------------------------------------------------*
       P650-REPORT-OUTSTANDING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    OUTSTANDING CHECKS' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P660-REPORT-ONE-OUTSTANDING
                   VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHK-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    OUTSTANDING BY AGE' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P670-REPORT-AGE-BAND
                   VARYING AGE-IDX FROM 1 BY 1
                   UNTIL AGE-IDX > 5.

       P660-REPORT-ONE-OUTSTANDING.
           IF WS-CHK-STATUS (CHK-IDX) = 'O'
               COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                                      (WS-CHK-ISSUE-DATE (CHK-IDX))
               IF WS-WORK-INT > WS-CURRENT-INT
                   MOVE ZERO TO WS-AGE-DAYS
               ELSE
                   COMPUTE WS-AGE-DAYS = WS-CURRENT-INT - WS-WORK-INT
               END-IF
               MOVE 5 TO WS-AGE-BAND-SUB
               PERFORM P665-FIND-AGE-BAND
                       VARYING AGE-IDX FROM 5 BY -1
                       UNTIL AGE-IDX < 1
               ADD 1 TO WS-AGE-CNT (WS-AGE-BAND-SUB)
               ADD WS-CHK-AMOUNT (CHK-IDX)
                   TO WS-AGE-AMT (WS-AGE-BAND-SUB)
               ADD 1 TO WS-OUTSTANDING-CNT
               ADD WS-CHK-AMOUNT (CHK-IDX) TO WS-OUTSTANDING-TOTAL
               MOVE WS-CHK-AMOUNT (CHK-IDX) TO WS-AMT-DISPLAY
               MOVE WS-AGE-DAYS TO WS-DAYS-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '  CHECK ' WS-CHK-NUMBER (CHK-IDX)
                      ' ISSUED ' WS-CHK-ISSUE-DATE (CHK-IDX)
                      ' AGE ' WS-DAYS-DISPLAY
                      ' ' WS-AMT-DISPLAY
                      '  ' WS-CHK-REFERENCE (CHK-IDX)
                      ' ' WS-CHK-PAYEE-NAME (CHK-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Walked from the oldest band down, so the youngest band the
      *    age fits is the one left in WS-AGE-BAND-SUB.
       P665-FIND-AGE-BAND.
           IF WS-AGE-DAYS <= WS-AGE-BAND-MAX (AGE-IDX)
               SET WS-AGE-BAND-SUB TO AGE-IDX
           END-IF.

       P670-REPORT-AGE-BAND.
           SET WS-AGE-BAND-SUB TO AGE-IDX
           MOVE WS-AGE-AMT (WS-AGE-BAND-SUB) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-AGE-BAND-DESC (AGE-IDX)
                  '  CHECKS ' WS-AGE-CNT (WS-AGE-BAND-SUB)
                  '  AMOUNT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P700-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Paid Items Received:  ' WS-PAID-REC-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLEARED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Cleared Clean:        ' WS-CLEARED-CNT
                  '  AMOUNT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Paid Not Issued:      ' WS-NOT-ISSUED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Paid After Void/Esch: ' WS-PAID-VOID-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Amount Mismatches:    ' WS-MISMATCH-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Repeat Presentments:  ' WS-REPEAT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCEPTION-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Exception Amount:     ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VOID-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Voids Reported:       ' WS-VOID-REPORTED-CNT
                  '  AMOUNT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OUTSTANDING-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Outstanding Checks:   ' WS-OUTSTANDING-CNT
                  '  AMOUNT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * REWRITE THE CHECK MASTER, DROPPING CHECKS PAID OR VOIDED AND   *
      * REPORTED MORE THAN CKR_RETAIN_DAYS AGO.                        *
      *----------------------------------------------------------------*
       P800-REWRITE-MASTER.
           IF MASTER-TRUNCATED
               DISPLAY 'ERROR: Check master exceeds table - '
                       'master left unchanged'
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
           PERFORM P810-WRITE-MASTER-RECORD THRU P810-EXIT
                   VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHK-COUNT
           CLOSE CHECK-MASTER-FILE.

       P800-EXIT.
           EXIT.

       P810-WRITE-MASTER-RECORD.
           IF WS-CHK-STATUS (CHK-IDX) NOT = 'O' AND
              WS-CHK-RECON-DATE (CHK-IDX) > ZERO
               COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                                      (WS-CHK-RECON-DATE (CHK-IDX))
               IF WS-CURRENT-INT - WS-WORK-INT > WS-CKR-RETAIN-DAYS
                   ADD 1 TO WS-PURGED-CNT
                   GO TO P810-EXIT
               END-IF
           END-IF
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

       P810-EXIT.
           EXIT.

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
           MOVE 'LGAPCKR1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-PAID-REC-CNT TO RST-RECORD-COUNT
           MOVE WS-CLEARED-TOTAL TO RST-TOTAL-AMOUNT
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
