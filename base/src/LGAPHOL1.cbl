       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPHOL1.
      *================================================================*
      * PROGRAM: LGAPHOL1 - HOLIDAY CALENDAR MAINTENANCE UTILITY       *
      * PURPOSE: APPLY A BATCH OF ADD/UPDATE/DELETE MAINTENANCE        *
      *          TRANSACTIONS TO THE HOLIDAY CALENDAR (HOLCAL.DAT)     *
      *          READ BY THE BUSINESS-DAY DATE SERVICE LGAPBDY1, WITH  *
      *          THE SAME DISCIPLINE AS CONFIG.DAT MAINTENANCE: EVERY  *
      *          CHANGE AUDITED WITH ITS OPERATOR AND BEFORE AND AFTER *
      *          VALUES, AND A RESULT EXTRACT AND SUMMARY REPORT OF    *
      *          WHAT WAS APPLIED, UPDATED, OR REJECTED.  A DATE THAT  *
      *          IS NOT A REAL CALENDAR DATE IS REJECTED; A WEEKEND    *
      *          DATE IS REJECTED AS NEEDLESS.                         *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO 'HOLMAINT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MNT-STAT.

           SELECT HOLIDAY-FILE ASSIGN TO 'HOLCAL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HOL-DATE
                  FILE STATUS IS WS-HOL-STAT.

           SELECT RESULT-FILE ASSIGN TO 'HOLRSLT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RES-STAT.

           SELECT REPORT-FILE ASSIGN TO 'HOLRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    Append-only audit log of every change to the calendar that
      *    moves due dates and deadlines: timestamp, operator, date,
      *    and the before and after descriptions.
           SELECT CFG-AUDIT-FILE ASSIGN TO 'HOLAUDIT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAU-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  MAINT-FILE.
           COPY HOLMAINT.

       FD  HOLIDAY-FILE.
           COPY HOLCAL.

       FD  RESULT-FILE.
       01  RESULT-LINE                 PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  CFG-AUDIT-FILE.
       01  CFG-AUDIT-RECORD.
           05 CAU-DATE                 PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CAU-TIME                 PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CAU-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CAU-ACTION               PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 CAU-KEY                  PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CAU-BEFORE-VALUE         PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 CAU-AFTER-VALUE          PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 CAU-RESULT               PIC X(15).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-MNT-STAT                 PIC X(2).
           88 MAINT-OK                 VALUE '00'.
           88 MAINT-EOF                VALUE '10'.

       01  WS-HOL-STAT                 PIC X(2).
           88 HOLIDAY-OK               VALUE '00'.
           88 HOLIDAY-NOT-FOUND        VALUE '23'.
           88 HOLIDAY-DUPLICATE        VALUE '22'.

       01  WS-RES-STAT                 PIC X(2).
           88 RESULT-FILE-OK           VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-COUNTERS.
           05 WS-TOTAL-REC             PIC 9(5) VALUE ZERO.
           05 WS-ADDED-CNT             PIC 9(5) VALUE ZERO.
           05 WS-UPDATED-CNT           PIC 9(5) VALUE ZERO.
           05 WS-DELETED-CNT           PIC 9(5) VALUE ZERO.
           05 WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.

       01  WS-RESULT-CODE              PIC X(10).

       01  WS-CAU-STAT                 PIC X(2).
           88 CFG-AUDIT-OK             VALUE '00'.

      *    Prior description of the date being maintained, captured
      *    before the change is applied for the audit log.
       01  WS-BEFORE-VALUE             PIC X(30).

       01  WS-DATE-INT                 PIC 9(9) COMP.
       01  WS-WEEKDAY                  PIC 9(1).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-TIME          PIC X(8).

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P400-WRITE-RESULT-HEADER
           PERFORM P500-PROCESS-RECORDS
           PERFORM P600-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME.

       P300-OPEN-FILES.
           OPEN INPUT MAINT-FILE
           IF NOT MAINT-OK
               DISPLAY 'ERROR: Cannot open maintenance txn file: '
                       WS-MNT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN I-O HOLIDAY-FILE
           IF NOT HOLIDAY-OK
               DISPLAY 'ERROR: Cannot open HOLCAL.DAT for update: '
                       WS-HOL-STAT
               CLOSE MAINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT RESULT-FILE
           IF NOT RESULT-FILE-OK
               DISPLAY 'ERROR: Cannot open result extract file: '
                       WS-RES-STAT
               CLOSE MAINT-FILE
               CLOSE HOLIDAY-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open maintenance report file: '
                       WS-RPT-STAT
               CLOSE MAINT-FILE
               CLOSE HOLIDAY-FILE
               CLOSE RESULT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

      *    Append-only, like CFGAUDIT.DAT -- the calendar change
      *    history is never truncated.
           OPEN EXTEND CFG-AUDIT-FILE
           IF NOT CFG-AUDIT-OK
               OPEN OUTPUT CFG-AUDIT-FILE
           END-IF
           IF NOT CFG-AUDIT-OK
               DISPLAY 'Warning: Cannot open config audit log: '
                       WS-CAU-STAT
           END-IF.

       P400-WRITE-RESULT-HEADER.
           STRING 'ACTION' ',' 'HOLIDAY_DATE' ',' 'DESCRIPTION' ','
                  'RESULT'
                  DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-LINE.

       P500-PROCESS-RECORDS.
           PERFORM P510-READ-MAINT-TXN
           PERFORM UNTIL MAINT-EOF
               PERFORM P520-APPLY-TXN
               PERFORM P510-READ-MAINT-TXN
           END-PERFORM.

       P510-READ-MAINT-TXN.
           READ MAINT-FILE
           END-READ.

       P520-APPLY-TXN.
           ADD 1 TO WS-TOTAL-REC
           MOVE SPACES TO WS-BEFORE-VALUE
           PERFORM P525-VALIDATE-DATE
           EVALUATE TRUE
               WHEN WS-RESULT-CODE NOT = SPACES
                   ADD 1 TO WS-REJECTED-CNT
               WHEN HOLM-ACTION-ADD
                   PERFORM P530-ADD-ENTRY
               WHEN HOLM-ACTION-UPDATE
                   PERFORM P540-UPDATE-ENTRY
               WHEN HOLM-ACTION-DELETE
                   PERFORM P550-DELETE-ENTRY
               WHEN OTHER
                   MOVE 'BAD ACTION' TO WS-RESULT-CODE
                   ADD 1 TO WS-REJECTED-CNT
           END-EVALUATE
           PERFORM P560-WRITE-RESULT-RECORD
           PERFORM P570-WRITE-AUDIT-RECORD THRU P570-EXIT
           IF WS-RESULT-CODE NOT = 'ADDED' AND
              WS-RESULT-CODE NOT = 'UPDATED' AND
              WS-RESULT-CODE NOT = 'DELETED'
               PERFORM P580-WRITE-REJECT-DETAIL
           END-IF.

      *    Only a real weekday date can go on the calendar -- weekends
      *    are never business days already.
       P525-VALIDATE-DATE.
           MOVE SPACES TO WS-RESULT-CODE
           IF HOLM-DATE-X NOT NUMERIC
               MOVE 'BAD DATE' TO WS-RESULT-CODE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (HOLM-DATE) NOT = ZERO
                   MOVE 'BAD DATE' TO WS-RESULT-CODE
               ELSE
                   IF HOLM-ACTION-ADD
                       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                                              (HOLM-DATE)
                       COMPUTE WS-WEEKDAY =
                               FUNCTION MOD (WS-DATE-INT - 1, 7)
                       IF WS-WEEKDAY > 4
                           MOVE 'WEEKEND' TO WS-RESULT-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       P530-ADD-ENTRY.
           MOVE HOLM-DATE TO HOL-DATE
           MOVE HOLM-DESCRIPTION TO HOL-DESCRIPTION
           WRITE HOLIDAY-CALENDAR-RECORD
           IF HOLIDAY-OK
               MOVE 'ADDED' TO WS-RESULT-CODE
               ADD 1 TO WS-ADDED-CNT
           ELSE
               MOVE 'DUPLICATE KEY' TO WS-RESULT-CODE
               ADD 1 TO WS-REJECTED-CNT
           END-IF.

       P540-UPDATE-ENTRY.
           MOVE HOLM-DATE TO HOL-DATE
           READ HOLIDAY-FILE
           IF HOLIDAY-OK
               MOVE HOL-DESCRIPTION TO WS-BEFORE-VALUE
               MOVE HOLM-DESCRIPTION TO HOL-DESCRIPTION
               REWRITE HOLIDAY-CALENDAR-RECORD
               IF HOLIDAY-OK
                   MOVE 'UPDATED' TO WS-RESULT-CODE
                   ADD 1 TO WS-UPDATED-CNT
               ELSE
                   MOVE 'REWRITE FAILED' TO WS-RESULT-CODE
                   ADD 1 TO WS-REJECTED-CNT
               END-IF
           ELSE
               MOVE 'KEY NOT FOUND' TO WS-RESULT-CODE
               ADD 1 TO WS-REJECTED-CNT
           END-IF.

       P550-DELETE-ENTRY.
           MOVE HOLM-DATE TO HOL-DATE
           READ HOLIDAY-FILE
           IF HOLIDAY-OK
               MOVE HOL-DESCRIPTION TO WS-BEFORE-VALUE
               DELETE HOLIDAY-FILE
               IF HOLIDAY-OK
                   MOVE 'DELETED' TO WS-RESULT-CODE
                   ADD 1 TO WS-DELETED-CNT
               ELSE
                   MOVE 'DELETE FAILED' TO WS-RESULT-CODE
                   ADD 1 TO WS-REJECTED-CNT
               END-IF
           ELSE
               MOVE 'KEY NOT FOUND' TO WS-RESULT-CODE
               ADD 1 TO WS-REJECTED-CNT
           END-IF.

       P560-WRITE-RESULT-RECORD.
           MOVE SPACES TO RESULT-LINE
           STRING HOLM-ACTION ','
                  HOLM-DATE-X ','
                  FUNCTION TRIM(HOLM-DESCRIPTION) ','
                  FUNCTION TRIM(WS-RESULT-CODE)
                  DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-LINE.

       P570-WRITE-AUDIT-RECORD.
           IF NOT CFG-AUDIT-OK
               GO TO P570-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO CAU-DATE
           MOVE WS-CURRENT-TIME TO CAU-TIME
           MOVE HOLM-OPERATOR-ID TO CAU-OPERATOR-ID
           MOVE HOLM-ACTION TO CAU-ACTION
           MOVE HOLM-DATE-X TO CAU-KEY
           MOVE WS-BEFORE-VALUE TO CAU-BEFORE-VALUE
           EVALUATE TRUE
               WHEN HOLM-ACTION-DELETE
                   MOVE SPACES TO CAU-AFTER-VALUE
               WHEN OTHER
                   MOVE HOLM-DESCRIPTION TO CAU-AFTER-VALUE
           END-EVALUATE
           MOVE WS-RESULT-CODE TO CAU-RESULT
           WRITE CFG-AUDIT-RECORD.

       P570-EXIT.
           EXIT.

       P580-WRITE-REJECT-DETAIL.
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTED: ACTION ' HOLM-ACTION
                  ' DATE ' HOLM-DATE-X
                  ' BY ' HOLM-OPERATOR-ID
                  ' - ' FUNCTION TRIM(WS-RESULT-CODE)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '        HOLIDAY CALENDAR MAINTENANCE SUMMARY REPORT'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:              ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Transactions Read:     ' WS-TOTAL-REC
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Entries Added:         ' WS-ADDED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Entries Updated:       ' WS-UPDATED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Entries Deleted:       ' WS-DELETED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Transactions Rejected: ' WS-REJECTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P700-CLOSE-FILES.
           CLOSE MAINT-FILE
           CLOSE HOLIDAY-FILE
           CLOSE RESULT-FILE
           CLOSE REPORT-FILE
           IF CFG-AUDIT-OK
               CLOSE CFG-AUDIT-FILE
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
           MOVE 'LGAPHOL1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-REC TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
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
