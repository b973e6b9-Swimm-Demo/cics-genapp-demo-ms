       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPLCR1.
      *================================================================*
      * PROGRAM: LGAPLCR1 - LOSS-CONTROL RECOMMENDATION FOLLOW-UP     *
      * PURPOSE: APPLIES THE COMPLIANCE TRANSACTIONS THAT MARK        *
      *          INSPECTION RECOMMENDATIONS DONE, THEN WORKS THE      *
      *          RECOMMENDATION MASTER: AN OPEN ITEM FALLING DUE      *
      *          WITHIN THE REMINDER WINDOW GETS A REMINDER LETTER    *
      *          (ONE LETTER PER POLICY, TO LCRNOT.DAT FOR THE        *
      *          DOCUMENT STREAM), AND A CRITICAL ITEM PAST ITS DUE   *
      *          DATE IS QUEUED TO UNDERWRITING AND ITS POLICY        *
      *          FLAGGED FOR NONRENEWAL REVIEW AHEAD OF RENEWAL.      *
      *          RUN MONTHLY.                                         *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Compliance confirmations keyed by loss control from the
      *    insured's or agent's evidence (photos, contractor invoice).
           SELECT COMPLY-FILE ASSIGN TO 'RECCOMP.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCC-STAT.

           SELECT RECOMMENDATION-FILE ASSIGN TO 'RECMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCM-KEY
                  FILE STATUS IS WS-RCM-STAT.

      *    Opened for update: the nonrenewal review flag is carried
      *    on the policy so the renewal extract can see it.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT EXCEPTION-FILE ASSIGN TO 'EXCEPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXC-STAT.

      *    Reminder letters, print image under an '=' banner, taken
      *    into the nightly document stream by LGAPDOC1.
           SELECT LETTER-FILE ASSIGN TO 'LCRNOT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LTR-STAT.

           SELECT REPORT-FILE ASSIGN TO 'LCRRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
      *    The recommendation is named by its master key.  A zero or
      *    blank complied date takes the run date.
       FD  COMPLY-FILE.
       01  COMPLY-RECORD.
           05 RCC-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X.
           05 RCC-INSPECTION-DATE      PIC 9(8).
           05 FILLER                   PIC X.
           05 RCC-LINE-NUM             PIC 9(2).
           05 FILLER                   PIC X.
           05 RCC-COMPLIED-DATE        PIC 9(8).
           05 FILLER                   PIC X.
           05 RCC-OPERATOR-ID          PIC X(8).

       FD  RECOMMENDATION-FILE.
           COPY RECMAST.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  EXCEPTION-FILE.
           COPY EXCEPTQ.

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(133).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-RCC-STAT                 PIC X(2).
           88 COMPLY-OK                VALUE '00'.
           88 COMPLY-EOF               VALUE '10'.

       01  WS-RCM-STAT                 PIC X(2).
           88 RECOMMENDATION-OK        VALUE '00'.
           88 RECOMMENDATION-EOF       VALUE '10'.
           88 RECOMMENDATION-MISSING   VALUE '35'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-EXC-STAT                 PIC X(2).
           88 EXCEPTION-OK             VALUE '00'.

       01  WS-LTR-STAT                 PIC X(2).
           88 LETTER-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

      *----------------------------------------------------------------*
      * REMINDER WINDOW (CONFIG KEY LCR_REMIND_DAYS) -- AN OPEN ITEM   *
      * DUE WITHIN THIS MANY DAYS IS REMINDED, ONCE IN A CALENDAR      *
      * MONTH, SO A MONTHLY RUN REMINDS EACH ITEM AT LEAST ONCE        *
      * BEFORE IT FALLS DUE.                                           *
      *----------------------------------------------------------------*
       01  WS-REMIND-DAYS              PIC 9(3) VALUE 45.

       01  WS-COUNTERS.
           05 WS-TRAN-READ-CNT         PIC 9(6) VALUE ZERO.
           05 WS-COMPLIED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-TRAN-REJECTED-CNT     PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-READ-CNT        PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-CLOSED-CNT      PIC 9(6) VALUE ZERO.
           05 WS-ITEMS-OPEN-CNT        PIC 9(6) VALUE ZERO.
           05 WS-REMINDED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-LETTER-CNT            PIC 9(6) VALUE ZERO.
           05 WS-OVERDUE-CNT           PIC 9(6) VALUE ZERO.
           05 WS-CRITICAL-OVERDUE-CNT  PIC 9(6) VALUE ZERO.
           05 WS-ESCALATED-CNT         PIC 9(6) VALUE ZERO.
           05 WS-FLAGGED-CNT           PIC 9(6) VALUE ZERO.
           05 WS-UNFLAGGED-CNT         PIC 9(6) VALUE ZERO.
           05 WS-NO-POLICY-CNT         PIC 9(6) VALUE ZERO.

       01  WS-REJECT-REASON            PIC X(30).
       01  WS-PRIORITY-WORD            PIC X(8).

      *    The reminder letter being built -- items arrive in key
      *    order, so all of a policy's items are together.
       01  WS-LETTER-POLICY            PIC X(12) VALUE SPACES.
       01  WS-LETTER-OPEN-IND          PIC X VALUE 'N'.
           88 LETTER-IS-OPEN           VALUE 'Y'.

      *    Scan of a policy's remaining items when a critical one is
      *    complied with.
       01  WS-SCAN-POLICY              PIC X(12).
       01  WS-SCAN-DONE-IND            PIC X VALUE 'N'.
           88 SCAN-DONE                VALUE 'Y'.
       01  WS-STILL-OVERDUE-IND        PIC X VALUE 'N'.
           88 POLICY-STILL-OVERDUE     VALUE 'Y'.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-DUE-INT               PIC 9(9).
           05 WS-DAYS-TO-DUE           PIC S9(5).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-DATE-X REDEFINES WS-DATE-TIME.
           05 WS-CURRENT-YYYYMM        PIC X(6).
           05 FILLER                   PIC X(2).

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P400-APPLY-COMPLIANCE THRU P400-EXIT
           PERFORM P500-FOLLOW-UP THRU P500-EXIT
           PERFORM P600-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'LCR_REMIND_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-REMIND-DAYS
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

       P300-OPEN-FILES.
           OPEN I-O RECOMMENDATION-FILE
           IF RECOMMENDATION-MISSING
               OPEN OUTPUT RECOMMENDATION-FILE
               IF RECOMMENDATION-OK
                   CLOSE RECOMMENDATION-FILE
                   OPEN I-O RECOMMENDATION-FILE
               END-IF
           END-IF
           IF NOT RECOMMENDATION-OK
               DISPLAY 'ERROR: Cannot open recommendation master: '
                       WS-RCM-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open recommendation report: '
                       WS-RPT-STAT
               CLOSE RECOMMENDATION-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT LETTER-FILE
           IF NOT LETTER-OK
               DISPLAY 'ERROR: Cannot open reminder letter file: '
                       WS-LTR-STAT
               CLOSE RECOMMENDATION-FILE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

      *    Escalations join the same exception queue the underwriters
      *    already work, appended so the day's other items survive.
           OPEN EXTEND EXCEPTION-FILE
           IF NOT EXCEPTION-OK
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF NOT EXCEPTION-OK
               DISPLAY 'Warning: Cannot open exception queue: '
                       WS-EXC-STAT
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE 'POLMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: policy master unavailable - '
                       'nonrenewal review flags not set'
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    LOSS-CONTROL RECOMMENDATION FOLLOW-UP REPORT'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * COMPLIANCE TRANSACTIONS -- EACH MARKS ONE OPEN RECOMMENDATION  *
      * COMPLIED WITH.  WHEN THE ITEM WAS A CRITICAL ONE THAT HAD      *
      * FLAGGED ITS POLICY, THE FLAG COMES OFF ONCE THE POLICY HAS NO  *
      * OTHER CRITICAL ITEM STILL OVERDUE.                             *
      *----------------------------------------------------------------*
       P400-APPLY-COMPLIANCE.
           OPEN INPUT COMPLY-FILE
           IF NOT COMPLY-OK
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-COMPLY
           PERFORM UNTIL COMPLY-EOF
               PERFORM P420-APPLY-COMPLY THRU P420-EXIT
               PERFORM P410-READ-COMPLY
           END-PERFORM
           CLOSE COMPLY-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-COMPLY.
           READ COMPLY-FILE
           END-READ.

       P420-APPLY-COMPLY.
           ADD 1 TO WS-TRAN-READ-CNT
           MOVE RCC-POLICY-NUM TO RCM-POLICY-NUM
           MOVE RCC-INSPECTION-DATE TO RCM-INSPECTION-DATE
           MOVE RCC-LINE-NUM TO RCM-LINE-NUM
           IF RCC-INSPECTION-DATE NOT NUMERIC OR
              RCC-LINE-NUM NOT NUMERIC
               MOVE 'KEY NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM P425-REJECT-COMPLY
               GO TO P420-EXIT
           END-IF
           READ RECOMMENDATION-FILE
               INVALID KEY
                   MOVE 'NO SUCH RECOMMENDATION' TO WS-REJECT-REASON
                   PERFORM P425-REJECT-COMPLY
                   GO TO P420-EXIT
           END-READ
           IF RCM-COMPLIED
               MOVE 'ALREADY COMPLIED' TO WS-REJECT-REASON
               PERFORM P425-REJECT-COMPLY
               GO TO P420-EXIT
           END-IF

           MOVE 'C' TO RCM-STATUS
           IF RCC-COMPLIED-DATE NUMERIC AND
              RCC-COMPLIED-DATE > ZERO
               MOVE RCC-COMPLIED-DATE TO RCM-COMPLIED-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO RCM-COMPLIED-DATE
           END-IF
           MOVE RCC-OPERATOR-ID TO RCM-OPERATOR-ID
           REWRITE RECOMMENDATION-RECORD
           ADD 1 TO WS-COMPLIED-CNT

           MOVE SPACES TO REPORT-LINE
           STRING 'COMPLIED: ' RCM-POLICY-NUM
                  ' ' RCM-INSPECTION-DATE
                  ' LINE ' RCM-LINE-NUM
                  ' ' RCM-PRIORITY
                  ' ' RCM-REC-CODE
                  ' ON ' RCM-COMPLIED-DATE
                  ' BY ' RCM-OPERATOR-ID
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF RCM-CRITICAL AND RCM-ESCALATED-DATE > ZERO
               PERFORM P430-CLEAR-REVIEW-FLAG THRU P430-EXIT
           END-IF.

       P420-EXIT.
           EXIT.

       P425-REJECT-COMPLY.
           ADD 1 TO WS-TRAN-REJECTED-CNT
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPLIANCE REJECTED: ' RCC-POLICY-NUM
                  ' ' RCC-INSPECTION-DATE
                  ' LINE ' RCC-LINE-NUM
                  ' - ' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P430-CLEAR-REVIEW-FLAG.
           IF NOT MASTER-IS-OPEN
               GO TO P430-EXIT
           END-IF
           MOVE RCM-POLICY-NUM TO WS-SCAN-POLICY
           MOVE 'N' TO WS-STILL-OVERDUE-IND
           MOVE 'N' TO WS-SCAN-DONE-IND
           MOVE ZERO TO RCM-INSPECTION-DATE
           MOVE ZERO TO RCM-LINE-NUM
           START RECOMMENDATION-FILE KEY NOT < RCM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START
           PERFORM P435-SCAN-POLICY-ITEM
                   UNTIL SCAN-DONE
           IF POLICY-STILL-OVERDUE
               GO TO P430-EXIT
           END-IF

           MOVE WS-SCAN-POLICY TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P430-EXIT
           END-READ
           IF NOT POL-NRN-REVIEW-DUE
               GO TO P430-EXIT
           END-IF
           MOVE SPACES TO POL-NRN-REVIEW-IND
           MOVE ZERO TO POL-NRN-REVIEW-DATE
           REWRITE POLICY-MASTER-RECORD
           ADD 1 TO WS-UNFLAGGED-CNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REVIEW FLAG CLEARED: POLICY ' WS-SCAN-POLICY
                  ' - NO CRITICAL ITEM STILL OVERDUE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P430-EXIT.
           EXIT.

       P435-SCAN-POLICY-ITEM.
           READ RECOMMENDATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
               NOT AT END
                   IF RCM-POLICY-NUM NOT = WS-SCAN-POLICY
                       MOVE 'Y' TO WS-SCAN-DONE-IND
                   ELSE
                       IF RCM-OPEN AND RCM-CRITICAL AND
                          RCM-DUE-DATE < WS-CURRENT-DATE
                           MOVE 'Y' TO WS-STILL-OVERDUE-IND
                           MOVE 'Y' TO WS-SCAN-DONE-IND
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * ONE PASS OVER THE MASTER.  AN OPEN ITEM DUE WITHIN THE WINDOW  *
      * IS REMINDED; AN OPEN ITEM PAST DUE IS LISTED, AND IF IT IS     *
      * CRITICAL IT IS ESCALATED.                                      *
      *----------------------------------------------------------------*
       P500-FOLLOW-UP.
           MOVE LOW-VALUES TO RCM-KEY
           START RECOMMENDATION-FILE KEY NOT < RCM-KEY
               INVALID KEY
                   GO TO P500-EXIT
           END-START
           PERFORM P510-READ-RECOMMENDATION
           PERFORM UNTIL RECOMMENDATION-EOF
               PERFORM P520-FOLLOW-UP-ITEM THRU P520-EXIT
               PERFORM P510-READ-RECOMMENDATION
           END-PERFORM
           IF LETTER-IS-OPEN
               PERFORM P536-CLOSE-LETTER
           END-IF.

       P500-EXIT.
           EXIT.

       P510-READ-RECOMMENDATION.
           READ RECOMMENDATION-FILE NEXT RECORD
           END-READ.

       P520-FOLLOW-UP-ITEM.
           ADD 1 TO WS-ITEMS-READ-CNT
           IF NOT RCM-OPEN
               ADD 1 TO WS-ITEMS-CLOSED-CNT
               GO TO P520-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-OPEN-CNT
           IF RCM-DUE-DATE NOT NUMERIC OR RCM-DUE-DATE = ZERO
               GO TO P520-EXIT
           END-IF

           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                                 (RCM-DUE-DATE)
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-INT - WS-TODAY-INT

           IF WS-DAYS-TO-DUE < ZERO
               ADD 1 TO WS-OVERDUE-CNT
               MOVE SPACES TO REPORT-LINE
               STRING 'OVERDUE: ' RCM-POLICY-NUM
                      ' ' RCM-INSPECTION-DATE
                      ' LINE ' RCM-LINE-NUM
                      ' ' RCM-PRIORITY
                      ' ' RCM-REC-CODE
                      ' DUE ' RCM-DUE-DATE
                      ' ' RCM-REC-TEXT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF RCM-CRITICAL
                   ADD 1 TO WS-CRITICAL-OVERDUE-CNT
                   PERFORM P540-ESCALATE-ITEM THRU P540-EXIT
               END-IF
               GO TO P520-EXIT
           END-IF

           IF WS-DAYS-TO-DUE > WS-REMIND-DAYS
               GO TO P520-EXIT
           END-IF
           IF RCM-LAST-REMINDER-DATE NUMERIC AND
              RCM-LAST-REMINDER-DATE (1:6) = WS-CURRENT-YYYYMM
               GO TO P520-EXIT
           END-IF
           PERFORM P530-REMIND-ITEM.

       P520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REMINDER LETTER -- ONE PER POLICY, LISTING EVERY ITEM OF ITS   *
      * DUE IN THE WINDOW.  THE BANNER TITLE CARRIES THE POLICY AND    *
      * CUSTOMER THE DOCUMENT STREAM ADDRESSES THE LETTER FROM.        *
      *----------------------------------------------------------------*
       P530-REMIND-ITEM.
           IF LETTER-IS-OPEN AND
              RCM-POLICY-NUM NOT = WS-LETTER-POLICY
               PERFORM P536-CLOSE-LETTER
           END-IF
           IF NOT LETTER-IS-OPEN
               PERFORM P535-START-LETTER
           END-IF

           EVALUATE TRUE
               WHEN RCM-CRITICAL MOVE 'CRITICAL' TO WS-PRIORITY-WORD
               WHEN RCM-HIGH     MOVE 'HIGH'     TO WS-PRIORITY-WORD
               WHEN RCM-MEDIUM   MOVE 'MEDIUM'   TO WS-PRIORITY-WORD
               WHEN OTHER        MOVE 'LOW'      TO WS-PRIORITY-WORD
           END-EVALUATE
           MOVE SPACES TO LETTER-LINE
           STRING '  DUE ' RCM-DUE-DATE
                  '  ' WS-PRIORITY-WORD
                  '  ' RCM-REC-TEXT
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE

           MOVE WS-CURRENT-DATE TO RCM-LAST-REMINDER-DATE
           IF RCM-REMINDER-CNT NOT NUMERIC
               MOVE ZERO TO RCM-REMINDER-CNT
           END-IF
           IF RCM-REMINDER-CNT < 99
               ADD 1 TO RCM-REMINDER-CNT
           END-IF
           REWRITE RECOMMENDATION-RECORD
           ADD 1 TO WS-REMINDED-CNT.

       P535-START-LETTER.
           MOVE RCM-POLICY-NUM TO WS-LETTER-POLICY
           MOVE 'Y' TO WS-LETTER-OPEN-IND
           ADD 1 TO WS-LETTER-CNT
           MOVE ALL '=' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'LOSS CONTROL RECOMMENDATION REMINDER    POLICY '
                  RCM-POLICY-NUM
                  '  CUSTOMER ' RCM-CUSTOMER-NUM
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL '=' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'OUR INSPECTION OF YOUR PROPERTY RECOMMENDED THE WORK BE
      -         'LOW.  PLEASE COMPLETE EACH ITEM BY' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'ITS DUE DATE AND SEND EVIDENCE OF THE WORK TO YOUR AGEN
      -         'T.  A CRITICAL ITEM LEFT UNCORRECTED' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'PAST ITS DUE DATE MAY AFFECT THE RENEWAL OF YOUR POLICY
      -         '.' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       P536-CLOSE-LETTER.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'N' TO WS-LETTER-OPEN-IND.

      *----------------------------------------------------------------*
      * A CRITICAL ITEM PAST DUE GOES TO THE UNDERWRITING EXCEPTION    *
      * QUEUE ONCE.  ITS POLICY IS FLAGGED FOR NONRENEWAL REVIEW ON    *
      * EVERY RUN IT REMAINS OVERDUE, SO A FLAG TAKEN OFF BY A         *
      * RENEWAL REBUILD IS PUT BACK FOR THE NEXT TERM.                 *
      *----------------------------------------------------------------*
       P540-ESCALATE-ITEM.
           IF RCM-ESCALATED-DATE NOT NUMERIC OR
              RCM-ESCALATED-DATE = ZERO
               IF EXCEPTION-OK
                   MOVE RCM-CUSTOMER-NUM TO EXC-CUSTOMER-NUM
                   MOVE RCM-POLICY-NUM TO EXC-POLICY-NUM
                   MOVE RCM-PROPERTY-TYPE TO EXC-PROPERTY-TYPE
                   MOVE RCM-POSTCODE TO EXC-POSTCODE
                   MOVE ZERO TO EXC-RISK-SCORE
                   MOVE ZERO TO EXC-TOTAL-PREMIUM
                   MOVE 'PENDING' TO EXC-STATUS
                   MOVE 'Critical loss control item overdue - review'
                        TO EXC-REJECT-REASON
                   MOVE WS-CURRENT-DATE TO EXC-QUEUE-DATE
                   MOVE 'O' TO EXC-WORK-STATUS
                   WRITE EXCEPTION-RECORD
                   MOVE WS-CURRENT-DATE TO RCM-ESCALATED-DATE
                   REWRITE RECOMMENDATION-RECORD
                   ADD 1 TO WS-ESCALATED-CNT
               END-IF
           END-IF

           IF NOT MASTER-IS-OPEN
               GO TO P540-EXIT
           END-IF
           MOVE RCM-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-POLICY-CNT
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NOT FLAGGED: POLICY ' RCM-POLICY-NUM
                          ' NOT ON POLICY MASTER'
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   GO TO P540-EXIT
           END-READ
           IF POL-NRN-REVIEW-DUE
               GO TO P540-EXIT
           END-IF
           MOVE 'Y' TO POL-NRN-REVIEW-IND
           MOVE WS-CURRENT-DATE TO POL-NRN-REVIEW-DATE
           REWRITE POLICY-MASTER-RECORD
           ADD 1 TO WS-FLAGGED-CNT
           MOVE SPACES TO REPORT-LINE
           STRING 'FLAGGED FOR NONRENEWAL REVIEW: POLICY '
                  RCM-POLICY-NUM
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P540-EXIT.
           EXIT.

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:                ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           STRING 'Reminder Window:         ' WS-REMIND-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Compliance Trans Read:   ' WS-TRAN-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Items Marked Complied:   ' WS-COMPLIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Compliance Rejected:     ' WS-TRAN-REJECTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Recommendations On File: ' WS-ITEMS-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Complied With:           ' WS-ITEMS-CLOSED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Still Open:              ' WS-ITEMS-OPEN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Items Reminded:          ' WS-REMINDED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Reminder Letters:        ' WS-LETTER-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Items Overdue:           ' WS-OVERDUE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING '  Critical:              ' WS-CRITICAL-OVERDUE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Queued To Underwriting:  ' WS-ESCALATED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Policies Flagged:        ' WS-FLAGGED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Review Flags Cleared:    ' WS-UNFLAGGED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Policy Not On Master:    ' WS-NO-POLICY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

      *    A rejected confirmation leaves a done item open and still
      *    being chased -- flag the run so it is seen.
           IF (WS-TRAN-REJECTED-CNT > ZERO OR
               WS-NO-POLICY-CNT > ZERO) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       P700-CLOSE-FILES.
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           IF EXCEPTION-OK
               CLOSE EXCEPTION-FILE
           END-IF
           CLOSE RECOMMENDATION-FILE
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPLCR1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

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
           MOVE 'LGAPLCR1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-ITEMS-READ-CNT TO RST-RECORD-COUNT
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
