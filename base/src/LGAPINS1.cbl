      *          OPEN ORDERS RAISED AT ISSUANCE, REWRITES INSPORD.DAT *
      *          WITH ONLY THE STILL-OPEN ORDERS, AND ROUTES FAILED   *
      *          INSPECTIONS AND ORDERS PAST THEIR DUE DATE TO THE    *
      *          UNDERWRITING EXCEPTION QUEUE FOR ACTION.  THE        *
      *          INSPECTOR'S LOSS-CONTROL RECOMMENDATIONS ARE ADDED   *
      *          TO THE RECOMMENDATION MASTER FOR LGAPLCR1 TO FOLLOW  *
      *          UP.                                                  *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IHS-STAT.

      *    The inspector's loss-control recommendations, one line
      *    each, sent in with the completions and tied to one by
      *    the policy and completion date.
           SELECT REC-LINE-FILE ASSIGN TO 'INSPRECL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCL-STAT.

           SELECT RECOMMENDATION-FILE ASSIGN TO 'RECMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RCM-KEY
                  FILE STATUS IS WS-RCM-STAT.

           SELECT REPORT-FILE ASSIGN TO 'INSRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.
           05 CMP-RESULT               PIC X(1).
              88 CMP-PASSED            VALUE 'P'.
              88 CMP-FAILED            VALUE 'F'.
              88 CMP-PASSED-WITH-RECS  VALUE 'R'.
      *    Added at the end of the record so completions keyed under
      *    the earlier layout still read correctly.  Wind mitigation
      *    features the inspector found: H = hip roof shape,
       FD  HISTORY-FILE.
           COPY INSPHIST.

      *    Priority C critical, H high, M medium, L low; the due date
      *    is the compliance date the inspector set.
       FD  REC-LINE-FILE.
       01  REC-LINE-RECORD.
           05 RCL-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X.
           05 RCL-COMPLETION-DATE      PIC 9(8).
           05 FILLER                   PIC X.
           05 RCL-LINE-NUM             PIC 9(2).
           05 FILLER                   PIC X.
           05 RCL-PRIORITY             PIC X(1).
           05 FILLER                   PIC X.
           05 RCL-DUE-DATE             PIC 9(8).
           05 FILLER                   PIC X.
           05 RCL-REC-CODE             PIC X(6).
           05 FILLER                   PIC X.
           05 RCL-REC-TEXT             PIC X(60).

       FD  RECOMMENDATION-FILE.
           COPY RECMAST.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-RCL-STAT                 PIC X(2).
           88 REC-LINE-OK              VALUE '00'.
           88 REC-LINE-EOF             VALUE '10'.

       01  WS-RCM-STAT                 PIC X(2).
           88 RECOMMENDATION-OK        VALUE '00'.
           88 RECOMMENDATION-MISSING   VALUE '35'.

       01  WS-COUNTERS.
           05 WS-OPEN-ORDER-CNT        PIC 9(6) VALUE ZERO.
           05 WS-COMPLETED-CNT         PIC 9(6) VALUE ZERO.
           05 WS-OVERDUE-CNT           PIC 9(6) VALUE ZERO.
           05 WS-UNMATCHED-CNT         PIC 9(6) VALUE ZERO.
           05 WS-CARRIED-CNT           PIC 9(6) VALUE ZERO.
           05 WS-PASSED-RECS-CNT       PIC 9(6) VALUE ZERO.
           05 WS-REC-ADDED-CNT         PIC 9(6) VALUE ZERO.
           05 WS-REC-REJECTED-CNT      PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * IN-CORE ORDER TABLE -- THE WHOLE ORDER FILE IS LOADED, THE     *

       01  WS-ORD-MATCH-IDX            PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------*
      * COMPLETIONS APPLIED THIS RUN, BY ORDER TABLE ENTRY -- A        *
      * RECOMMENDATION LINE IS TAKEN ONLY AGAINST ONE OF THESE, AND    *
      * PICKS UP THE CUSTOMER, PROPERTY AND VENDOR FROM ITS ORDER.     *
      *----------------------------------------------------------------*
       01  WS-APPLIED-TABLE.
           05 WS-APL-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-APL-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY APL-IDX.
              10 WS-APL-ORD-SUB        PIC 9(5).
              10 WS-APL-COMPLETION-DATE
                                       PIC 9(8).

       01  WS-APL-MATCH-IDX            PIC 9(5) VALUE ZERO.
       01  WS-REC-REJECT-REASON        PIC X(30).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

           PERFORM P200-INIT
           PERFORM P300-LOAD-ORDERS THRU P300-EXIT
           PERFORM P400-APPLY-COMPLETIONS THRU P400-EXIT
           PERFORM P450-ADD-RECOMMENDATIONS THRU P450-EXIT
           PERFORM P500-FLAG-OVERDUE-ORDERS
           PERFORM P600-REWRITE-OPEN-ORDERS THRU P600-EXIT
           PERFORM P650-WRITE-SUMMARY
           SET ORD-IDX TO WS-ORD-MATCH-IDX
           MOVE WS-ORD-RECORD (ORD-IDX) TO INSPECTION-ORDER-RECORD
           MOVE 'Y' TO WS-ORD-DISPOSED (ORD-IDX)
           IF WS-APL-COUNT < 5000
               ADD 1 TO WS-APL-COUNT
               SET APL-IDX TO WS-APL-COUNT
               MOVE WS-ORD-MATCH-IDX TO WS-APL-ORD-SUB (APL-IDX)
               MOVE CMP-COMPLETION-DATE
                    TO WS-APL-COMPLETION-DATE (APL-IDX)
           END-IF
           IF CMP-PASSED-WITH-RECS
               ADD 1 TO WS-PASSED-RECS-CNT
           END-IF

           IF CMP-FAILED
               ADD 1 TO WS-FAILED-CNT
       P440-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ADD EACH RECOMMENDATION LINE TO THE RECOMMENDATION MASTER,     *
      * OPEN, AGAINST THE COMPLETION IT CAME IN WITH.  A LINE FOR NO   *
      * COMPLETION APPLIED THIS RUN, WITH NO USABLE PRIORITY OR DUE    *
      * DATE, OR ALREADY ON THE MASTER IS LISTED AND NOT TAKEN.        *
      *----------------------------------------------------------------*
       P450-ADD-RECOMMENDATIONS.
           OPEN INPUT REC-LINE-FILE
           IF NOT REC-LINE-OK
               GO TO P450-EXIT
           END-IF

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
               CLOSE REC-LINE-FILE
               MOVE 12 TO RETURN-CODE
               GO TO P450-EXIT
           END-IF

           PERFORM P451-READ-REC-LINE
           PERFORM UNTIL REC-LINE-EOF
               PERFORM P452-ADD-RECOMMENDATION THRU P452-EXIT
               PERFORM P451-READ-REC-LINE
           END-PERFORM
           CLOSE REC-LINE-FILE
           CLOSE RECOMMENDATION-FILE.

       P450-EXIT.
           EXIT.

       P451-READ-REC-LINE.
           READ REC-LINE-FILE
           END-READ.

       P452-ADD-RECOMMENDATION.
           MOVE ZERO TO WS-APL-MATCH-IDX
           PERFORM P453-FIND-APPLIED
                   VARYING APL-IDX FROM 1 BY 1
                   UNTIL APL-IDX > WS-APL-COUNT
                      OR WS-APL-MATCH-IDX > ZERO
           IF WS-APL-MATCH-IDX = ZERO
               MOVE 'NO COMPLETION THIS RUN' TO WS-REC-REJECT-REASON
               PERFORM P455-REJECT-REC-LINE
               GO TO P452-EXIT
           END-IF
           IF RCL-PRIORITY NOT = 'C' AND 'H' AND 'M' AND 'L'
               MOVE 'PRIORITY NOT C/H/M/L' TO WS-REC-REJECT-REASON
               PERFORM P455-REJECT-REC-LINE
               GO TO P452-EXIT
           END-IF
           IF RCL-DUE-DATE NOT NUMERIC OR
              RCL-DUE-DATE = ZERO OR
              RCL-LINE-NUM NOT NUMERIC
               MOVE 'NO DUE DATE OR LINE NUMBER'
                    TO WS-REC-REJECT-REASON
               PERFORM P455-REJECT-REC-LINE
               GO TO P452-EXIT
           END-IF

           SET APL-IDX TO WS-APL-MATCH-IDX
           SET ORD-IDX TO WS-APL-ORD-SUB (APL-IDX)
           MOVE WS-ORD-RECORD (ORD-IDX) TO INSPECTION-ORDER-RECORD

           MOVE SPACES TO RECOMMENDATION-RECORD
           MOVE RCL-POLICY-NUM TO RCM-POLICY-NUM
           MOVE RCL-COMPLETION-DATE TO RCM-INSPECTION-DATE
           MOVE RCL-LINE-NUM TO RCM-LINE-NUM
           MOVE ORD-CUSTOMER-NUM TO RCM-CUSTOMER-NUM
           MOVE ORD-PROPERTY-TYPE TO RCM-PROPERTY-TYPE
           MOVE ORD-POSTCODE TO RCM-POSTCODE
           MOVE ORD-VENDOR-CODE TO RCM-VENDOR-CODE
           MOVE RCL-REC-CODE TO RCM-REC-CODE
           MOVE RCL-REC-TEXT TO RCM-REC-TEXT
           MOVE RCL-PRIORITY TO RCM-PRIORITY
           MOVE RCL-DUE-DATE TO RCM-DUE-DATE
           MOVE 'O' TO RCM-STATUS
           MOVE WS-CURRENT-DATE TO RCM-ADDED-DATE
           MOVE ZERO TO RCM-COMPLIED-DATE
           MOVE ZERO TO RCM-LAST-REMINDER-DATE
           MOVE ZERO TO RCM-REMINDER-CNT
           MOVE ZERO TO RCM-ESCALATED-DATE
           WRITE RECOMMENDATION-RECORD
               INVALID KEY
                   MOVE 'ALREADY ON MASTER' TO WS-REC-REJECT-REASON
                   PERFORM P455-REJECT-REC-LINE
                   GO TO P452-EXIT
           END-WRITE
           ADD 1 TO WS-REC-ADDED-CNT.

       P452-EXIT.
           EXIT.

       P453-FIND-APPLIED.
           SET ORD-IDX TO WS-APL-ORD-SUB (APL-IDX)
           IF WS-ORD-RECORD (ORD-IDX) (1:12) = RCL-POLICY-NUM AND
              WS-APL-COMPLETION-DATE (APL-IDX) = RCL-COMPLETION-DATE
               SET WS-APL-MATCH-IDX TO APL-IDX
           END-IF.

       P455-REJECT-REC-LINE.
           ADD 1 TO WS-REC-REJECTED-CNT
           MOVE SPACES TO REPORT-LINE
           STRING 'RECOMMENDATION ' RCL-POLICY-NUM
                  ' ' RCL-COMPLETION-DATE
                  ' LINE ' RCL-LINE-NUM
                  ' NOT TAKEN - ' WS-REC-REJECT-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P500-FLAG-OVERDUE-ORDERS.
           PERFORM P510-CHECK-ORDER-OVERDUE THRU P510-EXIT
                   VARYING ORD-IDX FROM 1 BY 1
           STRING 'Run Date:              ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           STRING 'Open Orders Read:      ' WS-OPEN-ORDER-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Passed With Recommends:' WS-PASSED-RECS-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Recommendations Added: ' WS-REC-ADDED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Recommendations Held:  ' WS-REC-REJECTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-VSL-CNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

      *    A recommendation that could not be taken has to be keyed
      *    again by hand -- flag the run so it is seen.
           IF WS-REC-REJECTED-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           IF EXCEPTION-OK
               CLOSE EXCEPTION-FILE
           END-IF
           MOVE 'LGAPINS1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-OPEN-ORDER-CNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
