       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCPL2.
      *================================================================*
      * PROGRAM: LGAPCPL2 - CONSUMER COMPLAINT RESPONSE AGING REPORT  *
      * PURPOSE: READS THE COMPLAINT MASTER AND REPORTS EVERY OPEN    *
      *          COMPLAINT STILL AWAITING ITS RESPONSE AGAINST THE    *
      *          STATE-MANDATED DUE DATE -- ITEMS PAST DUE AND ITEMS  *
      *          DUE WITHIN THE WARNING WINDOW ARE LISTED, THE REST   *
      *          ARE COUNTED BY BAND.  RUN MONTHLY FOR THE COMPLIANCE *
      *          REVIEW AND AS NEEDED BY THE COMPLAINTS DESK.         *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO 'CMPLMST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CPL-COMPLAINT-NUM
                  FILE STATUS IS WS-CPL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'CPLAGE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  COMPLAINT-FILE.
           COPY CMPLMST.

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

       01  WS-CPL-STAT                 PIC X(2).
           88 COMPLAINT-OK             VALUE '00'.
           88 COMPLAINT-EOF            VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * WARNING WINDOW (CONFIG KEY CPL_WARN_DAYS) -- AN OPEN COMPLAINT *
      * WHOSE RESPONSE FALLS DUE WITHIN THIS MANY DAYS IS LISTED SO    *
      * THE DESK CAN ANSWER IT BEFORE THE STATE DEADLINE.              *
      *----------------------------------------------------------------*
       01  WS-WARN-DAYS                PIC 9(3) VALUE 5.

       01  WS-COUNTERS.
           05 WS-TOTAL-ITEMS           PIC 9(6) VALUE ZERO.
           05 WS-OPEN-ITEMS            PIC 9(6) VALUE ZERO.
           05 WS-CLOSED-ITEMS          PIC 9(6) VALUE ZERO.
           05 WS-RESPONDED-ITEMS       PIC 9(6) VALUE ZERO.
           05 WS-UNDATED-ITEMS         PIC 9(6) VALUE ZERO.
           05 WS-PAST-DUE-ITEMS        PIC 9(6) VALUE ZERO.
           05 WS-DUE-SOON-ITEMS        PIC 9(6) VALUE ZERO.
           05 WS-DOI-PAST-DUE          PIC 9(6) VALUE ZERO.

      *    Awaiting response by days to due: past due 1-10, 11-30,
      *    over 30; due within the warning window; due later.
       01  WS-AGE-BANDS.
           05 WS-BAND-CNT              OCCURS 5 TIMES
                                       INDEXED BY BAND-IDX
                                       PIC 9(6).

       01  WS-DATE-INTEGERS            COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-DUE-INT               PIC 9(9).
           05 WS-DAYS-TO-DUE           PIC S9(5).
           05 WS-DAYS-PAST-DUE         PIC S9(5).

       01  WS-DAYS-DISPLAY             PIC ZZZZ9.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P500-PROCESS-COMPLAINTS
           PERFORM P600-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-AGE-BANDS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CPL_WARN_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-WARN-DAYS
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

       P300-OPEN-FILES.
           OPEN INPUT COMPLAINT-FILE
           IF NOT COMPLAINT-OK
               DISPLAY 'ERROR: Cannot open complaint master: '
                       WS-CPL-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open complaint aging file: '
                       WS-RPT-STAT
               CLOSE COMPLAINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '     CONSUMER COMPLAINT RESPONSE AGING REPORT'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P500-PROCESS-COMPLAINTS.
           PERFORM P510-READ-COMPLAINT
           PERFORM UNTIL COMPLAINT-EOF
               PERFORM P520-AGE-COMPLAINT THRU P520-EXIT
               PERFORM P510-READ-COMPLAINT
           END-PERFORM.

       P510-READ-COMPLAINT.
           READ COMPLAINT-FILE NEXT
           END-READ.

       P520-AGE-COMPLAINT.
           ADD 1 TO WS-TOTAL-ITEMS

           IF CPL-CLOSED
               ADD 1 TO WS-CLOSED-ITEMS
               GO TO P520-EXIT
           END-IF

           ADD 1 TO WS-OPEN-ITEMS

      *    Once the response has gone out the deadline is met; the
      *    complaint stays open only until it is dispositioned.
           IF CPL-RESPONDED-DATE NUMERIC AND
              CPL-RESPONDED-DATE > ZERO
               ADD 1 TO WS-RESPONDED-ITEMS
               GO TO P520-EXIT
           END-IF

           IF CPL-RESPONSE-DUE-DATE = ZERO OR
              CPL-RESPONSE-DUE-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-ITEMS
               GO TO P520-EXIT
           END-IF

           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                                 (CPL-RESPONSE-DUE-DATE)
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-INT - WS-TODAY-INT

           IF WS-DAYS-TO-DUE < ZERO
               COMPUTE WS-DAYS-PAST-DUE = ZERO - WS-DAYS-TO-DUE
               ADD 1 TO WS-PAST-DUE-ITEMS
               IF CPL-FROM-DEPARTMENT
                   ADD 1 TO WS-DOI-PAST-DUE
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE <= 10
                       ADD 1 TO WS-BAND-CNT (1)
                   WHEN WS-DAYS-PAST-DUE <= 30
                       ADD 1 TO WS-BAND-CNT (2)
                   WHEN OTHER
                       ADD 1 TO WS-BAND-CNT (3)
               END-EVALUATE
               MOVE WS-DAYS-PAST-DUE TO WS-DAYS-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'PAST DUE: ' CPL-COMPLAINT-NUM
                      ' ' CPL-STATE
                      ' SRC ' CPL-SOURCE
                      ' ' CPL-CATEGORY '/' CPL-REASON
                      ' POLICY ' CPL-POLICY-NUM
                      ' RCVD ' CPL-RECEIVED-DATE
                      ' DUE ' CPL-RESPONSE-DUE-DATE
                      ' DAYS OVER ' WS-DAYS-DISPLAY
                      ' ' CPL-DOI-FILE-NUM
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P520-EXIT
           END-IF

           IF WS-DAYS-TO-DUE <= WS-WARN-DAYS
               ADD 1 TO WS-DUE-SOON-ITEMS
               ADD 1 TO WS-BAND-CNT (4)
               MOVE WS-DAYS-TO-DUE TO WS-DAYS-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'DUE SOON: ' CPL-COMPLAINT-NUM
                      ' ' CPL-STATE
                      ' SRC ' CPL-SOURCE
                      ' ' CPL-CATEGORY '/' CPL-REASON
                      ' POLICY ' CPL-POLICY-NUM
                      ' RCVD ' CPL-RECEIVED-DATE
                      ' DUE ' CPL-RESPONSE-DUE-DATE
                      ' DAYS LEFT ' WS-DAYS-DISPLAY
                      ' ' CPL-DOI-FILE-NUM
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-BAND-CNT (5)
           END-IF.

       P520-EXIT.
           EXIT.

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:             ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Warning Window:       ' WS-WARN-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Complaints On File:   ' WS-TOTAL-ITEMS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Closed Complaints:    ' WS-CLOSED-ITEMS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Open Complaints:      ' WS-OPEN-ITEMS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Responded, Not Closed:' WS-RESPONDED-ITEMS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'No Due Date:          ' WS-UNDATED-ITEMS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    AWAITING RESPONSE BY DAYS TO DUE DATE'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  PAST DUE 1-10:    ' WS-BAND-CNT (1)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  PAST DUE 11-30:   ' WS-BAND-CNT (2)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  PAST DUE OVER 30: ' WS-BAND-CNT (3)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  DUE IN WINDOW:    ' WS-BAND-CNT (4)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  DUE LATER:        ' WS-BAND-CNT (5)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Complaints Past Due:      ' WS-PAST-DUE-ITEMS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING '  Department Referrals:   ' WS-DOI-PAST-DUE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Complaints Due Soon:      ' WS-DUE-SOON-ITEMS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

      *    A missed state deadline is a market conduct exposure --
      *    flag the run so it is seen on the dashboard.
           IF WS-PAST-DUE-ITEMS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       P700-CLOSE-FILES.
           CLOSE COMPLAINT-FILE
           CLOSE REPORT-FILE.

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
           MOVE 'LGAPCPL2' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-OPEN-ITEMS TO RST-RECORD-COUNT
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
