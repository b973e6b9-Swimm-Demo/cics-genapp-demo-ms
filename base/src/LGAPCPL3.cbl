       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCPL3.
      *================================================================*
      * PROGRAM: LGAPCPL3 - ANNUAL CONSUMER COMPLAINT REGISTER        *
      * PURPOSE: LISTS EVERY COMPLAINT RECEIVED IN THE REGISTER YEAR  *
      *          IN THE COMPLAINT REGISTER LAYOUT MARKET CONDUCT      *
      *          EXAMINERS ASK FOR, THEN SUMMARISES THE YEAR BY       *
      *          STATE, BY LINE, BY CATEGORY AND REASON, AND BY       *
      *          AGENCY -- COUNTS, DEPARTMENT REFERRALS, JUSTIFIED    *
      *          COMPLAINTS, STILL OPEN, AND AVERAGE DAYS TO RESPOND. *
      *          THE REGISTER ROWS ARE ALSO WRITTEN AS A CSV EXTRACT  *
      *          FOR THE EXAMINERS' DATA CALL.                        *
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

           SELECT REPORT-FILE ASSIGN TO 'CPLREG.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

           SELECT EXTRACT-FILE ASSIGN TO 'CPLREGX.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXT-STAT.

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

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(250).

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

       01  WS-EXT-STAT                 PIC X(2).
           88 EXTRACT-OK               VALUE '00'.

      *----------------------------------------------------------------*
      * REGISTER YEAR (CONFIG KEY CPL_REGISTER_YEAR) -- COMPLAINTS     *
      * RECEIVED IN THAT CALENDAR YEAR.  DEFAULT IS THE YEAR BEFORE    *
      * THE RUN DATE, THE REGISTER BEING PREPARED AFTER YEAR END.      *
      *----------------------------------------------------------------*
       01  WS-REGISTER-YEAR            PIC 9(4) VALUE ZERO.
       01  WS-PERIOD-START-DATE        PIC 9(8).
       01  WS-PERIOD-END-DATE          PIC 9(8).

       01  WS-COUNTERS.
           05 WS-TOTAL-READ            PIC 9(6) VALUE ZERO.
           05 WS-SELECTED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-DOI-CNT               PIC 9(6) VALUE ZERO.
           05 WS-JUSTIFIED-CNT         PIC 9(6) VALUE ZERO.
           05 WS-STILL-OPEN-CNT        PIC 9(6) VALUE ZERO.
           05 WS-LATE-CNT              PIC 9(6) VALUE ZERO.
           05 WS-RESPONDED-CNT         PIC 9(6) VALUE ZERO.
           05 WS-RESPONSE-DAYS-TOT     PIC 9(9) VALUE ZERO.

      *----------------------------------------------------------------*
      * SUMMARY CELLS -- ONE TABLE FOR ALL FOUR BREAKDOWNS, TAGGED BY  *
      * DIMENSION: S STATE, L LINE, R CATEGORY/REASON, A AGENCY.       *
      *----------------------------------------------------------------*
       01  WS-SUMMARY-TABLE.
           05 WS-SUM-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-SUM-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY SUM-IDX.
              10 WS-SUM-DIMENSION      PIC X(1).
              10 WS-SUM-KEY            PIC X(8).
              10 WS-SUM-CPL-CNT        PIC 9(6).
              10 WS-SUM-DOI-CNT        PIC 9(6).
              10 WS-SUM-JUSTIFIED-CNT  PIC 9(6).
              10 WS-SUM-OPEN-CNT       PIC 9(6).
              10 WS-SUM-LATE-CNT       PIC 9(6).
              10 WS-SUM-RESPONDED-CNT  PIC 9(6).
              10 WS-SUM-RESPONSE-DAYS  PIC 9(9).

       01  WS-SUM-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-SUM-WORK-DIMENSION       PIC X(1).
       01  WS-SUM-WORK-KEY             PIC X(8).

      *    Per-complaint results added to every cell it falls in.
       01  WS-COMPLAINT-FLAGS.
           05 WS-IS-DOI                PIC 9 VALUE ZERO.
           05 WS-IS-JUSTIFIED          PIC 9 VALUE ZERO.
           05 WS-IS-OPEN               PIC 9 VALUE ZERO.
           05 WS-IS-LATE               PIC 9 VALUE ZERO.
           05 WS-IS-RESPONDED          PIC 9 VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-RECEIVED-INT          PIC 9(9).
           05 WS-RESPONDED-INT         PIC 9(9).
           05 WS-DAYS-TO-RESPOND       PIC S9(5).

       01  WS-DAYS-DISPLAY             PIC ZZZZ9.
       01  WS-AVG-DAYS                 PIC 9(5)V9.
       01  WS-AVG-DISPLAY              PIC ZZZZ9.9.
       01  WS-CNT-DISPLAY1             PIC ZZZZZ9.
       01  WS-CNT-DISPLAY2             PIC ZZZZZ9.
       01  WS-CNT-DISPLAY3             PIC ZZZZZ9.
       01  WS-CNT-DISPLAY4             PIC ZZZZZ9.
       01  WS-CNT-DISPLAY5             PIC ZZZZZ9.

       01  WS-SECTION-DIMENSION        PIC X(1).
       01  WS-SECTION-TITLE            PIC X(40).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-DATE-X        REDEFINES WS-CURRENT-DATE.
              10 WS-CURRENT-YYYY       PIC 9(4).
              10 WS-CURRENT-MMDD       PIC 9(4).

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
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CPL_REGISTER_YEAR' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-REGISTER-YEAR
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           IF WS-REGISTER-YEAR = ZERO
               COMPUTE WS-REGISTER-YEAR = WS-CURRENT-YYYY - 1
           END-IF
           COMPUTE WS-PERIOD-START-DATE =
               (WS-REGISTER-YEAR * 10000) + 0101
           COMPUTE WS-PERIOD-END-DATE =
               (WS-REGISTER-YEAR * 10000) + 1231.

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
               DISPLAY 'ERROR: Cannot open complaint register file: '
                       WS-RPT-STAT
               CLOSE COMPLAINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF NOT EXTRACT-OK
               DISPLAY 'ERROR: Cannot open complaint register extract: '
                       WS-EXT-STAT
               CLOSE COMPLAINT-FILE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '     CONSUMER COMPLAINT REGISTER FOR '
                  WS-REGISTER-YEAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPLAINT    DOI FILE        RECEIVED ST L CAT RSN '
                  ' S C AGCY POLICY       CLAIM           D CLOSED   '
                  'DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'COMPLAINT_NUM' ',' 'DOI_FILE_NUM' ','
                  'RECEIVED_DATE' ',' 'STATE' ',' 'LINE' ','
                  'CATEGORY' ',' 'REASON' ',' 'SOURCE' ','
                  'CHANNEL' ',' 'AGENCY' ',' 'POLICY_NUM' ','
                  'CLAIM_NUM' ',' 'RESPONSE_DUE' ','
                  'RESPONDED_DATE' ',' 'DISPOSITION' ','
                  'CLOSED_DATE' ',' 'DAYS_TO_RESPOND'
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE.

       P500-PROCESS-COMPLAINTS.
           PERFORM P510-READ-COMPLAINT
           PERFORM UNTIL COMPLAINT-EOF
               PERFORM P520-REGISTER-COMPLAINT THRU P520-EXIT
               PERFORM P510-READ-COMPLAINT
           END-PERFORM.

       P510-READ-COMPLAINT.
           READ COMPLAINT-FILE NEXT
           END-READ.

       P520-REGISTER-COMPLAINT.
           ADD 1 TO WS-TOTAL-READ
           IF CPL-RECEIVED-DATE NOT NUMERIC
               GO TO P520-EXIT
           END-IF
           IF CPL-RECEIVED-DATE < WS-PERIOD-START-DATE OR
              CPL-RECEIVED-DATE > WS-PERIOD-END-DATE
               GO TO P520-EXIT
           END-IF
           ADD 1 TO WS-SELECTED-CNT

           INITIALIZE WS-COMPLAINT-FLAGS
           MOVE ZERO TO WS-DAYS-TO-RESPOND
           IF CPL-FROM-DEPARTMENT
               MOVE 1 TO WS-IS-DOI
           END-IF
           IF CPL-CLOSED AND CPL-JUSTIFIED
               MOVE 1 TO WS-IS-JUSTIFIED
           END-IF
           IF NOT CPL-CLOSED
               MOVE 1 TO WS-IS-OPEN
           END-IF
      *    Days to respond runs from receipt to the response sent;
      *    a response after the due date counts as late.
           IF CPL-RESPONDED-DATE NUMERIC AND
              CPL-RESPONDED-DATE > ZERO
               MOVE 1 TO WS-IS-RESPONDED
               COMPUTE WS-RECEIVED-INT = FUNCTION INTEGER-OF-DATE
                                          (CPL-RECEIVED-DATE)
               COMPUTE WS-RESPONDED-INT = FUNCTION INTEGER-OF-DATE
                                           (CPL-RESPONDED-DATE)
               COMPUTE WS-DAYS-TO-RESPOND =
                   WS-RESPONDED-INT - WS-RECEIVED-INT
               IF WS-DAYS-TO-RESPOND < ZERO
                   MOVE ZERO TO WS-DAYS-TO-RESPOND
               END-IF
               IF CPL-RESPONSE-DUE-DATE NUMERIC AND
                  CPL-RESPONSE-DUE-DATE > ZERO AND
                  CPL-RESPONDED-DATE > CPL-RESPONSE-DUE-DATE
                   MOVE 1 TO WS-IS-LATE
               END-IF
           ELSE
               IF CPL-RESPONSE-DUE-DATE NUMERIC AND
                  CPL-RESPONSE-DUE-DATE > ZERO AND
                  WS-CURRENT-DATE > CPL-RESPONSE-DUE-DATE
                   MOVE 1 TO WS-IS-LATE
               END-IF
           END-IF

           ADD WS-IS-DOI TO WS-DOI-CNT
           ADD WS-IS-JUSTIFIED TO WS-JUSTIFIED-CNT
           ADD WS-IS-OPEN TO WS-STILL-OPEN-CNT
           ADD WS-IS-LATE TO WS-LATE-CNT
           ADD WS-IS-RESPONDED TO WS-RESPONDED-CNT
           IF WS-IS-RESPONDED = 1
               ADD WS-DAYS-TO-RESPOND TO WS-RESPONSE-DAYS-TOT
           END-IF

           PERFORM P530-WRITE-REGISTER-LINE

           MOVE 'S' TO WS-SUM-WORK-DIMENSION
           MOVE CPL-STATE TO WS-SUM-WORK-KEY
           PERFORM P550-ADD-TO-CELL THRU P550-EXIT
           MOVE 'L' TO WS-SUM-WORK-DIMENSION
           MOVE CPL-POLICY-TYPE TO WS-SUM-WORK-KEY
           PERFORM P550-ADD-TO-CELL THRU P550-EXIT
           MOVE 'R' TO WS-SUM-WORK-DIMENSION
           MOVE SPACES TO WS-SUM-WORK-KEY
           STRING CPL-CATEGORY '/' CPL-REASON
                  DELIMITED BY SIZE INTO WS-SUM-WORK-KEY
           PERFORM P550-ADD-TO-CELL THRU P550-EXIT
           MOVE 'A' TO WS-SUM-WORK-DIMENSION
           MOVE CPL-AGENCY-CODE TO WS-SUM-WORK-KEY
           PERFORM P550-ADD-TO-CELL THRU P550-EXIT.

       P520-EXIT.
           EXIT.

       P530-WRITE-REGISTER-LINE.
           MOVE WS-DAYS-TO-RESPOND TO WS-DAYS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-IS-RESPONDED = 1
               STRING CPL-COMPLAINT-NUM ' ' CPL-DOI-FILE-NUM ' '
                      CPL-RECEIVED-DATE ' ' CPL-STATE ' '
                      CPL-POLICY-TYPE ' ' CPL-CATEGORY ' '
                      CPL-REASON ' ' CPL-SOURCE ' ' CPL-CHANNEL ' '
                      CPL-AGENCY-CODE ' ' CPL-POLICY-NUM ' '
                      CPL-CLAIM-NUMBER ' ' CPL-DISPOSITION ' '
                      CPL-CLOSED-DATE ' ' WS-DAYS-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING CPL-COMPLAINT-NUM ' ' CPL-DOI-FILE-NUM ' '
                      CPL-RECEIVED-DATE ' ' CPL-STATE ' '
                      CPL-POLICY-TYPE ' ' CPL-CATEGORY ' '
                      CPL-REASON ' ' CPL-SOURCE ' ' CPL-CHANNEL ' '
                      CPL-AGENCY-CODE ' ' CPL-POLICY-NUM ' '
                      CPL-CLAIM-NUMBER ' ' CPL-DISPOSITION ' '
                      CPL-CLOSED-DATE ' OPEN'
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO EXTRACT-LINE
           STRING FUNCTION TRIM(CPL-COMPLAINT-NUM) ','
                  FUNCTION TRIM(CPL-DOI-FILE-NUM) ','
                  CPL-RECEIVED-DATE ','
                  CPL-STATE ','
                  CPL-POLICY-TYPE ','
                  CPL-CATEGORY ','
                  FUNCTION TRIM(CPL-REASON) ','
                  CPL-SOURCE ','
                  CPL-CHANNEL ','
                  FUNCTION TRIM(CPL-AGENCY-CODE) ','
                  FUNCTION TRIM(CPL-POLICY-NUM) ','
                  FUNCTION TRIM(CPL-CLAIM-NUMBER) ','
                  CPL-RESPONSE-DUE-DATE ','
                  CPL-RESPONDED-DATE ','
                  CPL-DISPOSITION ','
                  CPL-CLOSED-DATE ','
                  FUNCTION TRIM(WS-DAYS-DISPLAY)
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE.

       P550-ADD-TO-CELL.
           IF WS-SUM-WORK-KEY = SPACES
               MOVE '(NONE)' TO WS-SUM-WORK-KEY
           END-IF
           MOVE ZERO TO WS-SUM-MATCH-IDX
           PERFORM P551-CHECK-CELL
                   VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > WS-SUM-COUNT
           IF WS-SUM-MATCH-IDX = ZERO
               IF WS-SUM-COUNT < 500
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-MATCH-IDX
                   SET SUM-IDX TO WS-SUM-MATCH-IDX
                   MOVE WS-SUM-WORK-DIMENSION
                        TO WS-SUM-DIMENSION (SUM-IDX)
                   MOVE WS-SUM-WORK-KEY TO WS-SUM-KEY (SUM-IDX)
                   MOVE ZERO TO WS-SUM-CPL-CNT (SUM-IDX)
                   MOVE ZERO TO WS-SUM-DOI-CNT (SUM-IDX)
                   MOVE ZERO TO WS-SUM-JUSTIFIED-CNT (SUM-IDX)
                   MOVE ZERO TO WS-SUM-OPEN-CNT (SUM-IDX)
                   MOVE ZERO TO WS-SUM-LATE-CNT (SUM-IDX)
                   MOVE ZERO TO WS-SUM-RESPONDED-CNT (SUM-IDX)
                   MOVE ZERO TO WS-SUM-RESPONSE-DAYS (SUM-IDX)
               ELSE
                   DISPLAY 'Warning: Register summary table full - '
                           WS-SUM-WORK-DIMENSION ' '
                           WS-SUM-WORK-KEY ' not summarised'
                   MOVE 4 TO RETURN-CODE
                   GO TO P550-EXIT
               END-IF
           END-IF
           SET SUM-IDX TO WS-SUM-MATCH-IDX
           ADD 1 TO WS-SUM-CPL-CNT (SUM-IDX)
           ADD WS-IS-DOI TO WS-SUM-DOI-CNT (SUM-IDX)
           ADD WS-IS-JUSTIFIED TO WS-SUM-JUSTIFIED-CNT (SUM-IDX)
           ADD WS-IS-OPEN TO WS-SUM-OPEN-CNT (SUM-IDX)
           ADD WS-IS-LATE TO WS-SUM-LATE-CNT (SUM-IDX)
           ADD WS-IS-RESPONDED TO WS-SUM-RESPONDED-CNT (SUM-IDX)
           IF WS-IS-RESPONDED = 1
               ADD WS-DAYS-TO-RESPOND
                   TO WS-SUM-RESPONSE-DAYS (SUM-IDX)
           END-IF.

       P550-EXIT.
           EXIT.

       P551-CHECK-CELL.
           IF WS-SUM-DIMENSION (SUM-IDX) = WS-SUM-WORK-DIMENSION AND
              WS-SUM-KEY (SUM-IDX) = WS-SUM-WORK-KEY
               SET WS-SUM-MATCH-IDX TO SUM-IDX
           END-IF.

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'S' TO WS-SECTION-DIMENSION
           MOVE '    COMPLAINTS BY STATE' TO WS-SECTION-TITLE
           PERFORM P610-WRITE-SECTION
           MOVE 'L' TO WS-SECTION-DIMENSION
           MOVE '    COMPLAINTS BY LINE OF BUSINESS' TO WS-SECTION-TITLE
           PERFORM P610-WRITE-SECTION
           MOVE 'R' TO WS-SECTION-DIMENSION
           MOVE '    COMPLAINTS BY CATEGORY AND REASON'
                TO WS-SECTION-TITLE
           PERFORM P610-WRITE-SECTION
           MOVE 'A' TO WS-SECTION-DIMENSION
           MOVE '    COMPLAINTS BY AGENCY' TO WS-SECTION-TITLE
           PERFORM P610-WRITE-SECTION

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Run Date:                ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Register Period:         ' WS-PERIOD-START-DATE
                  ' TO ' WS-PERIOD-END-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Complaints On File:      ' WS-TOTAL-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Complaints Registered:   ' WS-SELECTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Department Referrals:    ' WS-DOI-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Justified:               ' WS-JUSTIFIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Still Open:              ' WS-STILL-OPEN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Response Past Due Date:  ' WS-LATE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-AVG-DAYS
           IF WS-RESPONDED-CNT > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-RESPONSE-DAYS-TOT / WS-RESPONDED-CNT
           END-IF
           MOVE WS-AVG-DAYS TO WS-AVG-DISPLAY
           STRING 'Average Days To Respond: ' WS-AVG-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P610-WRITE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SECTION-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING '  KEY       COMPLAINTS  DOI-REFERRED  JUSTIFIED'
                  '   OPEN    LATE  AVG DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P620-WRITE-CELL-LINE
                   VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > WS-SUM-COUNT.

       P620-WRITE-CELL-LINE.
           IF WS-SUM-DIMENSION (SUM-IDX) = WS-SECTION-DIMENSION
               MOVE WS-SUM-CPL-CNT (SUM-IDX) TO WS-CNT-DISPLAY1
               MOVE WS-SUM-DOI-CNT (SUM-IDX) TO WS-CNT-DISPLAY2
               MOVE WS-SUM-JUSTIFIED-CNT (SUM-IDX) TO WS-CNT-DISPLAY3
               MOVE WS-SUM-OPEN-CNT (SUM-IDX) TO WS-CNT-DISPLAY4
               MOVE WS-SUM-LATE-CNT (SUM-IDX) TO WS-CNT-DISPLAY5
               MOVE ZERO TO WS-AVG-DAYS
               IF WS-SUM-RESPONDED-CNT (SUM-IDX) > ZERO
                   COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-SUM-RESPONSE-DAYS (SUM-IDX) /
                       WS-SUM-RESPONDED-CNT (SUM-IDX)
               END-IF
               MOVE WS-AVG-DAYS TO WS-AVG-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-SUM-KEY (SUM-IDX)
                      '    ' WS-CNT-DISPLAY1
                      '        ' WS-CNT-DISPLAY2
                      '     ' WS-CNT-DISPLAY3
                      ' ' WS-CNT-DISPLAY4
                      '  ' WS-CNT-DISPLAY5
                      '   ' WS-AVG-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P700-CLOSE-FILES.
           CLOSE COMPLAINT-FILE
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE.

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
           MOVE 'LGAPCPL3' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-SELECTED-CNT TO RST-RECORD-COUNT
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
