       PROGRAM-ID. LGAPMTD1.
      *================================================================*
      * PROGRAM: LGAPMTD1 - MONTH-END CONSOLIDATED PREMIUM REGISTER   *
      * PURPOSE: READS THE WRITTEN PREMIUM HISTORY (PREMHIST.DAT)     *
      *          FROM THE START OF THE YEAR THROUGH THE RUN DATE AND  *
      *          PRODUCES THE CONSOLIDATED PREMIUM REGISTER:          *
      *          MONTH-TO-DATE AND                                    *
      *          YEAR-TO-DATE WRITTEN PREMIUM, POLICY COUNTS, AND     *
      *          APPROVAL/PENDING/REJECTION RATES, BROKEN DOWN BY     *
      *          TERRITORY, CONSTRUCTION, OCCUPANCY, AGENCY AND       *
      *          UNDERWRITING COMPANY                                 *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Every rating run's policy transactions, keyed by run
      *    date and loaded by LGAPWPH1 -- the period is one START
      *    and a read forward.
           SELECT HISTORY-FILE ASSIGN TO 'PREMHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PMH-KEY
                  FILE STATUS IS WS-PMH-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'MTDRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
           COPY PREMHIST.

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
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-PMH-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-EOF              VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

      *    Records written before the company split carry no company
      *    code; they belong to the home company.
       01  WS-HOME-COMPANY             PIC X(5) VALUE '00001'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-DATE-X REDEFINES WS-DATE-TIME.
           05 WS-MTD-START-DATE        PIC 9(8).

       01  WS-DATE-INTEGERS            COMP.
           05 WS-START-INT             PIC 9(9).

       01  WS-READ-START-DATE          PIC 9(8).
       01  WS-MTD-RUN-IND              PIC X VALUE 'N'.
           88 RUN-IS-MTD               VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-RUN-DATES-READ        PIC 9(5) VALUE ZERO.

       01  WS-POLICY-WORK.
           05 WS-TOTAL-PREM            PIC 9(9)V99.
      *----------------------------------------------------------------*
      * REGISTER DIMENSIONS -- THE SAME FIND-OR-ADD PATTERN AS THE     *
      * P015B BREAKDOWNS, WITH MTD AND YTD COLUMNS SIDE BY SIDE.  ONE  *
      * GENERIC TABLE SERVES ALL FIVE DIMENSIONS, EACH WITH ITS OWN    *
      * SLICE OF SLOTS.                                                *
      *----------------------------------------------------------------*
       01  WS-DIMENSION-TABLES.
           05 WS-DIM-ENTRY             OCCURS 5 TIMES
                                       INDEXED BY DIM-IDX.
              10 WS-DIM-NAME           PIC X(12).
              10 WS-DIM-COUNT          PIC 9(3).

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P400-READ-PREMIUM-HISTORY
           PERFORM P600-WRITE-REGISTER THRU P600-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.
               (WS-CUR-YYYY * 10000) + (WS-CUR-MM * 100) + 1
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-YTD-START-DATE)

           INITIALIZE WS-DIMENSION-TABLES
           INITIALIZE WS-REGISTER-TOTALS
           MOVE 'TERRITORY' TO WS-DIM-NAME (1)
           MOVE 'CONSTRUCTION' TO WS-DIM-NAME (2)
           MOVE 'OCCUPANCY' TO WS-DIM-NAME (3)
           MOVE 'AGENCY' TO WS-DIM-NAME (4)
           MOVE 'COMPANY' TO WS-DIM-NAME (5)

           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CMP_HOME_COMPANY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND CONFIG-VALUE NOT = SPACES
                   MOVE CONFIG-VALUE (1:5) TO WS-HOME-COMPANY
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * READ THE WRITTEN PREMIUM HISTORY FROM THE START OF THE YEAR    *
      * THROUGH THE RUN DATE.  A RUN DATE IN THE CURRENT MONTH COUNTS  *
      * TOWARD THE MONTH-TO-DATE COLUMNS AS WELL.                      *
      *----------------------------------------------------------------*
       P400-READ-PREMIUM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'ERROR: Cannot open written premium history: '
                       WS-PMH-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           COMPUTE WS-READ-START-DATE = FUNCTION DATE-OF-INTEGER
                                         (WS-START-INT)
           MOVE WS-READ-START-DATE TO PMH-RUN-DATE
           MOVE ZERO TO PMH-SEQUENCE-NUM
           START HISTORY-FILE KEY NOT < PMH-KEY
               INVALID KEY
                   MOVE '10' TO WS-PMH-STAT
           END-START
           IF HISTORY-OK
               PERFORM P430-READ-HISTORY
           END-IF
           PERFORM UNTIL NOT HISTORY-OK
               PERFORM P440-PROCESS-RECORD THRU P440-EXIT
               PERFORM P430-READ-HISTORY
           END-PERFORM
           IF NOT HISTORY-EOF
               DISPLAY 'Warning: written premium history read ended '
                       'with status ' WS-PMH-STAT
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE HISTORY-FILE.

       P430-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
      *    Run dates after the run date are outside the period.
           IF HISTORY-OK AND PMH-RUN-DATE > WS-CURRENT-DATE
               MOVE '10' TO WS-PMH-STAT
           END-IF.

       P440-PROCESS-RECORD.
      *    Each run date opens with its control record
           IF PMH-CONTROL-RECORD
               ADD 1 TO WS-RUN-DATES-READ
               GO TO P440-EXIT
           END-IF

           IF PMH-RUN-DATE >= WS-MTD-START-DATE
               MOVE 'Y' TO WS-MTD-RUN-IND
           ELSE
               MOVE 'N' TO WS-MTD-RUN-IND
           END-IF

           EVALUATE PMH-STATUS
               WHEN 'APPROVED'
                   ADD 1 TO WS-YTD-APPROVED-CNT
                   IF RUN-IS-MTD
                       ADD 1 TO WS-MTD-APPROVED-CNT
                   END-IF
               WHEN 'PENDING'
                   ADD 1 TO WS-YTD-PENDING-CNT
                   IF RUN-IS-MTD
                       ADD 1 TO WS-MTD-PENDING-CNT
                   END-IF
               WHEN 'REJECTED'
                   ADD 1 TO WS-YTD-REJECTED-CNT
                   IF RUN-IS-MTD
                       ADD 1 TO WS-MTD-REJECTED-CNT
                   END-IF
               WHEN OTHER
           END-EVALUATE

           ADD 1 TO WS-YTD-POLICY-CNT
           MOVE PMH-TOTAL-PREMIUM TO WS-TOTAL-PREM
           ADD WS-TOTAL-PREM TO WS-YTD-WRITTEN-PREM
           IF RUN-IS-MTD
               ADD 1 TO WS-MTD-POLICY-CNT
               ADD WS-TOTAL-PREM TO WS-MTD-WRITTEN-PREM
           END-IF

           MOVE PMH-TERRITORY-CODE TO WS-DIM-WORK-CODE
           SET DIM-IDX TO 1
           PERFORM P450-ACCUM-DIMENSION THRU P450-EXIT
           MOVE SPACES TO WS-DIM-WORK-CODE
           MOVE PMH-CONSTRUCTION-TYPE TO WS-DIM-WORK-CODE (1:3)
           SET DIM-IDX TO 2
           PERFORM P450-ACCUM-DIMENSION THRU P450-EXIT
           MOVE PMH-OCCUPANCY-CODE TO WS-DIM-WORK-CODE
           SET DIM-IDX TO 3
           PERFORM P450-ACCUM-DIMENSION THRU P450-EXIT
           MOVE SPACES TO WS-DIM-WORK-CODE
           MOVE PMH-AGENCY-CODE TO WS-DIM-WORK-CODE (1:4)
           SET DIM-IDX TO 4
           PERFORM P450-ACCUM-DIMENSION THRU P450-EXIT
           IF PMH-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY TO WS-DIM-WORK-CODE
           ELSE
               MOVE PMH-COMPANY-CODE TO WS-DIM-WORK-CODE
           END-IF
           SET DIM-IDX TO 5
           PERFORM P450-ACCUM-DIMENSION THRU P450-EXIT.

       P440-EXIT.
           SET SLOT-IDX TO WS-DIM-MATCH-IDX
           ADD 1 TO WS-DIM-YTD-CNT (DIM-IDX, SLOT-IDX)
           ADD WS-TOTAL-PREM TO WS-DIM-YTD-PREM (DIM-IDX, SLOT-IDX)
           IF RUN-IS-MTD
               ADD 1 TO WS-DIM-MTD-CNT (DIM-IDX, SLOT-IDX)
               ADD WS-TOTAL-PREM
                   TO WS-DIM-MTD-PREM (DIM-IDX, SLOT-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'History Run Dates:    ' WS-RUN-DATES-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           PERFORM P620-WRITE-DIMENSION-SECTION
                   VARYING DIM-IDX FROM 1 BY 1
                   UNTIL DIM-IDX > 5

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LGAPMTD1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-YTD-POLICY-CNT TO RST-RECORD-COUNT
           MOVE WS-YTD-WRITTEN-PREM TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
