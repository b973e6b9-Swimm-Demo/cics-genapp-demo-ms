       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPDRY1.
      *================================================================*
      * PROGRAM: LGAPDRY1 - DAILY CLAIMS DIARY REPORT                  *
      * PURPOSE: RUN AFTER LGAPCLM1.  READS THE CLAIMS MASTER AND THE  *
      *          ADJUSTER MASTER AND LISTS, PER ADJUSTER, THE OPEN     *
      *          CLAIMS DUE FOR FOLLOW-UP (NEXT DIARY DATE REACHED)    *
      *          AND THE OPEN CLAIMS WITH NO TRANSACTION ACTIVITY IN   *
      *          CLM_STALE_DAYS DAYS, WITH EACH ADJUSTER'S OPEN COUNT  *
      *          AGAINST CAPACITY.  OPEN CLAIMS WITH NO ADJUSTER (OR   *
      *          ONE NO LONGER ON THE MASTER) ARE LISTED SEPARATELY.   *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

           SELECT ADJUSTER-MASTER-FILE ASSIGN TO 'ADJUSTER.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADM-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'DIARYRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  ADJUSTER-MASTER-FILE.
           COPY ADJMAST.

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

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-ADM-STAT                 PIC X(2).
           88 ADJUSTER-MASTER-OK       VALUE '00'.
           88 ADJUSTER-MASTER-EOF      VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CURRENT-DATE             PIC 9(8).
       01  WS-STALE-DAYS               PIC 9(3) VALUE 30.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-ACTIVITY-INT          PIC 9(9).

       01  WS-COUNTERS.
           05 WS-CLAIM-REC-CNT         PIC 9(7) VALUE ZERO.
           05 WS-OPEN-CLAIM-CNT        PIC 9(7) VALUE ZERO.
           05 WS-DUE-CNT               PIC 9(7) VALUE ZERO.
           05 WS-STALE-CNT             PIC 9(7) VALUE ZERO.
           05 WS-UNASSIGNED-OPEN-CNT   PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * ADJUSTER MASTER TABLE, WITH THE OPEN, DUE AND IDLE COUNTS      *
      * TAKEN FROM THE CLAIMS MASTER.                                  *
      *----------------------------------------------------------------*
       01  WS-ADJUSTER-TABLE.
           05 WS-ADM-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-ADM-ENTRY             OCCURS 200 TIMES
                                       INDEXED BY ADM-IDX.
              10 WS-ADM-ID             PIC X(6).
              10 WS-ADM-NAME           PIC X(30).
              10 WS-ADM-STATUS         PIC X(1).
              10 WS-ADM-CAPACITY       PIC 9(4).
              10 WS-ADM-OPEN-CNT       PIC 9(5).
              10 WS-ADM-DUE-CNT        PIC 9(5).
              10 WS-ADM-STALE-CNT      PIC 9(5).

       01  WS-ADM-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-ADM-FULL-IND             PIC X VALUE 'N'.
           88 ADJUSTER-TABLE-FULL      VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE DAY'S DIARY ITEMS -- EVERY OPEN CLAIM THAT IS DUE OR IDLE, *
      * HELD WITH ITS ADJUSTER'S TABLE POSITION (ZERO = UNASSIGNED)    *
      * SO THE REPORT CAN BE WRITTEN ADJUSTER BY ADJUSTER.             *
      *----------------------------------------------------------------*
       01  WS-DIARY-TABLE.
           05 WS-DRY-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-DRY-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY DRY-IDX.
              10 WS-DRY-ADM-SUB        PIC 9(3).
              10 WS-DRY-CLAIM-NUMBER   PIC X(15).
              10 WS-DRY-CUSTOMER-NUM   PIC X(10).
              10 WS-DRY-CLAIM-TYPE     PIC X(10).
              10 WS-DRY-ADJUSTER-ID    PIC X(6).
              10 WS-DRY-NEXT-DIARY     PIC 9(8).
              10 WS-DRY-LAST-ACTIVITY  PIC 9(8).
              10 WS-DRY-IDLE-DAYS      PIC 9(5).
              10 WS-DRY-DUE-IND        PIC X(1).
                 88 DRY-IS-DUE         VALUE 'Y'.
              10 WS-DRY-STALE-IND      PIC X(1).
                 88 DRY-IS-STALE       VALUE 'Y'.

       01  WS-DIARY-FULL-IND           PIC X VALUE 'N'.
           88 DIARY-TABLE-FULL         VALUE 'Y'.

       01  WS-CLAIM-WORK.
           05 WS-WORK-NEXT-DIARY       PIC 9(8).
           05 WS-WORK-LAST-ACTIVITY    PIC 9(8).
           05 WS-WORK-IDLE-DAYS        PIC 9(5).
           05 WS-WORK-DUE-IND          PIC X(1).
           05 WS-WORK-STALE-IND        PIC X(1).

       01  WS-REPORT-WORK.
           05 WS-RPT-ADM-SUB           PIC 9(3).
           05 WS-RPT-SECTION-CNT       PIC 9(5).
           05 WS-DIARY-DISPLAY         PIC X(10).
           05 WS-IDLE-DISPLAY          PIC ZZZZ9.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-ADJUSTERS THRU P300-EXIT
           PERFORM P400-SCAN-CLAIMS THRU P400-EXIT
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CLM_STALE_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WS-STALE-DAYS
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE).

       P300-LOAD-ADJUSTERS.
           OPEN INPUT ADJUSTER-MASTER-FILE
           IF NOT ADJUSTER-MASTER-OK
               DISPLAY 'Warning: Adjuster master not available: '
                       WS-ADM-STAT ' - all claims listed unassigned'
               MOVE 4 TO RETURN-CODE
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-ADJUSTER
           PERFORM UNTIL ADJUSTER-MASTER-EOF
               PERFORM P320-STORE-ADJUSTER
               PERFORM P310-READ-ADJUSTER
           END-PERFORM
           CLOSE ADJUSTER-MASTER-FILE
           IF ADJUSTER-TABLE-FULL
               DISPLAY 'Warning: adjuster master exceeds the table - '
                       'later adjusters'' claims listed unassigned'
               MOVE 4 TO RETURN-CODE
           END-IF.

       P300-EXIT.
           EXIT.

       P310-READ-ADJUSTER.
           READ ADJUSTER-MASTER-FILE
           END-READ.

       P320-STORE-ADJUSTER.
           IF ADJ-ADJUSTER-ID = SPACES
               CONTINUE
           ELSE
               IF WS-ADM-COUNT < 200
                   ADD 1 TO WS-ADM-COUNT
                   SET ADM-IDX TO WS-ADM-COUNT
                   MOVE ADJ-ADJUSTER-ID TO WS-ADM-ID (ADM-IDX)
                   MOVE ADJ-ADJUSTER-NAME TO WS-ADM-NAME (ADM-IDX)
                   MOVE ADJ-ADJUSTER-STATUS TO WS-ADM-STATUS (ADM-IDX)
                   IF ADJ-OPEN-CAPACITY NUMERIC
                       MOVE ADJ-OPEN-CAPACITY
                            TO WS-ADM-CAPACITY (ADM-IDX)
                   ELSE
                       MOVE ZERO TO WS-ADM-CAPACITY (ADM-IDX)
                   END-IF
                   MOVE ZERO TO WS-ADM-OPEN-CNT (ADM-IDX)
                   MOVE ZERO TO WS-ADM-DUE-CNT (ADM-IDX)
                   MOVE ZERO TO WS-ADM-STALE-CNT (ADM-IDX)
               ELSE
                   MOVE 'Y' TO WS-ADM-FULL-IND
               END-IF
           END-IF.

       P400-SCAN-CLAIMS.
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               DISPLAY 'ERROR: Cannot open claims master: '
                       WS-CLM-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               PERFORM P420-CHECK-CLAIM THRU P420-EXIT
               PERFORM P410-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE
           IF DIARY-TABLE-FULL
               DISPLAY 'ERROR: Diary items exceed the in-core table - '
                       'report incomplete'
               MOVE 8 TO RETURN-CODE
           END-IF.

       P400-EXIT.
           EXIT.

       P410-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P420-CHECK-CLAIM.
           ADD 1 TO WS-CLAIM-REC-CNT
           IF NOT CLM-OPEN
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-OPEN-CLAIM-CNT

           MOVE ZERO TO WS-ADM-MATCH-IDX
           IF CLM-ADJUSTER-ID NOT = SPACES
               PERFORM P425-FIND-ADJUSTER
                       VARYING ADM-IDX FROM 1 BY 1
                       UNTIL ADM-IDX > WS-ADM-COUNT
           END-IF
           IF WS-ADM-MATCH-IDX = ZERO
               ADD 1 TO WS-UNASSIGNED-OPEN-CNT
           ELSE
               SET ADM-IDX TO WS-ADM-MATCH-IDX
               ADD 1 TO WS-ADM-OPEN-CNT (ADM-IDX)
           END-IF

      *    A claim from before diaries were kept has no diary date
      *    and is due now; with no activity date its loss date
      *    stands in.
           IF CLM-NEXT-DIARY-DATE NUMERIC
               MOVE CLM-NEXT-DIARY-DATE TO WS-WORK-NEXT-DIARY
           ELSE
               MOVE ZERO TO WS-WORK-NEXT-DIARY
           END-IF
           IF CLM-LAST-ACTIVITY-DATE NUMERIC AND
              CLM-LAST-ACTIVITY-DATE > ZERO
               MOVE CLM-LAST-ACTIVITY-DATE TO WS-WORK-LAST-ACTIVITY
           ELSE
               MOVE CLM-CLAIM-DATE TO WS-WORK-LAST-ACTIVITY
           END-IF

           MOVE 'N' TO WS-WORK-DUE-IND
           IF WS-WORK-NEXT-DIARY <= WS-CURRENT-DATE
               MOVE 'Y' TO WS-WORK-DUE-IND
           END-IF

           MOVE 'N' TO WS-WORK-STALE-IND
           MOVE ZERO TO WS-WORK-IDLE-DAYS
           IF WS-WORK-LAST-ACTIVITY NUMERIC AND
              WS-WORK-LAST-ACTIVITY > ZERO
               COMPUTE WS-ACTIVITY-INT = FUNCTION INTEGER-OF-DATE
                                          (WS-WORK-LAST-ACTIVITY)
               IF WS-TODAY-INT > WS-ACTIVITY-INT
                   COMPUTE WS-WORK-IDLE-DAYS =
                       WS-TODAY-INT - WS-ACTIVITY-INT
               END-IF
               IF WS-WORK-IDLE-DAYS >= WS-STALE-DAYS
                   MOVE 'Y' TO WS-WORK-STALE-IND
               END-IF
           END-IF

           IF WS-WORK-DUE-IND = 'N' AND WS-WORK-STALE-IND = 'N'
               GO TO P420-EXIT
           END-IF

           IF WS-WORK-DUE-IND = 'Y'
               ADD 1 TO WS-DUE-CNT
               IF WS-ADM-MATCH-IDX > ZERO
                   ADD 1 TO WS-ADM-DUE-CNT (ADM-IDX)
               END-IF
           END-IF
           IF WS-WORK-STALE-IND = 'Y'
               ADD 1 TO WS-STALE-CNT
               IF WS-ADM-MATCH-IDX > ZERO
                   ADD 1 TO WS-ADM-STALE-CNT (ADM-IDX)
               END-IF
           END-IF

           IF WS-DRY-COUNT >= 5000
               MOVE 'Y' TO WS-DIARY-FULL-IND
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-DRY-COUNT
           SET DRY-IDX TO WS-DRY-COUNT
           MOVE WS-ADM-MATCH-IDX TO WS-DRY-ADM-SUB (DRY-IDX)
           MOVE CLM-CLAIM-NUMBER TO WS-DRY-CLAIM-NUMBER (DRY-IDX)
           MOVE CLM-CUSTOMER-NUM TO WS-DRY-CUSTOMER-NUM (DRY-IDX)
           MOVE CLM-CLAIM-TYPE TO WS-DRY-CLAIM-TYPE (DRY-IDX)
           MOVE CLM-ADJUSTER-ID TO WS-DRY-ADJUSTER-ID (DRY-IDX)
           MOVE WS-WORK-NEXT-DIARY TO WS-DRY-NEXT-DIARY (DRY-IDX)
           MOVE WS-WORK-LAST-ACTIVITY
                TO WS-DRY-LAST-ACTIVITY (DRY-IDX)
           MOVE WS-WORK-IDLE-DAYS TO WS-DRY-IDLE-DAYS (DRY-IDX)
           MOVE WS-WORK-DUE-IND TO WS-DRY-DUE-IND (DRY-IDX)
           MOVE WS-WORK-STALE-IND TO WS-DRY-STALE-IND (DRY-IDX).

       P420-EXIT.
           EXIT.

       P425-FIND-ADJUSTER.
           IF WS-ADM-ID (ADM-IDX) = CLM-ADJUSTER-ID
               SET WS-ADM-MATCH-IDX TO ADM-IDX
           END-IF.

       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open diary report file: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '        DAILY CLAIMS DIARY REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Run Date:             ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Idle Threshold Days:  ' WS-STALE-DAYS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P610-WRITE-ADJUSTER-SECTION
                   VARYING ADM-IDX FROM 1 BY 1
                   UNTIL ADM-IDX > WS-ADM-COUNT

      *    Open claims nobody owns -- the section claims management
      *    most needs to see.
           MOVE ZERO TO WS-RPT-ADM-SUB
           MOVE '  UNASSIGNED OPEN CLAIMS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '    Open Claims: ' WS-UNASSIGNED-OPEN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P620-WRITE-ADJUSTER-ITEMS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Claims On Master:     ' WS-CLAIM-REC-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Open Claims:          ' WS-OPEN-CLAIM-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Due For Follow-Up:    ' WS-DUE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'No Recent Activity:   ' WS-STALE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Open And Unassigned:  ' WS-UNASSIGNED-OPEN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

       P610-WRITE-ADJUSTER-SECTION.
           SET WS-RPT-ADM-SUB TO ADM-IDX
           MOVE SPACES TO REPORT-LINE
           STRING '  ADJUSTER ' WS-ADM-ID (ADM-IDX)
                  '  ' WS-ADM-NAME (ADM-IDX)
                  '  STATUS ' WS-ADM-STATUS (ADM-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '    Open Claims: ' WS-ADM-OPEN-CNT (ADM-IDX)
                  '  Capacity: ' WS-ADM-CAPACITY (ADM-IDX)
                  '  Due: ' WS-ADM-DUE-CNT (ADM-IDX)
                  '  Idle: ' WS-ADM-STALE-CNT (ADM-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P620-WRITE-ADJUSTER-ITEMS.

      *    The due list then the idle list for the adjuster at table
      *    position WS-RPT-ADM-SUB (zero for the unassigned claims).
       P620-WRITE-ADJUSTER-ITEMS.
           MOVE ZERO TO WS-RPT-SECTION-CNT
           MOVE '    DUE FOR FOLLOW-UP' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P630-WRITE-DUE-ITEM
                   VARYING DRY-IDX FROM 1 BY 1
                   UNTIL DRY-IDX > WS-DRY-COUNT
           IF WS-RPT-SECTION-CNT = ZERO
               MOVE '      (none)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE ZERO TO WS-RPT-SECTION-CNT
           MOVE SPACES TO REPORT-LINE
           STRING '    NO ACTIVITY IN ' WS-STALE-DAYS ' DAYS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P640-WRITE-STALE-ITEM
                   VARYING DRY-IDX FROM 1 BY 1
                   UNTIL DRY-IDX > WS-DRY-COUNT
           IF WS-RPT-SECTION-CNT = ZERO
               MOVE '      (none)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P630-WRITE-DUE-ITEM.
           IF WS-DRY-ADM-SUB (DRY-IDX) = WS-RPT-ADM-SUB AND
              DRY-IS-DUE (DRY-IDX)
               ADD 1 TO WS-RPT-SECTION-CNT
               IF WS-DRY-NEXT-DIARY (DRY-IDX) = ZERO
                   MOVE 'NO DIARY' TO WS-DIARY-DISPLAY
               ELSE
                   MOVE WS-DRY-NEXT-DIARY (DRY-IDX) TO WS-DIARY-DISPLAY
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING '      CLAIM ' WS-DRY-CLAIM-NUMBER (DRY-IDX)
                      ' CUSTOMER ' WS-DRY-CUSTOMER-NUM (DRY-IDX)
                      ' TYPE ' WS-DRY-CLAIM-TYPE (DRY-IDX)
                      ' DIARY ' WS-DIARY-DISPLAY
                      ' ADJUSTER ' WS-DRY-ADJUSTER-ID (DRY-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P640-WRITE-STALE-ITEM.
           IF WS-DRY-ADM-SUB (DRY-IDX) = WS-RPT-ADM-SUB AND
              DRY-IS-STALE (DRY-IDX)
               ADD 1 TO WS-RPT-SECTION-CNT
               MOVE WS-DRY-IDLE-DAYS (DRY-IDX) TO WS-IDLE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '      CLAIM ' WS-DRY-CLAIM-NUMBER (DRY-IDX)
                      ' CUSTOMER ' WS-DRY-CUSTOMER-NUM (DRY-IDX)
                      ' TYPE ' WS-DRY-CLAIM-TYPE (DRY-IDX)
                      ' LAST ACTIVITY '
                      WS-DRY-LAST-ACTIVITY (DRY-IDX)
                      ' IDLE ' WS-IDLE-DISPLAY ' DAYS'
                      ' ADJUSTER ' WS-DRY-ADJUSTER-ID (DRY-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
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
           MOVE 'LGAPDRY1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-CLAIM-REC-CNT TO RST-RECORD-COUNT
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
