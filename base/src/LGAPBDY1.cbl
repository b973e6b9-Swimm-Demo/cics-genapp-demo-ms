       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPBDY1.
      *================================================================*
      * PROGRAM: LGAPBDY1 - BUSINESS-DAY DATE SERVICE                 *
      * PURPOSE: CALLED WHEREVER THE SUITE COMPUTES A DUE DATE,       *
      *          DEADLINE, GRACE OR NOTICE PERIOD.  ADDS THE DAYS TO  *
      *          THE BASE DATE UNDER THE NAMED RULE'S BASIS -- PLAIN  *
      *          CALENDAR DAYS, CALENDAR DAYS MOVED TO THE NEXT       *
      *          BUSINESS DAY, OR BUSINESS DAYS -- AND RETURNS THE    *
      *          RESULT.  A BUSINESS DAY IS A MONDAY TO FRIDAY NOT ON *
      *          THE HOLIDAY CALENDAR (HOLCAL.DAT).  EACH RULE'S      *
      *          BASIS IS CONFIG KEY BDAY_<RULE> (VALUE C, R OR B),   *
      *          OR THE HOUSE DEFAULT BELOW.  THE CALENDAR AND THE    *
      *          RULES ARE LOADED ON THE FIRST CALL AND KEPT FOR THE  *
      *          LIFE OF THE CALLER'S RUN.  SEE BDAYREQ.              *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLCAL.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOL-DATE
                  FILE STATUS IS WS-HOL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HOLCAL.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       WORKING-STORAGE SECTION.

       01  WS-HOL-STAT                 PIC X(2).
           88 HOLIDAY-OK               VALUE '00'.
           88 HOLIDAY-EOF              VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.
           88 CONFIG-EOF               VALUE '10'.

       01  WS-FIRST-CALL-IND           PIC X VALUE 'Y'.
           88 FIRST-CALL               VALUE 'Y'.
       01  WS-CALENDAR-IND             PIC X VALUE 'N'.
           88 CALENDAR-LOADED          VALUE 'Y'.

      *----------------------------------------------------------------*
      * HOUSE DEFAULT BASIS FOR EACH DATE RULE.  DUE DATES AND THE     *
      * DUNNING GRACE PERIOD MOVE TO THE NEXT BUSINESS DAY; NOTICE     *
      * INTERVALS AND THE RENEWAL WINDOW STAY IN CALENDAR DAYS.  A     *
      * BDAY_<RULE> CONFIG ENTRY OVERRIDES, E.G. B WHERE A CONTRACT    *
      * COUNTS ITS GRACE PERIOD IN BUSINESS DAYS.  A RULE NOT LISTED   *
      * AND NOT CONFIGURED IS PLAIN CALENDAR ARITHMETIC.               *
      *----------------------------------------------------------------*
       01  WS-DEFAULT-RULE-TABLE.
           05 FILLER PIC X(16) VALUE 'INST_DUE       R'.
           05 FILLER PIC X(16) VALUE 'QUOTE_EXPIRY   R'.
           05 FILLER PIC X(16) VALUE 'INSP_DUE       R'.
           05 FILLER PIC X(16) VALUE 'DUN_GRACE      R'.
           05 FILLER PIC X(16) VALUE 'DUN_NOTICE     C'.
           05 FILLER PIC X(16) VALUE 'REN_WINDOW     C'.
       01  WS-DEFAULT-RULES REDEFINES WS-DEFAULT-RULE-TABLE.
           05 WS-DFR-ENTRY             OCCURS 6 TIMES
                                       INDEXED BY DFR-IDX.
              10 WS-DFR-RULE           PIC X(15).
              10 WS-DFR-BASIS          PIC X(1).
       01  WS-DFR-COUNT                PIC 9(2) VALUE 6.

      *    The rules in force this run: the defaults, then any
      *    BDAY_ entries from the config file laid over them.
       01  WS-RUL-MAX                  PIC 9(2) VALUE 40.
       01  WS-RULE-TABLE.
           05 WS-RUL-COUNT             PIC 9(2) VALUE ZERO.
           05 WS-RUL-ENTRY             OCCURS 40 TIMES
                                       INDEXED BY RUL-IDX.
              10 WS-RUL-RULE           PIC X(15).
              10 WS-RUL-BASIS          PIC X(1).

       01  WS-HOL-MAX                  PIC 9(4) VALUE 3000.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOL-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-HOL-ENTRY             OCCURS 3000 TIMES
                                       INDEXED BY HOL-IDX.
              10 WS-HOL-DATE           PIC 9(8).

       01  WS-DAY-WORK.
           05 WS-BASE-INT              PIC 9(9) COMP.
           05 WS-WORK-INT              PIC 9(9) COMP.
           05 WS-WORK-DATE             PIC 9(8).
           05 WS-WEEKDAY               PIC 9(1).
           05 WS-DAYS-COUNTED          PIC 9(4).
           05 WS-ROLL-CNT              PIC 9(3).
           05 WS-BUSINESS-DAY-IND      PIC X(1).
              88 BUSINESS-DAY          VALUE 'Y'.

       LINKAGE SECTION.
           COPY BDAYREQ.

       PROCEDURE DIVISION USING BUSINESS-DATE-REQUEST.

       P100-MAIN.
      *    Whatever this run returns goes back to the caller as its
      *    RETURN-CODE -- hand back the one it came in with.
           MOVE BDR-CALLER-RC TO RETURN-CODE
           IF FIRST-CALL
               PERFORM P200-FIRST-CALL-SETUP
           END-IF
           MOVE ZERO TO BDR-RETURN-CODE
           IF NOT CALENDAR-LOADED
               MOVE 4 TO BDR-RETURN-CODE
           END-IF
           MOVE BDR-BASE-DATE TO BDR-RESULT-DATE
           PERFORM P300-FIND-RULE

           IF BDR-BASE-DATE NOT NUMERIC
               MOVE 8 TO BDR-RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (BDR-BASE-DATE) NOT = ZERO
               MOVE 8 TO BDR-RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE
                                  (BDR-BASE-DATE)
           EVALUATE TRUE
               WHEN BDR-BUSINESS-DAYS
                   PERFORM P400-COUNT-BUSINESS-DAYS
               WHEN BDR-ROLL-FORWARD
                   COMPUTE WS-WORK-INT = WS-BASE-INT + BDR-DAYS
                   PERFORM P500-ROLL-FORWARD
               WHEN OTHER
                   COMPUTE WS-WORK-INT = WS-BASE-INT + BDR-DAYS
           END-EVALUATE
           COMPUTE BDR-RESULT-DATE = FUNCTION DATE-OF-INTEGER
                                      (WS-WORK-INT)
           GOBACK.

       P200-FIRST-CALL-SETUP.
           MOVE 'N' TO WS-FIRST-CALL-IND
           PERFORM P210-TAKE-DEFAULT-RULE
                   VARYING DFR-IDX FROM 1 BY 1
                   UNTIL DFR-IDX > WS-DFR-COUNT
           PERFORM P220-LOAD-CONFIG-RULES THRU P220-EXIT
           PERFORM P250-LOAD-CALENDAR THRU P250-EXIT.

       P210-TAKE-DEFAULT-RULE.
           ADD 1 TO WS-RUL-COUNT
           MOVE WS-DFR-RULE (DFR-IDX) TO WS-RUL-RULE (WS-RUL-COUNT)
           MOVE WS-DFR-BASIS (DFR-IDX) TO WS-RUL-BASIS (WS-RUL-COUNT).

       P220-LOAD-CONFIG-RULES.
           OPEN INPUT CONFIG-FILE
           IF NOT CONFIG-OK
               GO TO P220-EXIT
           END-IF
           MOVE 'BDAY_' TO CONFIG-KEY
           START CONFIG-FILE KEY NOT < CONFIG-KEY
               INVALID KEY
                   MOVE '10' TO WS-CONFIG-STAT
           END-START
           IF NOT CONFIG-EOF
               PERFORM P230-READ-CONFIG
           END-IF
           PERFORM UNTIL CONFIG-EOF
               IF CONFIG-KEY (1:5) NOT = 'BDAY_'
                   MOVE '10' TO WS-CONFIG-STAT
               ELSE
                   PERFORM P240-TAKE-CONFIG-RULE THRU P240-EXIT
                   PERFORM P230-READ-CONFIG
               END-IF
           END-PERFORM
           CLOSE CONFIG-FILE.

       P220-EXIT.
           EXIT.

       P230-READ-CONFIG.
           READ CONFIG-FILE NEXT RECORD
           END-READ.

       P240-TAKE-CONFIG-RULE.
           IF CONFIG-VALUE (1:1) NOT = 'C' AND
              CONFIG-VALUE (1:1) NOT = 'R' AND
              CONFIG-VALUE (1:1) NOT = 'B'
               DISPLAY 'Warning: ' CONFIG-KEY ' basis '
                       CONFIG-VALUE (1:1) ' not C, R or B - ignored'
               GO TO P240-EXIT
           END-IF
           SET RUL-IDX TO 1
           SEARCH WS-RUL-ENTRY
               AT END
                   CONTINUE
               WHEN RUL-IDX > WS-RUL-COUNT
                   CONTINUE
               WHEN WS-RUL-RULE (RUL-IDX) = CONFIG-KEY (6:15)
                   MOVE CONFIG-VALUE (1:1) TO WS-RUL-BASIS (RUL-IDX)
                   GO TO P240-EXIT
           END-SEARCH
           IF WS-RUL-COUNT NOT < WS-RUL-MAX
               GO TO P240-EXIT
           END-IF
           ADD 1 TO WS-RUL-COUNT
           MOVE CONFIG-KEY (6:15) TO WS-RUL-RULE (WS-RUL-COUNT)
           MOVE CONFIG-VALUE (1:1) TO WS-RUL-BASIS (WS-RUL-COUNT).

       P240-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD THE HOLIDAY CALENDAR.  WITHOUT IT ONLY WEEKENDS ARE       *
      * SKIPPED AND EVERY ANSWER CARRIES RETURN CODE 04.               *
      *----------------------------------------------------------------*
       P250-LOAD-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF NOT HOLIDAY-OK
               DISPLAY 'Warning: holiday calendar unavailable: '
                       WS-HOL-STAT ' - only weekends are skipped'
               GO TO P250-EXIT
           END-IF
           MOVE 'Y' TO WS-CALENDAR-IND
           MOVE ZERO TO HOL-DATE
           START HOLIDAY-FILE KEY NOT < HOL-DATE
               INVALID KEY
                   MOVE '10' TO WS-HOL-STAT
           END-START
           IF NOT HOLIDAY-EOF
               PERFORM P260-READ-HOLIDAY
           END-IF
           PERFORM UNTIL HOLIDAY-EOF
               IF WS-HOL-COUNT < WS-HOL-MAX
                   ADD 1 TO WS-HOL-COUNT
                   MOVE HOL-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
               END-IF
               PERFORM P260-READ-HOLIDAY
           END-PERFORM
           CLOSE HOLIDAY-FILE
           IF WS-HOL-COUNT NOT < WS-HOL-MAX
               DISPLAY 'Warning: holiday calendar holds more than '
                       WS-HOL-MAX ' dates - later dates not loaded'
           END-IF.

       P250-EXIT.
           EXIT.

       P260-READ-HOLIDAY.
           READ HOLIDAY-FILE NEXT RECORD
           END-READ.

       P300-FIND-RULE.
           MOVE 'C' TO BDR-BASIS
           SET RUL-IDX TO 1
           SEARCH WS-RUL-ENTRY
               AT END
                   CONTINUE
               WHEN RUL-IDX > WS-RUL-COUNT
                   CONTINUE
               WHEN WS-RUL-RULE (RUL-IDX) = BDR-RULE
                   MOVE WS-RUL-BASIS (RUL-IDX) TO BDR-BASIS
           END-SEARCH.

      *----------------------------------------------------------------*
      * STEP FORWARD ONE DAY AT A TIME, COUNTING ONLY BUSINESS DAYS.   *
      * A ZERO COUNT STILL LANDS ON A BUSINESS DAY.                    *
      *----------------------------------------------------------------*
       P400-COUNT-BUSINESS-DAYS.
           MOVE WS-BASE-INT TO WS-WORK-INT
           MOVE ZERO TO WS-DAYS-COUNTED
           PERFORM P410-STEP-ONE-DAY
                   UNTIL WS-DAYS-COUNTED NOT < BDR-DAYS
           IF BDR-DAYS = ZERO
               PERFORM P500-ROLL-FORWARD
           END-IF.

       P410-STEP-ONE-DAY.
           ADD 1 TO WS-WORK-INT
           PERFORM P600-CHECK-BUSINESS-DAY
           IF BUSINESS-DAY
               ADD 1 TO WS-DAYS-COUNTED
           END-IF.

      *    No run of closures lasts a month -- the cap only guards
      *    against a calendar keyed with every day.
       P500-ROLL-FORWARD.
           MOVE ZERO TO WS-ROLL-CNT
           PERFORM P600-CHECK-BUSINESS-DAY
           PERFORM P510-NEXT-DAY
                   UNTIL BUSINESS-DAY OR WS-ROLL-CNT > 31.

       P510-NEXT-DAY.
           ADD 1 TO WS-WORK-INT
           ADD 1 TO WS-ROLL-CNT
           PERFORM P600-CHECK-BUSINESS-DAY.

      *    Day 1 of the integer calendar (1 January 1601) was a
      *    Monday, so the remainder below is 0 Monday .. 6 Sunday.
       P600-CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-IND
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-WORK-INT - 1, 7)
           IF WS-WEEKDAY > 4
               MOVE 'N' TO WS-BUSINESS-DAY-IND
           ELSE
               IF WS-HOL-COUNT > ZERO
                   COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
                                          (WS-WORK-INT)
                   SET HOL-IDX TO 1
                   SEARCH WS-HOL-ENTRY
                       AT END
                           CONTINUE
                       WHEN HOL-IDX > WS-HOL-COUNT
                           CONTINUE
                       WHEN WS-HOL-DATE (HOL-IDX) = WS-WORK-DATE
                           MOVE 'N' TO WS-BUSINESS-DAY-IND
                   END-SEARCH
               END-IF
           END-IF.
