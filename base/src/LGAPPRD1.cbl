       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPPRD1.
      *================================================================*
      * PROGRAM: LGAPPRD1 - GL ACCOUNTING PERIOD LOOKUP               *
      * PURPOSE: CALLED BY EVERY PROGRAM THAT WRITES GL JOURNAL       *
      *          ENTRIES.  GIVEN THE POSTING DATE, RETURNS THE        *
      *          ACCOUNTING PERIOD THE ENTRIES BELONG IN FROM THE     *
      *          PERIOD MASTER (ACCTPER.DAT).  AN OPEN OR CLOSING     *
      *          PERIOD TAKES THE ENTRIES AS DATED; A CLOSED PERIOD   *
      *          NEVER DOES -- THE ENTRIES ROLL TO THE EARLIEST OPEN  *
      *          PERIOD AFTER IT AND ARE FLAGGED AS PRIOR-PERIOD      *
      *          ADJUSTMENTS, SO A CATCH-UP RERUN CANNOT REOPEN A     *
      *          MONTH FINANCE HAS SIGNED OFF.                        *
      *          RETURN CODES: 00 PERIOD RESOLVED, 04 DATE NOT ON THE *
      *          CALENDAR (POSTED TO ITS OWN MONTH), 12 CLOSED WITH   *
      *          NO LATER OPEN PERIOD -- THE CALLER MUST NOT POST.    *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO 'ACCTPER.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-APM-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  PERIOD-FILE.
           COPY ACCTPER.

       WORKING-STORAGE SECTION.

       01  WS-APM-STAT                 PIC X(2).
           88 PERIOD-FILE-OK           VALUE '00'.
           88 PERIOD-FILE-EOF          VALUE '10'.

      *----------------------------------------------------------------*
      * THE CALENDAR IS LOADED ON THE FIRST CALL OF THE RUN AND KEPT   *
      * FOR ITS LIFE, AS LGAPDB02 KEEPS ITS GEOGRAPHY TABLES.          *
      *----------------------------------------------------------------*
       01  WS-CALENDAR-LOADED          PIC X VALUE 'N'.
           88 CALENDAR-LOADED          VALUE 'Y'.

       01  WS-PERIOD-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-PERIOD-MAX               PIC 9(4) VALUE 600.
       01  WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY          OCCURS 600 TIMES
                                       INDEXED BY PER-IDX.
              10 WS-PER-PERIOD         PIC 9(6).
              10 WS-PER-STATUS         PIC X(7).

       01  WS-POST-PERIOD              PIC 9(6).
       01  WS-PERIOD-MATCH-IDX         PIC 9(4) VALUE ZERO.
       01  WS-ROLL-PERIOD              PIC 9(6).

       LINKAGE SECTION.
           COPY GLPERIOD.

       PROCEDURE DIVISION USING GL-PERIOD-REQUEST.

       P100-MAIN.
           IF NOT CALENDAR-LOADED
               PERFORM P200-LOAD-CALENDAR THRU P200-EXIT
           END-IF
           PERFORM P300-RESOLVE-PERIOD THRU P300-EXIT
           GOBACK.

       P200-LOAD-CALENDAR.
           MOVE 'Y' TO WS-CALENDAR-LOADED
           OPEN INPUT PERIOD-FILE
           IF NOT PERIOD-FILE-OK
               DISPLAY 'Warning: Accounting period master unavailable: '
                       WS-APM-STAT
               GO TO P200-EXIT
           END-IF
           PERFORM P210-READ-PERIOD
           PERFORM UNTIL PERIOD-FILE-EOF
               IF WS-PERIOD-COUNT < WS-PERIOD-MAX
                   ADD 1 TO WS-PERIOD-COUNT
                   SET PER-IDX TO WS-PERIOD-COUNT
                   MOVE APM-PERIOD TO WS-PER-PERIOD (PER-IDX)
                   MOVE APM-STATUS TO WS-PER-STATUS (PER-IDX)
               END-IF
               PERFORM P210-READ-PERIOD
           END-PERFORM
           CLOSE PERIOD-FILE.

       P200-EXIT.
           EXIT.

       P210-READ-PERIOD.
           READ PERIOD-FILE
           END-READ.

       P300-RESOLVE-PERIOD.
           MOVE SPACES TO GPR-PERIOD-STAMP
           MOVE GPR-POSTING-DATE (1:6) TO WS-POST-PERIOD
           MOVE WS-POST-PERIOD TO GPR-PERIOD
           MOVE WS-POST-PERIOD TO GPR-ORIG-PERIOD
           MOVE 'N' TO GPR-ADJUST-IND
           MOVE ZERO TO GPR-RETURN-CODE

           MOVE ZERO TO WS-PERIOD-MATCH-IDX
           PERFORM P310-CHECK-PERIOD
                   VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PERIOD-COUNT
                      OR WS-PERIOD-MATCH-IDX > ZERO
           IF WS-PERIOD-MATCH-IDX = ZERO
               MOVE 4 TO GPR-RETURN-CODE
               GO TO P300-EXIT
           END-IF
           SET PER-IDX TO WS-PERIOD-MATCH-IDX
           IF WS-PER-STATUS (PER-IDX) NOT = 'CLOSED'
               GO TO P300-EXIT
           END-IF

      *    Closed -- roll forward to the earliest open period after it.
           MOVE 999999 TO WS-ROLL-PERIOD
           PERFORM P320-CHECK-ROLL-PERIOD
                   VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PERIOD-COUNT
           IF WS-ROLL-PERIOD = 999999
               MOVE 12 TO GPR-RETURN-CODE
               GO TO P300-EXIT
           END-IF
           MOVE WS-ROLL-PERIOD TO GPR-PERIOD
           MOVE 'Y' TO GPR-ADJUST-IND.

       P300-EXIT.
           EXIT.

       P310-CHECK-PERIOD.
           IF WS-PER-PERIOD (PER-IDX) = WS-POST-PERIOD
               SET WS-PERIOD-MATCH-IDX TO PER-IDX
           END-IF.

       P320-CHECK-ROLL-PERIOD.
           IF WS-PER-PERIOD (PER-IDX) > WS-POST-PERIOD AND
              WS-PER-PERIOD (PER-IDX) < WS-ROLL-PERIOD AND
              WS-PER-STATUS (PER-IDX) = 'OPEN'
               MOVE WS-PER-PERIOD (PER-IDX) TO WS-ROLL-PERIOD
           END-IF.
