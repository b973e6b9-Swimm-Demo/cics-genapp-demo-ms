       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPNTC1.
      *================================================================*
      * PROGRAM: LGAPNTC1 - STATUTORY NOTICE PERIOD LOOKUP            *
      * PURPOSE: CALLED WHEREVER A POLICY IS CANCELLED OR NONRENEWED  *
      *          BY THE COMPANY (THE LGAPCAN1 CANCELLATION RUN, THE   *
      *          LGAPDUN1 NONPAY FEED, THE LGAPRNW1 NONRENEWAL EDIT). *
      *          GIVEN THE POLICY'S STATE, POLICY TYPE, INCEPTION     *
      *          DATE, THE REASON AND THE MAIL DATE, RETURNS THE      *
      *          ADVANCE NOTICE THE STATE REQUIRES (NOTCPER.DAT) AND  *
      *          THE EARLIEST LAWFUL EFFECTIVE DATE.  AN EXACT STATE  *
      *          AND TYPE RULE BEATS A STATE RULE FOR ANY TYPE, WHICH *
      *          BEATS A TYPE RULE FOR ANY STATE, WHICH BEATS THE     *
      *          CATCH-ALL; AT THE SAME LEVEL THE RULE WITH THE       *
      *          HIGHEST MINIMUM DAYS IN FORCE THE POLICY HAS REACHED *
      *          WINS.  NO MATCHING RULE MEANS THE CALLER'S DEFAULT.  *
      *          RETURN CODES: 00 RULE MATCHED, 04 DEFAULT USED.      *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-PERIOD-FILE ASSIGN TO 'NOTCPER.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NTP-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  NOTICE-PERIOD-FILE.
           COPY NOTCPER.

       WORKING-STORAGE SECTION.

       01  WS-NTP-STAT                 PIC X(2).
           88 PERIOD-FILE-OK           VALUE '00'.
           88 PERIOD-FILE-EOF          VALUE '10'.

      *----------------------------------------------------------------*
      * THE RULES ARE LOADED ON THE FIRST CALL OF THE RUN AND KEPT     *
      * FOR ITS LIFE, AS LGAPCMP1 KEEPS ITS COMPANY RULES.             *
      *----------------------------------------------------------------*
       01  WS-RULES-LOADED             PIC X VALUE 'N'.
           88 RULES-LOADED             VALUE 'Y'.

       01  WS-RULE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-RULE-MAX                 PIC 9(4) VALUE 1000.
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY            OCCURS 1000 TIMES
                                       INDEXED BY RUL-IDX.
              10 WS-RUL-STATE          PIC X(2).
              10 WS-RUL-REASON         PIC X(10).
              10 WS-RUL-POLICY-TYPE    PIC X(1).
              10 WS-RUL-MIN-DAYS       PIC 9(4).
              10 WS-RUL-NOTICE-DAYS    PIC 9(3).
              10 WS-RUL-MAIL-DAYS      PIC 9(2).

      *    Best match so far: 4 exact, 3 state, 2 type, 1 catch-all.
       01  WS-BEST-RANK                PIC 9 VALUE ZERO.
       01  WS-RULE-RANK                PIC 9 VALUE ZERO.
       01  WS-BEST-MIN-DAYS            PIC 9(4) VALUE ZERO.
       01  WS-BEST-TOTAL-DAYS          PIC 9(4) VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-MAIL-INT              PIC 9(9).
           05 WS-INCEPTION-INT         PIC 9(9).
           05 WS-DAYS-IN-FORCE         PIC 9(9).

       LINKAGE SECTION.
           COPY NOTCREQ.

       PROCEDURE DIVISION USING NOTICE-PERIOD-REQUEST.

       P100-MAIN.
           IF NOT RULES-LOADED
               PERFORM P200-LOAD-RULES THRU P200-EXIT
           END-IF
           PERFORM P300-FIND-PERIOD
           GOBACK.

       P200-LOAD-RULES.
           MOVE 'Y' TO WS-RULES-LOADED
           OPEN INPUT NOTICE-PERIOD-FILE
           IF NOT PERIOD-FILE-OK
               DISPLAY 'Warning: Statutory notice periods unavailable '
                       '- caller default periods used'
               GO TO P200-EXIT
           END-IF
           PERFORM P210-READ-RULE
           PERFORM UNTIL PERIOD-FILE-EOF
               IF WS-RULE-COUNT < WS-RULE-MAX
                   ADD 1 TO WS-RULE-COUNT
                   SET RUL-IDX TO WS-RULE-COUNT
                   MOVE NTP-STATE TO WS-RUL-STATE (RUL-IDX)
                   MOVE NTP-REASON TO WS-RUL-REASON (RUL-IDX)
                   MOVE NTP-POLICY-TYPE TO WS-RUL-POLICY-TYPE (RUL-IDX)
                   MOVE NTP-MIN-DAYS-IN-FORCE
                        TO WS-RUL-MIN-DAYS (RUL-IDX)
                   MOVE NTP-NOTICE-DAYS TO WS-RUL-NOTICE-DAYS (RUL-IDX)
                   IF NTP-MAIL-DAYS NUMERIC
                       MOVE NTP-MAIL-DAYS TO WS-RUL-MAIL-DAYS (RUL-IDX)
                   ELSE
                       MOVE ZERO TO WS-RUL-MAIL-DAYS (RUL-IDX)
                   END-IF
               ELSE
                   DISPLAY 'Warning: Notice period table full - rule '
                           NTP-STATE '/' NTP-REASON ' ignored'
               END-IF
               PERFORM P210-READ-RULE
           END-PERFORM
           CLOSE NOTICE-PERIOD-FILE.

       P200-EXIT.
           EXIT.

       P210-READ-RULE.
           READ NOTICE-PERIOD-FILE
           END-READ.

       P300-FIND-PERIOD.
      *    Days in force are counted to the mail date.  A policy with
      *    no usable inception date is taken as long in force, so the
      *    state's fullest period applies.
           COMPUTE WS-MAIL-INT = FUNCTION INTEGER-OF-DATE
                                   (NTR-MAIL-DATE)
           IF NTR-INCEPTION-DATE NUMERIC AND
              NTR-INCEPTION-DATE > ZERO AND
              NTR-INCEPTION-DATE NOT > NTR-MAIL-DATE
               COMPUTE WS-INCEPTION-INT = FUNCTION INTEGER-OF-DATE
                                            (NTR-INCEPTION-DATE)
               COMPUTE WS-DAYS-IN-FORCE =
                   WS-MAIL-INT - WS-INCEPTION-INT
           ELSE
               MOVE 9999 TO WS-DAYS-IN-FORCE
           END-IF

           MOVE ZERO TO WS-BEST-RANK
           MOVE ZERO TO WS-BEST-MIN-DAYS
           MOVE NTR-DEFAULT-DAYS TO WS-BEST-TOTAL-DAYS
           MOVE NTR-DEFAULT-DAYS TO NTR-NOTICE-DAYS
           PERFORM P310-RANK-RULE THRU P310-EXIT
                   VARYING RUL-IDX FROM 1 BY 1
                   UNTIL RUL-IDX > WS-RULE-COUNT
           IF WS-BEST-RANK = ZERO
               MOVE 4 TO NTR-RETURN-CODE
           ELSE
               MOVE ZERO TO NTR-RETURN-CODE
           END-IF
           COMPUTE NTR-EARLIEST-DATE = FUNCTION DATE-OF-INTEGER
                                  (WS-MAIL-INT + WS-BEST-TOTAL-DAYS).

       P310-RANK-RULE.
           IF WS-RUL-REASON (RUL-IDX) NOT = NTR-REASON OR
              WS-RUL-MIN-DAYS (RUL-IDX) > WS-DAYS-IN-FORCE
               GO TO P310-EXIT
           END-IF
           MOVE ZERO TO WS-RULE-RANK
           EVALUATE TRUE
               WHEN WS-RUL-STATE (RUL-IDX) = NTR-STATE AND
                    WS-RUL-POLICY-TYPE (RUL-IDX) = NTR-POLICY-TYPE
                   MOVE 4 TO WS-RULE-RANK
               WHEN WS-RUL-STATE (RUL-IDX) = NTR-STATE AND
                    WS-RUL-POLICY-TYPE (RUL-IDX) = '*'
                   MOVE 3 TO WS-RULE-RANK
               WHEN WS-RUL-STATE (RUL-IDX) = '**' AND
                    WS-RUL-POLICY-TYPE (RUL-IDX) = NTR-POLICY-TYPE
                   MOVE 2 TO WS-RULE-RANK
               WHEN WS-RUL-STATE (RUL-IDX) = '**' AND
                    WS-RUL-POLICY-TYPE (RUL-IDX) = '*'
                   MOVE 1 TO WS-RULE-RANK
           END-EVALUATE
           IF WS-RULE-RANK = ZERO
               GO TO P310-EXIT
           END-IF
           IF WS-RULE-RANK > WS-BEST-RANK OR
              (WS-RULE-RANK = WS-BEST-RANK AND
               WS-RUL-MIN-DAYS (RUL-IDX) >= WS-BEST-MIN-DAYS)
               MOVE WS-RULE-RANK TO WS-BEST-RANK
               MOVE WS-RUL-MIN-DAYS (RUL-IDX) TO WS-BEST-MIN-DAYS
               MOVE WS-RUL-NOTICE-DAYS (RUL-IDX) TO NTR-NOTICE-DAYS
               COMPUTE WS-BEST-TOTAL-DAYS =
                   WS-RUL-NOTICE-DAYS (RUL-IDX) +
                   WS-RUL-MAIL-DAYS (RUL-IDX)
           END-IF.

       P310-EXIT.
           EXIT.
