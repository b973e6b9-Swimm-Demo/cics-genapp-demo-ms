       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCMP1.
      *================================================================*
      * PROGRAM: LGAPCMP1 - WRITING-COMPANY ASSIGNMENT                *
      * PURPOSE: CALLED WHEREVER A POLICY IS ISSUED (THE LGAPDB01     *
      *          RATING RUN, QUOTE BINDS, ASSUMED-BOOK LOADS).  GIVEN *
      *          THE POLICY'S STATE AND POLICY TYPE, RETURNS THE      *
      *          UNDERWRITING COMPANY IT IS WRITTEN ON FROM THE       *
      *          ASSIGNMENT RULES (COMPRULE.DAT).  AN EXACT STATE AND *
      *          TYPE RULE BEATS A STATE RULE FOR ANY TYPE, WHICH     *
      *          BEATS A TYPE RULE FOR ANY STATE, WHICH BEATS THE     *
      *          CATCH-ALL.  NO MATCHING RULE MEANS THE HOME COMPANY  *
      *          (CONFIG CMP_HOME_COMPANY) -- THE SINGLE WRITING      *
      *          COMPANY THE BOOK WAS BUILT ON.                       *
      *          RETURN CODES: 00 RULE MATCHED, 04 HOME COMPANY USED. *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-RULE-FILE ASSIGN TO 'COMPRULE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CRL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  COMPANY-RULE-FILE.
           COPY COMPRULE.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       WORKING-STORAGE SECTION.

       01  WS-CRL-STAT                 PIC X(2).
           88 RULE-FILE-OK             VALUE '00'.
           88 RULE-FILE-EOF            VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * THE RULES ARE LOADED ON THE FIRST CALL OF THE RUN AND KEPT     *
      * FOR ITS LIFE, AS LGAPDB02 KEEPS ITS GEOGRAPHY TABLES.          *
      *----------------------------------------------------------------*
       01  WS-RULES-LOADED             PIC X VALUE 'N'.
           88 RULES-LOADED             VALUE 'Y'.

       01  WS-HOME-COMPANY             PIC X(5) VALUE '00001'.

       01  WS-RULE-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-RULE-MAX                 PIC 9(4) VALUE 500.
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY            OCCURS 500 TIMES
                                       INDEXED BY RUL-IDX.
              10 WS-RUL-STATE          PIC X(2).
              10 WS-RUL-POLICY-TYPE    PIC X(1).
              10 WS-RUL-COMPANY-CODE   PIC X(5).

      *    Best match so far: 4 exact, 3 state, 2 type, 1 catch-all.
       01  WS-BEST-RANK                PIC 9 VALUE ZERO.
       01  WS-RULE-RANK                PIC 9 VALUE ZERO.
       01  WS-BEST-COMPANY             PIC X(5).

       LINKAGE SECTION.
           COPY COMPASGN.

       PROCEDURE DIVISION USING COMPANY-ASSIGN-REQUEST.

       P100-MAIN.
           IF NOT RULES-LOADED
               PERFORM P200-LOAD-RULES THRU P200-EXIT
           END-IF
           PERFORM P300-ASSIGN-COMPANY
           GOBACK.

       P200-LOAD-RULES.
           MOVE 'Y' TO WS-RULES-LOADED
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CMP_HOME_COMPANY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND CONFIG-VALUE NOT = SPACES
                   MOVE CONFIG-VALUE (1:5) TO WS-HOME-COMPANY
               END-IF
               CLOSE CONFIG-FILE
           END-IF

           OPEN INPUT COMPANY-RULE-FILE
           IF NOT RULE-FILE-OK
               DISPLAY 'Warning: Company assignment rules unavailable '
                       '- all business to home company '
                       WS-HOME-COMPANY
               GO TO P200-EXIT
           END-IF
           PERFORM P210-READ-RULE
           PERFORM UNTIL RULE-FILE-EOF
               IF WS-RULE-COUNT < WS-RULE-MAX
                   ADD 1 TO WS-RULE-COUNT
                   SET RUL-IDX TO WS-RULE-COUNT
                   MOVE CRL-STATE TO WS-RUL-STATE (RUL-IDX)
                   MOVE CRL-POLICY-TYPE TO WS-RUL-POLICY-TYPE (RUL-IDX)
                   MOVE CRL-COMPANY-CODE
                        TO WS-RUL-COMPANY-CODE (RUL-IDX)
               ELSE
                   DISPLAY 'Warning: Company rule table full - rule '
                           CRL-STATE '/' CRL-POLICY-TYPE ' ignored'
               END-IF
               PERFORM P210-READ-RULE
           END-PERFORM
           CLOSE COMPANY-RULE-FILE.

       P200-EXIT.
           EXIT.

       P210-READ-RULE.
           READ COMPANY-RULE-FILE
           END-READ.

       P300-ASSIGN-COMPANY.
           MOVE ZERO TO WS-BEST-RANK
           MOVE WS-HOME-COMPANY TO WS-BEST-COMPANY
           PERFORM P310-RANK-RULE
                   VARYING RUL-IDX FROM 1 BY 1
                   UNTIL RUL-IDX > WS-RULE-COUNT
                      OR WS-BEST-RANK = 4
           MOVE WS-BEST-COMPANY TO CAR-COMPANY-CODE
           IF WS-BEST-RANK = ZERO
               MOVE 4 TO CAR-RETURN-CODE
           ELSE
               MOVE ZERO TO CAR-RETURN-CODE
           END-IF.

       P310-RANK-RULE.
           MOVE ZERO TO WS-RULE-RANK
           EVALUATE TRUE
               WHEN WS-RUL-STATE (RUL-IDX) = CAR-STATE AND
                    WS-RUL-POLICY-TYPE (RUL-IDX) = CAR-POLICY-TYPE
                   MOVE 4 TO WS-RULE-RANK
               WHEN WS-RUL-STATE (RUL-IDX) = CAR-STATE AND
                    WS-RUL-POLICY-TYPE (RUL-IDX) = '*'
                   MOVE 3 TO WS-RULE-RANK
               WHEN WS-RUL-STATE (RUL-IDX) = '**' AND
                    WS-RUL-POLICY-TYPE (RUL-IDX) = CAR-POLICY-TYPE
                   MOVE 2 TO WS-RULE-RANK
               WHEN WS-RUL-STATE (RUL-IDX) = '**' AND
                    WS-RUL-POLICY-TYPE (RUL-IDX) = '*'
                   MOVE 1 TO WS-RULE-RANK
           END-EVALUATE
           IF WS-RULE-RANK > WS-BEST-RANK
               MOVE WS-RULE-RANK TO WS-BEST-RANK
               MOVE WS-RUL-COMPANY-CODE (RUL-IDX) TO WS-BEST-COMPANY
           END-IF.
