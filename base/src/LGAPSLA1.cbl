       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPSLA1.
      *================================================================*
      * PROGRAM: LGAPSLA1 - DILIGENT-SEARCH AFFIDAVIT CHECK           *
      * PURPOSE: CALLED WHEREVER A NON-ADMITTED (SURPLUS LINES)       *
      *          POLICY IS BOUND (THE LGAPDB01 RATING RUN, QUOTE      *
      *          BINDS IN LGAPQAC1).  GIVEN THE CUSTOMER, THE STATE   *
      *          AND THE EFFECTIVE DATE, FINDS THE LATEST AFFIDAVIT   *
      *          ON THE REGISTER (SLAFFID.DAT) SIGNED ON OR BEFORE    *
      *          THE EFFECTIVE DATE AND CHECKS IT AGAINST THE FILING  *
      *          RULES: SIGNED NO MORE THAN SL_AFFIDAVIT_DAYS BEFORE  *
      *          THE EFFECTIVE DATE (DEFAULT 90) AND SHOWING AT LEAST *
      *          SL_MIN_DECLINATIONS ADMITTED DECLINATIONS (DEFAULT   *
      *          3).                                                  *
      *          RETURN CODES: 00 VALID, 04 NONE ON FILE, 08 STALE,   *
      *          12 TOO FEW DECLINATIONS.                             *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFFIDAVIT-FILE ASSIGN TO 'SLAFFID.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SLA-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  AFFIDAVIT-FILE.
           COPY SLAFFID.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       WORKING-STORAGE SECTION.

       01  WS-SLA-STAT                 PIC X(2).
           88 AFFIDAVIT-FILE-OK        VALUE '00'.
           88 AFFIDAVIT-FILE-EOF       VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * THE REGISTER IS LOADED ON THE FIRST CALL OF THE RUN AND KEPT   *
      * FOR ITS LIFE, AS LGAPCMP1 KEEPS ITS COMPANY RULES.             *
      *----------------------------------------------------------------*
       01  WS-REGISTER-LOADED          PIC X VALUE 'N'.
           88 REGISTER-LOADED          VALUE 'Y'.

       01  WS-MAX-AFFIDAVIT-DAYS       PIC 9(3) VALUE 90.
       01  WS-MIN-DECLINATIONS         PIC 9(2) VALUE 3.

       01  WS-AFF-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-AFF-MAX                  PIC 9(4) VALUE 3000.
       01  WS-AFF-TABLE.
           05 WS-AFF-ENTRY             OCCURS 3000 TIMES
                                       INDEXED BY AFF-IDX.
              10 WS-AFF-CUSTOMER-NUM   PIC X(10).
              10 WS-AFF-STATE          PIC X(2).
              10 WS-AFF-NUM            PIC X(12).
              10 WS-AFF-SIGNED-DATE    PIC 9(8).
              10 WS-AFF-DECLINE-CNT    PIC 9(2).

       01  WS-BEST-IDX                 PIC 9(4) VALUE ZERO.
       01  WS-BEST-SIGNED-DATE         PIC 9(8) VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-EFFECTIVE-INT         PIC 9(9).
           05 WS-SIGNED-INT            PIC 9(9).

       LINKAGE SECTION.
           COPY SLAFREQ.

       PROCEDURE DIVISION USING SL-AFFIDAVIT-REQUEST.

       P100-MAIN.
           IF NOT REGISTER-LOADED
               PERFORM P200-LOAD-REGISTER THRU P200-EXIT
           END-IF
           PERFORM P300-CHECK-AFFIDAVIT THRU P300-EXIT
           GOBACK.

       P200-LOAD-REGISTER.
           MOVE 'Y' TO WS-REGISTER-LOADED
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'SL_AFFIDAVIT_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-MAX-AFFIDAVIT-DAYS
               END-IF
               MOVE 'SL_MIN_DECLINATIONS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-MIN-DECLINATIONS
               END-IF
               CLOSE CONFIG-FILE
           END-IF

           OPEN INPUT AFFIDAVIT-FILE
           IF NOT AFFIDAVIT-FILE-OK
               DISPLAY 'Warning: Diligent-search affidavit register '
                       'unavailable - no surplus lines policy can bind'
               GO TO P200-EXIT
           END-IF
           PERFORM P210-READ-AFFIDAVIT
           PERFORM UNTIL AFFIDAVIT-FILE-EOF
               IF WS-AFF-COUNT < WS-AFF-MAX
                   ADD 1 TO WS-AFF-COUNT
                   SET AFF-IDX TO WS-AFF-COUNT
                   MOVE SLA-CUSTOMER-NUM
                        TO WS-AFF-CUSTOMER-NUM (AFF-IDX)
                   MOVE SLA-STATE TO WS-AFF-STATE (AFF-IDX)
                   MOVE SLA-AFFIDAVIT-NUM TO WS-AFF-NUM (AFF-IDX)
                   MOVE SLA-SIGNED-DATE TO WS-AFF-SIGNED-DATE (AFF-IDX)
                   IF SLA-DECLINATION-CNT NUMERIC
                       MOVE SLA-DECLINATION-CNT
                            TO WS-AFF-DECLINE-CNT (AFF-IDX)
                   ELSE
                       MOVE ZERO TO WS-AFF-DECLINE-CNT (AFF-IDX)
                   END-IF
               ELSE
                   DISPLAY 'Warning: Affidavit table full - affidavit '
                           SLA-AFFIDAVIT-NUM ' ignored'
               END-IF
               PERFORM P210-READ-AFFIDAVIT
           END-PERFORM
           CLOSE AFFIDAVIT-FILE.

       P200-EXIT.
           EXIT.

       P210-READ-AFFIDAVIT.
           READ AFFIDAVIT-FILE
           END-READ.

       P300-CHECK-AFFIDAVIT.
           MOVE WS-MIN-DECLINATIONS TO SAR-MIN-DECLINATIONS
           MOVE SPACES TO SAR-AFFIDAVIT-NUM
           MOVE ZERO TO SAR-SIGNED-DATE
           MOVE ZERO TO SAR-DECLINATION-CNT
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-SIGNED-DATE
           PERFORM P310-CHECK-ENTRY
                   VARYING AFF-IDX FROM 1 BY 1
                   UNTIL AFF-IDX > WS-AFF-COUNT
           IF WS-BEST-IDX = ZERO
               MOVE 4 TO SAR-RETURN-CODE
               GO TO P300-EXIT
           END-IF

           SET AFF-IDX TO WS-BEST-IDX
           MOVE WS-AFF-NUM (AFF-IDX) TO SAR-AFFIDAVIT-NUM
           MOVE WS-AFF-SIGNED-DATE (AFF-IDX) TO SAR-SIGNED-DATE
           MOVE WS-AFF-DECLINE-CNT (AFF-IDX) TO SAR-DECLINATION-CNT

           COMPUTE WS-EFFECTIVE-INT = FUNCTION INTEGER-OF-DATE
                                       (SAR-EFFECTIVE-DATE)
           COMPUTE WS-SIGNED-INT = FUNCTION INTEGER-OF-DATE
                                    (SAR-SIGNED-DATE)
           EVALUATE TRUE
               WHEN WS-EFFECTIVE-INT - WS-SIGNED-INT >
                    WS-MAX-AFFIDAVIT-DAYS
                   MOVE 8 TO SAR-RETURN-CODE
               WHEN SAR-DECLINATION-CNT < WS-MIN-DECLINATIONS
                   MOVE 12 TO SAR-RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO SAR-RETURN-CODE
           END-EVALUATE.

       P300-EXIT.
           EXIT.

      *    The latest affidavit signed on or before the effective date
      *    is the one of record; a later one cannot support the bind.
       P310-CHECK-ENTRY.
           IF WS-AFF-CUSTOMER-NUM (AFF-IDX) = SAR-CUSTOMER-NUM AND
              WS-AFF-STATE (AFF-IDX) = SAR-STATE AND
              WS-AFF-SIGNED-DATE (AFF-IDX) NUMERIC AND
              WS-AFF-SIGNED-DATE (AFF-IDX) > ZERO AND
              WS-AFF-SIGNED-DATE (AFF-IDX) NOT > SAR-EFFECTIVE-DATE AND
              WS-AFF-SIGNED-DATE (AFF-IDX) >= WS-BEST-SIGNED-DATE
               SET WS-BEST-IDX TO AFF-IDX
               MOVE WS-AFF-SIGNED-DATE (AFF-IDX)
                    TO WS-BEST-SIGNED-DATE
           END-IF.
