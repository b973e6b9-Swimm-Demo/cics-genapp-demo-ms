       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPGEN1.
      *================================================================*
      * PROGRAM: LGAPGEN1 - MASTER FILE GENERATION KEEPER             *
      * PURPOSE: CALLED BY EVERY JOB THAT UPDATES A MASTER FILE IN    *
      *          PLACE, ONCE PER MASTER, JUST BEFORE THE UPDATE.      *
      *          COPIES THE MASTER TO ITS NEXT NUMBERED GENERATION    *
      *          (POLMAST.G00012 AND SO ON), CATALOGUES THE COPY IN   *
      *          GENCAT.DAT UNDER THE CALLING JOB AND THE DATE AND    *
      *          TIME ITS RUN STARTED, AND DELETES THE OLDEST         *
      *          GENERATIONS OF THAT MASTER BEYOND THE CONFIGURED     *
      *          COUNT (CONFIG KEY GEN_KEEP_COUNT, DEFAULT 5).        *
      *          LGAPRBK1 RESTORES FROM THE CATALOG.  A GENERATION    *
      *          THAT CANNOT BE TAKEN IS A WARNING (RC 4) -- THE      *
      *          CALLER'S UPDATE STILL RUNS.                          *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO 'GENCAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-LINE                PIC X(122).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       WORKING-STORAGE SECTION.

       01  WS-CAT-STAT                 PIC X(2).
           88 CATALOG-OK               VALUE '00'.
           88 CATALOG-EOF              VALUE '10'.
           88 CATALOG-MISSING          VALUE '35'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * ONE-TIME RUN STATE -- SET ON THE FIRST CALL AND KEPT FOR THE   *
      * LIFE OF THE CALLER'S RUN, SO EVERY MASTER THE RUN SAVES IS     *
      * TAGGED WITH THE SAME RUN DATE AND TIME.                        *
      *----------------------------------------------------------------*
       01  WS-RUN-STATE.
           05 WS-FIRST-CALL-IND        PIC X VALUE 'Y'.
              88 FIRST-CALL            VALUE 'Y'.
           05 WS-RUN-START-DATE        PIC 9(8).
           05 WS-RUN-START-TIME        PIC 9(8).
           05 WS-KEEP-COUNT            PIC 9(2) VALUE 5.

      *    The whole catalog, loaded, changed and written back on
      *    each save.
       01  WS-CAT-MAX                  PIC 9(4) VALUE 2000.
       01  WS-CATALOG-TABLE.
           05 WS-CAT-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-CAT-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY CAT-IDX.
              10 WS-CAT-RECORD         PIC X(122).
              10 WS-CAT-DROP-IND       PIC X(1).
                 88 WS-CAT-DROPPED     VALUE 'Y'.

       01  WS-SAVE-WORK.
           05 WS-LAST-CATALOG-SEQ      PIC 9(9).
           05 WS-LAST-GENERATION       PIC 9(5).
           05 WS-MASTER-GEN-CNT        PIC 9(4).
           05 WS-OLDEST-IDX            PIC 9(4).
           05 WS-OLDEST-GENERATION     PIC 9(5).
           05 WS-ALREADY-SAVED-IND     PIC X(1).
              88 ALREADY-SAVED         VALUE 'Y'.

       01  WS-COPY-NAME-WORK.
           05 WS-MASTER-BASE           PIC X(30).
           05 WS-COPY-NAME             PIC X(30).

       01  WS-FILE-NAMES.
           05 WS-SOURCE-NAME           PIC X(30).
           05 WS-TARGET-NAME           PIC X(30).
           05 WS-DELETE-NAME           PIC X(30).
       01  WS-FILE-DETAILS             PIC X(16).
       01  WS-FILE-RESULT              PIC S9(9) COMP.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-TIME          PIC 9(8).

           COPY GENCAT.

       LINKAGE SECTION.
           COPY GENREQ.

       PROCEDURE DIVISION USING GENERATION-REQUEST.

       P100-MAIN.
      *    Whatever this run returns goes back to the caller as its
      *    RETURN-CODE -- hand back the one it came in with.
           MOVE GNR-CALLER-RC TO RETURN-CODE
           MOVE ZERO TO GNR-RETURN-CODE
           MOVE ZERO TO GNR-GENERATION
           IF NOT GNR-SAVE
               MOVE 8 TO GNR-RETURN-CODE
               GOBACK
           END-IF
           IF FIRST-CALL
               PERFORM P200-FIRST-CALL-SETUP
           END-IF
           PERFORM P300-SAVE-GENERATION THRU P300-EXIT
           IF GNR-NOT-SAVED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       P200-FIRST-CALL-SETUP.
           MOVE 'N' TO WS-FIRST-CALL-IND
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'GEN_KEEP_COUNT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-KEEP-COUNT
               END-IF
               CLOSE CONFIG-FILE
           END-IF
      *    At least the one generation just taken is always kept.
           IF WS-KEEP-COUNT = ZERO
               MOVE 1 TO WS-KEEP-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * LOAD THE CATALOG, COPY THE MASTER TO ITS NEXT GENERATION, ADD  *
      * IT, ROLL OFF THE OLDEST BEYOND THE KEEP COUNT, WRITE THE       *
      * CATALOG BACK.                                                  *
      *----------------------------------------------------------------*
       P300-SAVE-GENERATION.
           PERFORM P310-LOAD-CATALOG THRU P310-EXIT
           IF GNR-NOT-SAVED
               GO TO P300-EXIT
           END-IF

           MOVE ZERO TO WS-LAST-CATALOG-SEQ
           MOVE ZERO TO WS-LAST-GENERATION
           MOVE 'N' TO WS-ALREADY-SAVED-IND
           PERFORM P320-SCAN-CATALOG-ENTRY
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CAT-COUNT
           IF ALREADY-SAVED
               GO TO P300-EXIT
           END-IF

           MOVE GNR-MASTER-NAME TO WS-SOURCE-NAME
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-SOURCE-NAME
                                             WS-FILE-DETAILS
                RETURNING WS-FILE-RESULT
           IF WS-FILE-RESULT NOT = ZERO
      *        Nothing to keep yet -- the job is creating the master.
               MOVE 4 TO GNR-RETURN-CODE
               GO TO P300-EXIT
           END-IF

           IF WS-CAT-COUNT NOT < WS-CAT-MAX
               DISPLAY 'Warning: generation catalog full at '
                       WS-CAT-MAX ' - ' GNR-MASTER-NAME ' not kept'
               MOVE 8 TO GNR-RETURN-CODE
               GO TO P300-EXIT
           END-IF

           ADD 1 TO WS-LAST-GENERATION
           MOVE SPACES TO WS-MASTER-BASE
           UNSTRING GNR-MASTER-NAME DELIMITED BY '.'
                    INTO WS-MASTER-BASE
           MOVE SPACES TO WS-COPY-NAME
           STRING WS-MASTER-BASE DELIMITED BY SPACE
                  '.G' WS-LAST-GENERATION DELIMITED BY SIZE
                  INTO WS-COPY-NAME
           MOVE WS-COPY-NAME TO WS-TARGET-NAME
           CALL 'CBL_COPY_FILE' USING WS-SOURCE-NAME
                                      WS-TARGET-NAME
                RETURNING WS-FILE-RESULT
           IF WS-FILE-RESULT NOT = ZERO
               DISPLAY 'Warning: cannot copy ' GNR-MASTER-NAME
                       ' to generation ' WS-COPY-NAME
                       ' - master updated without a generation'
               MOVE 8 TO GNR-RETURN-CODE
               GO TO P300-EXIT
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO GENERATION-CATALOG-RECORD
           ADD 1 TO WS-LAST-CATALOG-SEQ
           MOVE WS-LAST-CATALOG-SEQ TO GNC-CATALOG-SEQ
           MOVE GNR-MASTER-NAME TO GNC-MASTER-NAME
           MOVE WS-LAST-GENERATION TO GNC-GENERATION
           MOVE WS-COPY-NAME TO GNC-COPY-NAME
           MOVE GNR-JOB-NAME TO GNC-JOB-NAME
           MOVE WS-RUN-START-DATE TO GNC-RUN-DATE
           MOVE WS-RUN-START-TIME TO GNC-RUN-TIME
           MOVE WS-CURRENT-DATE TO GNC-SAVED-DATE
           MOVE WS-CURRENT-TIME TO GNC-SAVED-TIME
           ADD 1 TO WS-CAT-COUNT
           SET CAT-IDX TO WS-CAT-COUNT
           MOVE GENERATION-CATALOG-RECORD TO WS-CAT-RECORD (CAT-IDX)
           MOVE 'N' TO WS-CAT-DROP-IND (CAT-IDX)
           MOVE WS-LAST-GENERATION TO GNR-GENERATION

           PERFORM P340-ROLL-OFF-GENERATIONS THRU P340-EXIT
           PERFORM P360-WRITE-CATALOG THRU P360-EXIT.

       P300-EXIT.
           EXIT.

       P310-LOAD-CATALOG.
           MOVE ZERO TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE
      *    No catalog yet -- the first generation starts one.
           IF CATALOG-MISSING
               GO TO P310-EXIT
           END-IF
           IF NOT CATALOG-OK
               DISPLAY 'Warning: cannot read generation catalog: '
                       WS-CAT-STAT ' - ' GNR-MASTER-NAME ' not kept'
               MOVE 8 TO GNR-RETURN-CODE
               GO TO P310-EXIT
           END-IF
           PERFORM P315-READ-CATALOG
           PERFORM UNTIL CATALOG-EOF
               IF WS-CAT-COUNT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-COUNT
                   SET CAT-IDX TO WS-CAT-COUNT
                   MOVE CATALOG-LINE TO WS-CAT-RECORD (CAT-IDX)
                   MOVE 'N' TO WS-CAT-DROP-IND (CAT-IDX)
               ELSE
                   DISPLAY 'Warning: generation catalog over '
                           WS-CAT-MAX ' entries - not updated'
                   MOVE 8 TO GNR-RETURN-CODE
                   CLOSE CATALOG-FILE
                   GO TO P310-EXIT
               END-IF
               PERFORM P315-READ-CATALOG
           END-PERFORM
           CLOSE CATALOG-FILE.

       P310-EXIT.
           EXIT.

       P315-READ-CATALOG.
           READ CATALOG-FILE
           END-READ.

       P320-SCAN-CATALOG-ENTRY.
           MOVE WS-CAT-RECORD (CAT-IDX) TO GENERATION-CATALOG-RECORD
           IF GNC-CATALOG-SEQ > WS-LAST-CATALOG-SEQ
               MOVE GNC-CATALOG-SEQ TO WS-LAST-CATALOG-SEQ
           END-IF
           IF GNC-MASTER-NAME = GNR-MASTER-NAME
               IF GNC-GENERATION > WS-LAST-GENERATION
                   MOVE GNC-GENERATION TO WS-LAST-GENERATION
               END-IF
      *        The first copy this run took is the master as it
      *        stood before the run -- a later save keeps it.
               IF GNC-JOB-NAME = GNR-JOB-NAME AND
                  GNC-RUN-DATE = WS-RUN-START-DATE AND
                  GNC-RUN-TIME = WS-RUN-START-TIME
                   MOVE 'Y' TO WS-ALREADY-SAVED-IND
                   MOVE GNC-GENERATION TO GNR-GENERATION
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * KEEP THE NEWEST GEN_KEEP_COUNT GENERATIONS OF THE MASTER --    *
      * EACH ONE BEYOND THAT, OLDEST FIRST, HAS ITS COPY DELETED AND   *
      * DROPS OUT OF THE CATALOG.                                      *
      *----------------------------------------------------------------*
       P340-ROLL-OFF-GENERATIONS.
           MOVE ZERO TO WS-MASTER-GEN-CNT
           PERFORM P345-COUNT-MASTER-GENERATION
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CAT-COUNT
           PERFORM P342-DROP-OLDEST-GENERATION THRU P342-EXIT
                   UNTIL WS-MASTER-GEN-CNT NOT > WS-KEEP-COUNT.

       P340-EXIT.
           EXIT.

       P342-DROP-OLDEST-GENERATION.
           MOVE ZERO TO WS-OLDEST-IDX
           MOVE 99999 TO WS-OLDEST-GENERATION
           PERFORM P350-FIND-OLDEST-GENERATION
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CAT-COUNT
           IF WS-OLDEST-IDX = ZERO
               MOVE ZERO TO WS-MASTER-GEN-CNT
               GO TO P342-EXIT
           END-IF
           SET CAT-IDX TO WS-OLDEST-IDX
           MOVE WS-CAT-RECORD (CAT-IDX) TO GENERATION-CATALOG-RECORD
           MOVE GNC-COPY-NAME TO WS-DELETE-NAME
           CALL 'CBL_DELETE_FILE' USING WS-DELETE-NAME
                RETURNING WS-FILE-RESULT
           MOVE 'Y' TO WS-CAT-DROP-IND (CAT-IDX)
           SUBTRACT 1 FROM WS-MASTER-GEN-CNT.

       P342-EXIT.
           EXIT.

       P345-COUNT-MASTER-GENERATION.
           MOVE WS-CAT-RECORD (CAT-IDX) TO GENERATION-CATALOG-RECORD
           IF GNC-MASTER-NAME = GNR-MASTER-NAME AND
              NOT WS-CAT-DROPPED (CAT-IDX)
               ADD 1 TO WS-MASTER-GEN-CNT
           END-IF.

       P350-FIND-OLDEST-GENERATION.
           MOVE WS-CAT-RECORD (CAT-IDX) TO GENERATION-CATALOG-RECORD
           IF GNC-MASTER-NAME = GNR-MASTER-NAME AND
              NOT WS-CAT-DROPPED (CAT-IDX) AND
              GNC-GENERATION < WS-OLDEST-GENERATION
               MOVE GNC-GENERATION TO WS-OLDEST-GENERATION
               SET WS-OLDEST-IDX TO CAT-IDX
           END-IF.

       P360-WRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'Warning: cannot rewrite generation catalog: '
                       WS-CAT-STAT ' - ' WS-COPY-NAME
                       ' not catalogued'
               MOVE 8 TO GNR-RETURN-CODE
               GO TO P360-EXIT
           END-IF
           PERFORM P365-WRITE-CATALOG-ENTRY
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CAT-COUNT
           CLOSE CATALOG-FILE.

       P360-EXIT.
           EXIT.

       P365-WRITE-CATALOG-ENTRY.
           IF NOT WS-CAT-DROPPED (CAT-IDX)
               MOVE WS-CAT-RECORD (CAT-IDX) TO CATALOG-LINE
               WRITE CATALOG-LINE
           END-IF.
