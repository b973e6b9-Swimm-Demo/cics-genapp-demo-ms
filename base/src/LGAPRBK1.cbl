       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPRBK1.
      *================================================================*
      * PROGRAM: LGAPRBK1 - COORDINATED MASTER FILE ROLLBACK          *
      * PURPOSE: PUTS EVERY CATALOGUED MASTER BACK AS IT STOOD JUST   *
      *          BEFORE A NAMED RUN (JOB, RUN DATE AND OPTIONALLY RUN *
      *          TIME FROM RBKREQ.DAT), FROM THE GENERATIONS LGAPGEN1 *
      *          KEEPS IN GENCAT.DAT.  FOR EACH MASTER THE FIRST      *
      *          GENERATION TAKEN AT OR AFTER THAT RUN IS ITS STATE   *
      *          BEFORE THE RUN; A MASTER WITH NO GENERATION SINCE    *
      *          HAS NOT BEEN UPDATED AND IS LEFT ALONE.  SO THE SET  *
      *          RESTORED IS CONSISTENT, NOTHING IS RESTORED UNLESS   *
      *          EVERY MASTER CAN BE: A GENERATION ROLLED OFF OR      *
      *          MISSING STOPS THE WHOLE ROLLBACK (RC 8).  MODE       *
      *          RESTORE ACTS; ANY OTHER MODE ONLY REPORTS WHAT WOULD *
      *          BE RESTORED.  BEFORE A MASTER IS OVERWRITTEN ITS     *
      *          CURRENT STATE IS ITSELF KEPT AS A GENERATION UNDER   *
      *          THIS JOB, SO A ROLLBACK CAN BE ROLLED BACK.          *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'RBKREQ.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REQ-STAT.

           SELECT CATALOG-FILE ASSIGN TO 'GENCAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STAT.

           SELECT REPORT-FILE ASSIGN TO 'RBKRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
      *    The run to roll back: the job, its run date, its run
      *    start time (blank or zero for the job's first run that
      *    day), and RESTORE to act or REPORT to preview.
       FD  REQUEST-FILE.
       01  ROLLBACK-REQUEST-RECORD.
           05 RBQ-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X.
           05 RBQ-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X.
           05 RBQ-RUN-TIME             PIC 9(8).
           05 FILLER                   PIC X.
           05 RBQ-MODE                 PIC X(7).
              88 RBQ-RESTORE           VALUE 'RESTORE'.

       FD  CATALOG-FILE.
       01  CATALOG-LINE                PIC X(122).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-REQ-STAT                 PIC X(2).
           88 REQUEST-OK               VALUE '00'.

       01  WS-CAT-STAT                 PIC X(2).
           88 CATALOG-OK               VALUE '00'.
           88 CATALOG-EOF              VALUE '10'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-COUNTERS.
           05 WS-RESTORED-CNT          PIC 9(4) VALUE ZERO.
           05 WS-UNCHANGED-CNT         PIC 9(4) VALUE ZERO.
           05 WS-BLOCKED-CNT           PIC 9(4) VALUE ZERO.
           05 WS-FAILED-CNT            PIC 9(4) VALUE ZERO.

       01  WS-CAT-MAX                  PIC 9(4) VALUE 2000.
       01  WS-CATALOG-TABLE.
           05 WS-CAT-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-CAT-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY CAT-IDX.
              10 WS-CAT-RECORD         PIC X(122).

      *----------------------------------------------------------------*
      * ONE ENTRY PER MASTER IN THE CATALOG: THE GENERATION CHOSEN TO  *
      * RESTORE (THE FIRST TAKEN AT OR AFTER THE NAMED RUN), WHETHER   *
      * THE CATALOG STILL HOLDS ANYTHING OLDER, AND THE OUTCOME.       *
      *----------------------------------------------------------------*
       01  WS-MST-MAX                  PIC 9(2) VALUE 50.
       01  WS-MASTER-TABLE.
           05 WS-MST-COUNT             PIC 9(2) VALUE ZERO.
           05 WS-MST-ENTRY             OCCURS 50 TIMES
                                       INDEXED BY MST-IDX.
              10 WS-MST-NAME           PIC X(30).
              10 WS-MST-CHOSEN-IDX     PIC 9(4).
              10 WS-MST-CHOSEN-SEQ     PIC 9(9).
              10 WS-MST-OLDER-IND      PIC X(1).
                 88 WS-MST-HAS-OLDER   VALUE 'Y'.
              10 WS-MST-STAGE-NAME     PIC X(30).
              10 WS-MST-ACTION         PIC X(30).

      *    The named run -- its start time and the catalog sequence
      *    of the first generation it took.
       01  WS-RUN-WORK.
           05 WS-RUN-TIME              PIC 9(8).
           05 WS-RUN-FOUND-IND         PIC X(1).
              88 RUN-FOUND             VALUE 'Y'.
           05 WS-CUTOFF-SEQ            PIC 9(9).
           05 WS-ROLLBACK-OK-IND       PIC X(1).
              88 ROLLBACK-OK           VALUE 'Y'.

       01  WS-MASTER-BASE              PIC X(30).
       01  WS-FILE-NAMES.
           05 WS-SOURCE-NAME           PIC X(30).
           05 WS-TARGET-NAME           PIC X(30).
           05 WS-DELETE-NAME           PIC X(30).
       01  WS-FILE-DETAILS             PIC X(16).
       01  WS-FILE-RESULT              PIC S9(9) COMP.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

           COPY GENCAT.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P350-LOAD-CATALOG THRU P350-EXIT
           PERFORM P400-FIND-NAMED-RUN THRU P400-EXIT
           IF RUN-FOUND
               PERFORM P500-CHOOSE-GENERATIONS
               PERFORM P600-VERIFY-GENERATIONS
               IF ROLLBACK-OK AND RBQ-RESTORE
                   PERFORM P700-RESTORE-MASTERS
               END-IF
               PERFORM P800-WRITE-MASTER-LINES
           END-IF
           PERFORM P850-WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-RUN-FOUND-IND
           MOVE 'Y' TO WS-ROLLBACK-OK-IND.

       P300-OPEN-FILES.
           OPEN INPUT REQUEST-FILE
           IF NOT REQUEST-OK
               DISPLAY 'ERROR: Cannot open rollback request: '
                       WS-REQ-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           READ REQUEST-FILE
           IF NOT REQUEST-OK OR RBQ-JOB-NAME = SPACES OR
              RBQ-RUN-DATE NOT NUMERIC
               DISPLAY 'ERROR: Rollback request needs a job and '
                       'run date'
               CLOSE REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           CLOSE REQUEST-FILE
           IF RBQ-RUN-TIME NOT NUMERIC
               MOVE ZERO TO RBQ-RUN-TIME
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open rollback report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE '       MASTER FILE ROLLBACK REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'ROLL BACK TO BEFORE JOB ' RBQ-JOB-NAME
                  ' RUN ' RBQ-RUN-DATE ' ' RBQ-RUN-TIME
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF RBQ-RESTORE
               MOVE 'MODE RESTORE' TO REPORT-LINE
           ELSE
               MOVE 'MODE REPORT - NOTHING IS RESTORED' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P350-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-OK
               DISPLAY 'ERROR: Cannot open generation catalog: '
                       WS-CAT-STAT
               MOVE 'NO GENERATION CATALOG - NOTHING TO RESTORE'
                    TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
               GO TO P350-EXIT
           END-IF
           PERFORM P355-READ-CATALOG
           PERFORM UNTIL CATALOG-EOF
               IF WS-CAT-COUNT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-COUNT
                   SET CAT-IDX TO WS-CAT-COUNT
                   MOVE CATALOG-LINE TO WS-CAT-RECORD (CAT-IDX)
               ELSE
                   DISPLAY 'Warning: generation catalog over '
                           WS-CAT-MAX ' entries - rest not read'
                   MOVE 'N' TO WS-ROLLBACK-OK-IND
                   MOVE 8 TO RETURN-CODE
                   MOVE '10' TO WS-CAT-STAT
               END-IF
               IF NOT CATALOG-EOF
                   PERFORM P355-READ-CATALOG
               END-IF
           END-PERFORM
           CLOSE CATALOG-FILE.

       P350-EXIT.
           EXIT.

       P355-READ-CATALOG.
           READ CATALOG-FILE
           END-READ.

      *----------------------------------------------------------------*
      * FIND THE NAMED RUN.  WITHOUT A RUN TIME THE JOB'S FIRST RUN    *
      * THAT DAY IS MEANT.  THE CUT-OFF IS THE CATALOG SEQUENCE OF THE *
      * FIRST GENERATION THE RUN TOOK.                                 *
      *----------------------------------------------------------------*
       P400-FIND-NAMED-RUN.
           MOVE RBQ-RUN-TIME TO WS-RUN-TIME
           IF WS-RUN-TIME = ZERO
               MOVE 99999999 TO WS-RUN-TIME
               PERFORM P410-EARLIEST-RUN-TIME
                       VARYING CAT-IDX FROM 1 BY 1
                       UNTIL CAT-IDX > WS-CAT-COUNT
           END-IF
           MOVE 999999999 TO WS-CUTOFF-SEQ
           PERFORM P420-FIRST-RUN-GENERATION
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CAT-COUNT
           IF NOT RUN-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING 'NO GENERATIONS CATALOGUED FOR JOB '
                      RBQ-JOB-NAME ' ON ' RBQ-RUN-DATE
                      ' - NOTHING TO RESTORE'
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
               GO TO P400-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'RUN STARTED ' RBQ-RUN-DATE ' ' WS-RUN-TIME
                  '  FIRST GENERATION CATALOG SEQUENCE ' WS-CUTOFF-SEQ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P400-EXIT.
           EXIT.

       P410-EARLIEST-RUN-TIME.
           MOVE WS-CAT-RECORD (CAT-IDX) TO GENERATION-CATALOG-RECORD
           IF GNC-JOB-NAME = RBQ-JOB-NAME AND
              GNC-RUN-DATE = RBQ-RUN-DATE AND
              GNC-RUN-TIME < WS-RUN-TIME
               MOVE GNC-RUN-TIME TO WS-RUN-TIME
           END-IF.

       P420-FIRST-RUN-GENERATION.
           MOVE WS-CAT-RECORD (CAT-IDX) TO GENERATION-CATALOG-RECORD
           IF GNC-JOB-NAME = RBQ-JOB-NAME AND
              GNC-RUN-DATE = RBQ-RUN-DATE AND
              GNC-RUN-TIME = WS-RUN-TIME
               MOVE 'Y' TO WS-RUN-FOUND-IND
               IF GNC-CATALOG-SEQ < WS-CUTOFF-SEQ
                   MOVE GNC-CATALOG-SEQ TO WS-CUTOFF-SEQ
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ONE PASS OVER THE CATALOG BUILDS THE MASTER LIST AND, FOR EACH *
      * MASTER, THE FIRST GENERATION AT OR AFTER THE CUT-OFF.          *
      *----------------------------------------------------------------*
       P500-CHOOSE-GENERATIONS.
           PERFORM P510-WEIGH-GENERATION THRU P510-EXIT
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > WS-CAT-COUNT.

       P510-WEIGH-GENERATION.
           MOVE WS-CAT-RECORD (CAT-IDX) TO GENERATION-CATALOG-RECORD
           SET MST-IDX TO 1
           SEARCH WS-MST-ENTRY
               AT END
                   PERFORM P520-ADD-MASTER THRU P520-EXIT
               WHEN MST-IDX > WS-MST-COUNT
                   PERFORM P520-ADD-MASTER THRU P520-EXIT
               WHEN WS-MST-NAME (MST-IDX) = GNC-MASTER-NAME
                   CONTINUE
           END-SEARCH
           IF MST-IDX > WS-MST-COUNT
               GO TO P510-EXIT
           END-IF
           IF GNC-CATALOG-SEQ < WS-CUTOFF-SEQ
               MOVE 'Y' TO WS-MST-OLDER-IND (MST-IDX)
               GO TO P510-EXIT
           END-IF
           IF GNC-CATALOG-SEQ < WS-MST-CHOSEN-SEQ (MST-IDX)
               SET WS-MST-CHOSEN-IDX (MST-IDX) TO CAT-IDX
               MOVE GNC-CATALOG-SEQ TO WS-MST-CHOSEN-SEQ (MST-IDX)
           END-IF.

       P510-EXIT.
           EXIT.

       P520-ADD-MASTER.
           IF WS-MST-COUNT NOT < WS-MST-MAX
               DISPLAY 'Warning: more than ' WS-MST-MAX
                       ' masters catalogued - ' GNC-MASTER-NAME
                       ' not considered'
               MOVE 'N' TO WS-ROLLBACK-OK-IND
               MOVE 8 TO RETURN-CODE
               GO TO P520-EXIT
           END-IF
           ADD 1 TO WS-MST-COUNT
           SET MST-IDX TO WS-MST-COUNT
           MOVE GNC-MASTER-NAME TO WS-MST-NAME (MST-IDX)
           MOVE ZERO TO WS-MST-CHOSEN-IDX (MST-IDX)
           MOVE 999999999 TO WS-MST-CHOSEN-SEQ (MST-IDX)
           MOVE 'N' TO WS-MST-OLDER-IND (MST-IDX)
           MOVE SPACES TO WS-MST-STAGE-NAME (MST-IDX)
           MOVE SPACES TO WS-MST-ACTION (MST-IDX).

       P520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A CHOSEN GENERATION IS ONLY TRUSTED AS THE PRE-RUN STATE IF    *
      * THE NAMED RUN TOOK IT OR THE CATALOG STILL HOLDS AN OLDER ONE  *
      * -- OTHERWISE THE RUN'S OWN GENERATION MAY HAVE ROLLED OFF.     *
      * EVERY CHOSEN COPY MUST STILL BE ON DISK.                       *
      *----------------------------------------------------------------*
       P600-VERIFY-GENERATIONS.
           PERFORM P610-VERIFY-MASTER
                   VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MST-COUNT.

       P610-VERIFY-MASTER.
           IF WS-MST-CHOSEN-IDX (MST-IDX) = ZERO
               MOVE 'UNCHANGED SINCE THE RUN' TO WS-MST-ACTION (MST-IDX)
               ADD 1 TO WS-UNCHANGED-CNT
           ELSE
               SET CAT-IDX TO WS-MST-CHOSEN-IDX (MST-IDX)
               MOVE WS-CAT-RECORD (CAT-IDX)
                    TO GENERATION-CATALOG-RECORD
               MOVE GNC-COPY-NAME TO WS-SOURCE-NAME
               CALL 'CBL_CHECK_FILE_EXIST' USING WS-SOURCE-NAME
                                                 WS-FILE-DETAILS
                    RETURNING WS-FILE-RESULT
               EVALUATE TRUE
                   WHEN WS-FILE-RESULT NOT = ZERO
                       MOVE 'BLOCKED - GENERATION MISSING'
                            TO WS-MST-ACTION (MST-IDX)
                       ADD 1 TO WS-BLOCKED-CNT
                       MOVE 'N' TO WS-ROLLBACK-OK-IND
                   WHEN GNC-CATALOG-SEQ NOT = WS-CUTOFF-SEQ AND
                        NOT (GNC-JOB-NAME = RBQ-JOB-NAME AND
                             GNC-RUN-DATE = RBQ-RUN-DATE AND
                             GNC-RUN-TIME = WS-RUN-TIME) AND
                        NOT WS-MST-HAS-OLDER (MST-IDX)
                       MOVE 'BLOCKED - OLDER GENERATIONS ROLLED OFF'
                            TO WS-MST-ACTION (MST-IDX)
                       ADD 1 TO WS-BLOCKED-CNT
                       MOVE 'N' TO WS-ROLLBACK-OK-IND
                   WHEN OTHER
                       MOVE 'TO BE RESTORED' TO WS-MST-ACTION (MST-IDX)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * RESTORE.  EVERY CHOSEN COPY IS STAGED FIRST, SO THE ROLL-OFF   *
      * BEHIND THE PRE-ROLLBACK GENERATIONS CANNOT DELETE A COPY STILL *
      * TO BE RESTORED; THEN EACH MASTER'S CURRENT STATE IS KEPT AND   *
      * THE STAGED COPY PUT IN ITS PLACE.                              *
      *----------------------------------------------------------------*
       P700-RESTORE-MASTERS.
           PERFORM P710-STAGE-GENERATION
                   VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MST-COUNT
           IF NOT ROLLBACK-OK
               MOVE 8 TO RETURN-CODE
               PERFORM P730-REMOVE-STAGED-COPY
                       VARYING MST-IDX FROM 1 BY 1
                       UNTIL MST-IDX > WS-MST-COUNT
           ELSE
               PERFORM P720-RESTORE-MASTER
                       VARYING MST-IDX FROM 1 BY 1
                       UNTIL MST-IDX > WS-MST-COUNT
               PERFORM P730-REMOVE-STAGED-COPY
                       VARYING MST-IDX FROM 1 BY 1
                       UNTIL MST-IDX > WS-MST-COUNT
           END-IF.

       P710-STAGE-GENERATION.
           IF WS-MST-CHOSEN-IDX (MST-IDX) NOT = ZERO
               SET CAT-IDX TO WS-MST-CHOSEN-IDX (MST-IDX)
               MOVE WS-CAT-RECORD (CAT-IDX)
                    TO GENERATION-CATALOG-RECORD
               MOVE SPACES TO WS-MASTER-BASE
               UNSTRING GNC-MASTER-NAME DELIMITED BY '.'
                        INTO WS-MASTER-BASE
               MOVE SPACES TO WS-TARGET-NAME
               STRING WS-MASTER-BASE DELIMITED BY SPACE
                      '.RBK' DELIMITED BY SIZE
                      INTO WS-TARGET-NAME
               MOVE GNC-COPY-NAME TO WS-SOURCE-NAME
               CALL 'CBL_COPY_FILE' USING WS-SOURCE-NAME
                                          WS-TARGET-NAME
                    RETURNING WS-FILE-RESULT
               IF WS-FILE-RESULT = ZERO
                   MOVE WS-TARGET-NAME TO WS-MST-STAGE-NAME (MST-IDX)
               ELSE
                   MOVE 'NOT RESTORED - COPY COULD NOT BE STAGED'
                        TO WS-MST-ACTION (MST-IDX)
                   ADD 1 TO WS-FAILED-CNT
                   MOVE 'N' TO WS-ROLLBACK-OK-IND
               END-IF
           END-IF.

       P720-RESTORE-MASTER.
           IF WS-MST-STAGE-NAME (MST-IDX) NOT = SPACES
               MOVE 'SAVE' TO GNR-FUNCTION
               MOVE 'LGAPRBK1' TO GNR-JOB-NAME
               MOVE WS-MST-NAME (MST-IDX) TO GNR-MASTER-NAME
               MOVE RETURN-CODE TO GNR-CALLER-RC
               CALL 'LGAPGEN1' USING GENERATION-REQUEST
               MOVE WS-MST-STAGE-NAME (MST-IDX) TO WS-SOURCE-NAME
               MOVE WS-MST-NAME (MST-IDX) TO WS-TARGET-NAME
               CALL 'CBL_COPY_FILE' USING WS-SOURCE-NAME
                                          WS-TARGET-NAME
                    RETURNING WS-FILE-RESULT
               IF WS-FILE-RESULT = ZERO
                   MOVE 'RESTORED' TO WS-MST-ACTION (MST-IDX)
                   ADD 1 TO WS-RESTORED-CNT
               ELSE
                   MOVE 'FAILED - MASTER NOT OVERWRITTEN'
                        TO WS-MST-ACTION (MST-IDX)
                   ADD 1 TO WS-FAILED-CNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       P730-REMOVE-STAGED-COPY.
           IF WS-MST-STAGE-NAME (MST-IDX) NOT = SPACES
               MOVE WS-MST-STAGE-NAME (MST-IDX) TO WS-DELETE-NAME
               CALL 'CBL_DELETE_FILE' USING WS-DELETE-NAME
                    RETURNING WS-FILE-RESULT
           END-IF.

       P800-WRITE-MASTER-LINES.
           MOVE 'MASTER                         GENERATION COPY      '
                TO REPORT-LINE
           MOVE 'TAKEN BY  RUN DATE RUN TIME  ACTION'
                TO REPORT-LINE (55:)
           WRITE REPORT-LINE
           PERFORM P810-WRITE-MASTER-LINE
                   VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MST-COUNT
           IF NOT ROLLBACK-OK
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'ROLLBACK NOT APPLIED - NO MASTER WAS CHANGED'
                    TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       P810-WRITE-MASTER-LINE.
           MOVE SPACES TO REPORT-LINE
           IF WS-MST-CHOSEN-IDX (MST-IDX) = ZERO
               STRING WS-MST-NAME (MST-IDX)
                      ' ' WS-MST-ACTION (MST-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               SET CAT-IDX TO WS-MST-CHOSEN-IDX (MST-IDX)
               MOVE WS-CAT-RECORD (CAT-IDX)
                    TO GENERATION-CATALOG-RECORD
               STRING WS-MST-NAME (MST-IDX)
                      ' ' GNC-GENERATION
                      '      ' GNC-COPY-NAME (1:16)
                      ' ' GNC-JOB-NAME
                      '  ' GNC-RUN-DATE
                      ' ' GNC-RUN-TIME
                      '  ' WS-MST-ACTION (MST-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       P850-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:             ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Generations On File:  ' WS-CAT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Masters Restored:     ' WS-RESTORED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Masters Unchanged:    ' WS-UNCHANGED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Masters Blocked:      ' WS-BLOCKED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Restores Failed:      ' WS-FAILED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

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
           MOVE 'LGAPRBK1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-RESTORED-CNT TO RST-RECORD-COUNT
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
