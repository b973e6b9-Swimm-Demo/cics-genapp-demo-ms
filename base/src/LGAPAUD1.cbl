      *          MODE THE FULL DECISION HISTORY FOR A CUSTOMER OR     *
      *          DATE RANGE IS EXTRACTED ACROSS THE LIVE FILE AND     *
      *          THE ARCHIVES -- AN ANSWER FOR THE REGULATOR IN       *
      *          MINUTES, NOT A WEEKEND JOB.  WITH AUD_TRAIL = ACCESS *
      *          THE SAME LIFECYCLE RUNS OVER THE ONLINE TRANSACTION  *
      *          ACCESS LOG: ACCESS.DAT ROLLS TO ACCESS.DAT.YYYYMM,   *
      *          INDEXED BY OPERATOR ON ACCINDEX.DAT, AND A RETRIEVAL *
      *          SELECTS BY OPERATOR (AUD_QUERY_OPER)                 *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-TRAIL-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUD-STAT.

           SELECT AUDIT-NEW-FILE ASSIGN TO DYNAMIC WS-TRAIL-NEW-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NEW-STAT.

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ARC-STAT.

           SELECT AUDIT-INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IDX-KEY
       01  WS-ARCHIVE-NAME             PIC X(20).

      *----------------------------------------------------------------*
      * FUNCTION AND PARAMETERS FROM CONFIG.DAT: AUD_TRAIL (AUDIT/     *
      * ACCESS), AUD_FUNCTION (ARCHIVE/RETRIEVE), AUD_RETAIN_DAYS,     *
      * AND FOR RETRIEVALS THE CUSTOMER (OR, ON THE ACCESS LOG, THE    *
      * OPERATOR) AND DATE RANGE UNDER QUERY.                          *
      *----------------------------------------------------------------*
       01  WS-AUD-TRAIL                PIC X(8) VALUE 'AUDIT'.
           88 AUDIT-TRAIL              VALUE 'AUDIT'.
           88 ACCESS-TRAIL             VALUE 'ACCESS'.

       01  WS-AUD-FUNCTION             PIC X(8) VALUE 'ARCHIVE'.
           88 ARCHIVE-MODE             VALUE 'ARCHIVE'.
           88 RETRIEVE-MODE            VALUE 'RETRIEVE'.

       01  WS-RETAIN-DAYS              PIC 9(4) VALUE 90.
       01  WS-QUERY-CUSTOMER           PIC X(10) VALUE SPACES.
       01  WS-QUERY-OPERATOR           PIC X(8) VALUE SPACES.
       01  WS-QUERY-FROM-DATE          PIC 9(8) VALUE ZERO.
       01  WS-QUERY-TO-DATE            PIC 9(8) VALUE 99999999.

       01  WS-AUD-DATE-NUM REDEFINES WS-AUD-DATE-X
                                       PIC 9(8).

      *    The trail being worked, its rebuilt copy and its index --
      *    the audit trail unless AUD_TRAIL names the access log.
       01  WS-FILE-NAMES.
           05 WS-TRAIL-NAME            PIC X(12) VALUE 'AUDIT.DAT'.
           05 WS-TRAIL-NEW-NAME        PIC X(12) VALUE 'AUDIT.NEW'.
           05 WS-INDEX-NAME            PIC X(12) VALUE 'AUDINDEX.DAT'.
       01  WS-RENAME-RC                PIC S9(9) COMP-5.

       01  WS-DATE-TIME.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'AUD_TRAIL' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-AUD-TRAIL
               END-IF
               MOVE 'AUD_FUNCTION' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:10) TO WS-QUERY-CUSTOMER
               END-IF
               MOVE 'AUD_QUERY_OPER' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-QUERY-OPERATOR
               END-IF
               MOVE 'AUD_QUERY_FROM' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
               CLOSE CONFIG-FILE
           END-IF

      *    The access log carries the operator where the audit trail
      *    carries the customer, so the operator under query is
      *    matched in that slot.
           IF ACCESS-TRAIL
               MOVE 'ACCESS.DAT' TO WS-TRAIL-NAME
               MOVE 'ACCESS.NEW' TO WS-TRAIL-NEW-NAME
               MOVE 'ACCINDEX.DAT' TO WS-INDEX-NAME
               IF WS-QUERY-OPERATOR NOT = SPACES
                   MOVE WS-QUERY-OPERATOR TO WS-QUERY-CUSTOMER
               END-IF
           END-IF

           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
               - WS-RETAIN-DAYS
      * ARCHIVE MODE -- ENTRIES OLDER THAN THE RETENTION WINDOW ROLL   *
      * TO THEIR MONTH'S AUDIT.DAT.YYYYMM ARCHIVE AND ARE INDEXED BY   *
      * CUSTOMER AND PROCESS DATE; THE REST ARE KEPT ON A REBUILT      *
      * LIVE FILE THAT REPLACES AUDIT.DAT AT THE END.  THE ACCESS LOG  *
      * GOES THE SAME WAY UNDER ITS OWN NAMES, INDEXED BY OPERATOR.    *
      *----------------------------------------------------------------*
       P300-ARCHIVE-CLOSED-PERIODS.
           OPEN INPUT AUDIT-FILE
               CLOSE AUDIT-INDEX-FILE
           END-IF

      *    The rebuilt live file replaces the trail, the same rename
      *    technique the held-business queue uses.
           CALL 'CBL_DELETE_FILE' USING WS-TRAIL-NAME
                   RETURNING WS-RENAME-RC
           CALL 'CBL_RENAME_FILE' USING WS-TRAIL-NEW-NAME
                                         WS-TRAIL-NAME
                   RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY 'ERROR: Could not swap rebuilt audit file'
                   CLOSE ARCHIVE-FILE
               END-IF
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING WS-TRAIL-NAME DELIMITED BY SPACE
                      '.' WS-ARCHIVE-MONTH
                      DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               OPEN EXTEND ARCHIVE-FILE
               IF NOT ARCHIVE-OK

       P510-SEARCH-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING WS-TRAIL-NAME DELIMITED BY SPACE
                  '.' WS-WALK-MONTH-NUM
                  DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-OK
       P525-SELECT-ARCHIVE-RECORD.
      *    The archive carries records in the AUDITTRL layout, so
      *    the selection fields sit at fixed offsets: process date
      *    first, customer number after the time stamp.  The access
      *    log keeps the same offsets with the operator in the
      *    customer slot.
           MOVE ARCHIVE-RECORD (1:8) TO WS-AUD-DATE-X
           IF WS-AUD-DATE-NUM < WS-QUERY-FROM-DATE OR
              WS-AUD-DATE-NUM > WS-QUERY-TO-DATE
           MOVE 'LGAPAUD1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           IF RETRIEVE-MODE
               MOVE WS-EXTRACTED-CNT TO RST-RECORD-COUNT
           ELSE
