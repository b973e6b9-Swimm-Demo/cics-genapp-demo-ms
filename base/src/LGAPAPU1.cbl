       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPAPU1.
      *================================================================*
      * PROGRAM: LGAPAPU1 - ONLINE APPLICATION UNLOAD                 *
      * PURPOSE: NIGHTLY UNLOAD OF THE NEW-BUSINESS APPLICATIONS      *
      *          SUBMITTED ON LGNB.  READS THE UNLOAD OF THE KEYED    *
      *          APPLD DATASET (APPLENT.DAT) AND WRITES EACH          *
      *          SUBMITTED ENTRY TO ONLINPUT.DAT IN THE SAME          *
      *          INPUTREC2 FORMAT AS THE WEB UPLOAD -- THE 'PA'       *
      *          APPLICATION FOLLOWED BY ITS BD, FD AND ED DETAIL     *
      *          RECORDS -- FOR LGAPMRG1 TO MERGE UNDER SOURCE CODE   *
      *          'ONL'.  THE DATASET IS REBUILT (APPLENT.NEW, SWAPPED *
      *          IN AT THE END) WITH THOSE ENTRIES MARKED UNLOADED,   *
      *          UNLOADED ENTRIES PAST THE RETENTION WINDOW DROPPED,  *
      *          AND INCOMPLETE ENTRIES CARRIED AS THEY ARE; THE      *
      *          REBUILT FILE IS RELOADED TO APPLD BEFORE LGNB COMES  *
      *          UP.                                                  *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional -- no file is a night with no online entries.
           SELECT APPLENT-FILE ASSIGN TO 'APPLENT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-APE-STAT.

           SELECT APPLENT-NEW-FILE ASSIGN TO 'APPLENT.NEW'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-APN-STAT.

      *    Written fresh every night, even when empty, so the merge
      *    never picks up a previous night's applications.
           SELECT ONLINE-INPUT-FILE ASSIGN TO 'ONLINPUT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ONL-STAT.

           SELECT REPORT-FILE ASSIGN TO 'APURPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  APPLENT-FILE.
           COPY APPLENT.

       FD  APPLENT-NEW-FILE.
       01  APPLENT-NEW-RECORD          PIC X(2222).

       FD  ONLINE-INPUT-FILE.
           COPY INPUTREC2.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-APE-STAT                 PIC X(2).
           88 APPLENT-OK               VALUE '00'.
           88 APPLENT-EOF              VALUE '10'.
           88 APPLENT-MISSING          VALUE '35'.

       01  WS-APN-STAT                 PIC X(2).
           88 APPLENT-NEW-OK           VALUE '00'.

       01  WS-ONL-STAT                 PIC X(2).
           88 ONLINE-INPUT-OK          VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-APPLENT-OPEN             PIC X VALUE 'N'.
           88 APPLENT-IS-OPEN          VALUE 'Y'.

      *    Unloaded entries are kept this many days after their unload
      *    so an agency can still look one up by its reference.
       01  WS-RETAIN-DAYS              PIC 9(4) VALUE 30.
       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-CUTOFF-INT               PIC 9(9) COMP.

       01  WS-COUNTERS.
           05 WS-READ-CNT              PIC 9(7) VALUE ZERO.
           05 WS-UNLOADED-CNT          PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-OUT-CNT       PIC 9(7) VALUE ZERO.
           05 WS-INCOMPLETE-CNT        PIC 9(7) VALUE ZERO.
           05 WS-KEPT-CNT              PIC 9(7) VALUE ZERO.
           05 WS-PURGED-CNT            PIC 9(7) VALUE ZERO.
       01  WS-TIV-TOTAL                PIC 9(12)V99 VALUE ZERO.
       01  WS-ENTRY-TIV                PIC 9(10)V99 VALUE ZERO.

      *    The application and detail layouts share the output record
      *    area, so the customer number is held here for the details.
       01  WS-CUSTOMER-NUM             PIC X(10).

       01  WS-SUB                      PIC S9(4) COMP VALUE ZERO.

       01  WS-FILE-NAMES.
           05 WS-APPLENT-OLD-NAME      PIC X(11) VALUE 'APPLENT.DAT'.
           05 WS-APPLENT-NEW-NAME      PIC X(11) VALUE 'APPLENT.NEW'.
       01  WS-RENAME-RC                PIC S9(9) COMP-5.

       01  WS-DETAIL-LINE.
           05 WS-DL-REFERENCE          PIC X(18).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-CUSTOMER-NUM       PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-AGENCY-CODE        PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-OPERATOR-ID        PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-SUBMIT-DATE        PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-DL-TIV                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DL-BUILDINGS          PIC Z9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DL-MORTGAGEES         PIC Z9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DL-EQUIPMENT          PIC Z9.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P400-WRITE-REPORT-HEADER
           PERFORM P500-PROCESS-ENTRIES
           PERFORM P650-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES
           PERFORM P800-SWAP-APPLENT THRU P800-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
               - WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).

       P300-OPEN-FILES.
           OPEN OUTPUT ONLINE-INPUT-FILE
           IF NOT ONLINE-INPUT-OK
               DISPLAY 'ERROR: Cannot open ONLINPUT.DAT: ' WS-ONL-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open application unload report: '
                       WS-RPT-STAT
               CLOSE ONLINE-INPUT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN INPUT APPLENT-FILE
           IF APPLENT-OK
               MOVE 'Y' TO WS-APPLENT-OPEN
           ELSE
               IF NOT APPLENT-MISSING
                   DISPLAY 'ERROR: Cannot open APPLENT.DAT: '
                           WS-APE-STAT
                   CLOSE ONLINE-INPUT-FILE
                   CLOSE REPORT-FILE
                   MOVE 12 TO RETURN-CODE
                   PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   STOP RUN
               END-IF
               DISPLAY 'No online application entries tonight'
           END-IF

           IF APPLENT-IS-OPEN
               OPEN OUTPUT APPLENT-NEW-FILE
               IF NOT APPLENT-NEW-OK
                   DISPLAY 'ERROR: Cannot open rebuilt application '
                           'file: ' WS-APN-STAT
                   CLOSE APPLENT-FILE
                   CLOSE ONLINE-INPUT-FILE
                   CLOSE REPORT-FILE
                   MOVE 12 TO RETURN-CODE
                   PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   STOP RUN
               END-IF
           END-IF.

       P400-WRITE-REPORT-HEADER.
           MOVE '          ONLINE NEW-BUSINESS APPLICATION UNLOAD'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Run Date: ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'REFERENCE' TO WS-DL-REFERENCE
           MOVE 'CUSTOMER' TO WS-DL-CUSTOMER-NUM
           MOVE 'AGCY' TO WS-DL-AGENCY-CODE
           MOVE 'OPERATOR' TO WS-DL-OPERATOR-ID
           MOVE 'SUBMIT' TO WS-DL-SUBMIT-DATE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           MOVE '            TIV' TO REPORT-LINE (65:15)
           MOVE 'BLD  MTG  EQP' TO REPORT-LINE (83:13)
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE (1:95)
           WRITE REPORT-LINE.

       P500-PROCESS-ENTRIES.
           IF NOT APPLENT-IS-OPEN
               MOVE SPACES TO REPORT-LINE
               MOVE 'No online applications tonight.' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM P510-READ-ENTRY
               PERFORM UNTIL APPLENT-EOF
                   PERFORM P520-DISPOSE-ENTRY THRU P520-EXIT
                   PERFORM P510-READ-ENTRY
               END-PERFORM
           END-IF.

       P510-READ-ENTRY.
           READ APPLENT-FILE
           END-READ.

      *----------------------------------------------------------------*
      * SUBMITTED ENTRIES ARE UNLOADED AND KEPT MARKED UNLOADED;       *
      * UNLOADED ENTRIES PAST THE RETENTION WINDOW ARE DROPPED;        *
      * INCOMPLETE ENTRIES ARE KEPT AS THEY ARE FOR THE AGENCY TO      *
      * FINISH.                                                        *
      *----------------------------------------------------------------*
       P520-DISPOSE-ENTRY.
           ADD 1 TO WS-READ-CNT
           EVALUATE TRUE
               WHEN APE-SUBMITTED
                   PERFORM P530-UNLOAD-ENTRY
                   MOVE 'U' TO APE-STATUS
                   MOVE WS-CURRENT-DATE TO APE-UNLOAD-DATE
               WHEN APE-UNLOADED
                   IF APE-UNLOAD-DATE < WS-CUTOFF-DATE
                       ADD 1 TO WS-PURGED-CNT
                       GO TO P520-EXIT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-INCOMPLETE-CNT
           END-EVALUATE
           MOVE APPLICATION-ENTRY-RECORD TO APPLENT-NEW-RECORD
           WRITE APPLENT-NEW-RECORD
           ADD 1 TO WS-KEPT-CNT.

       P520-EXIT.
           EXIT.

      *    The application, then one detail record for each schedule
      *    that has entries, all carrying the application's customer
      *    number so the rating run matches them to it.
       P530-UNLOAD-ENTRY.
           MOVE APE-APPLICATION TO INPUT-RECORD
           MOVE 'PA' TO IN-RECORD-TYPE
           MOVE 'ONL' TO IN-SOURCE-SYSTEM
           MOVE IN-CUSTOMER-NUM TO WS-CUSTOMER-NUM
           COMPUTE WS-ENTRY-TIV = IN-BUILDING-LIMIT +
                   IN-CONTENTS-LIMIT + IN-BI-LIMIT
           ADD WS-ENTRY-TIV TO WS-TIV-TOTAL

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE APE-KEY TO WS-DL-REFERENCE
           MOVE IN-CUSTOMER-NUM TO WS-DL-CUSTOMER-NUM
           MOVE IN-AGENCY-CODE TO WS-DL-AGENCY-CODE
           MOVE APE-OPERATOR-ID TO WS-DL-OPERATOR-ID
           MOVE APE-SUBMIT-DATE TO WS-DL-SUBMIT-DATE
           MOVE WS-ENTRY-TIV TO WS-DL-TIV
           MOVE APE-BUILDING-COUNT TO WS-DL-BUILDINGS
           MOVE APE-MORTGAGEE-COUNT TO WS-DL-MORTGAGEES
           MOVE APE-EQUIPMENT-COUNT TO WS-DL-EQUIPMENT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE INPUT-RECORD
           ADD 1 TO WS-RECORDS-OUT-CNT
           ADD 1 TO WS-UNLOADED-CNT

           IF APE-BUILDING-COUNT > ZERO
               PERFORM P540-WRITE-BUILDINGS
           END-IF
           IF APE-MORTGAGEE-COUNT > ZERO
               PERFORM P550-WRITE-MORTGAGEES
           END-IF
           IF APE-EQUIPMENT-COUNT > ZERO
               PERFORM P560-WRITE-EQUIPMENT
           END-IF.

      *    Buildings keyed online sit at the application's primary
      *    location, so the location array is left as spaces.
       P540-WRITE-BUILDINGS.
           MOVE SPACES TO VARIABLE-INPUT-RECORD
           MOVE 'BD' TO VIR-TYPE
           MOVE WS-CUSTOMER-NUM TO VIR-CUSTOMER-NUM
           MOVE 1 TO VIR-SEQUENCE
           MOVE APE-BUILDING-COUNT TO VIR-BUILDING-COUNT
           PERFORM P545-MOVE-BUILDING
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > APE-BUILDING-COUNT
           WRITE VARIABLE-INPUT-RECORD
           ADD 1 TO WS-RECORDS-OUT-CNT.

       P545-MOVE-BUILDING.
           MOVE APE-BLD-ID (WS-SUB) TO VIR-BUILDING-ID (WS-SUB)
           MOVE APE-BLD-TYPE (WS-SUB) TO VIR-BUILDING-TYPE (WS-SUB)
           MOVE APE-BLD-USE (WS-SUB) TO VIR-BUILDING-USE (WS-SUB)
           MOVE APE-BLD-SQ-FOOTAGE (WS-SUB) TO VIR-SQ-FOOTAGE (WS-SUB)
           MOVE APE-BLD-YEAR (WS-SUB) TO VIR-CONSTRUCTION-YR (WS-SUB)
           MOVE APE-BLD-VALUE (WS-SUB) TO VIR-BUILDING-VALUE (WS-SUB)
           MOVE APE-BLD-CONTENTS (WS-SUB)
                TO VIR-CONTENTS-VALUE (WS-SUB).

       P550-WRITE-MORTGAGEES.
           MOVE SPACES TO VARIABLE-INPUT-RECORD
           MOVE 'FD' TO VIR-TYPE
           MOVE WS-CUSTOMER-NUM TO VIR-CUSTOMER-NUM
           MOVE 1 TO VIR-SEQUENCE
           MOVE APE-MORTGAGEE-COUNT TO VIR-MORTGAGEE-COUNT
           PERFORM P555-MOVE-MORTGAGEE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > APE-MORTGAGEE-COUNT
           WRITE VARIABLE-INPUT-RECORD
           ADD 1 TO WS-RECORDS-OUT-CNT.

       P555-MOVE-MORTGAGEE.
           MOVE APE-MTG-NAME (WS-SUB) TO VIR-MTG-NAME (WS-SUB)
           MOVE APE-MTG-LOAN-NUMBER (WS-SUB)
                TO VIR-MTG-LOAN-NUMBER (WS-SUB)
           MOVE APE-MTG-LOAN-BALANCE (WS-SUB)
                TO VIR-MTG-LOAN-BALANCE (WS-SUB)
           MOVE APE-MTG-LIEN-POSITION (WS-SUB)
                TO VIR-MTG-LIEN-POSITION (WS-SUB).

       P560-WRITE-EQUIPMENT.
           MOVE SPACES TO VARIABLE-INPUT-RECORD
           MOVE 'ED' TO VIR-TYPE
           MOVE WS-CUSTOMER-NUM TO VIR-CUSTOMER-NUM
           MOVE 1 TO VIR-SEQUENCE
           MOVE APE-EQUIPMENT-COUNT TO VIR-EQUIPMENT-COUNT
           PERFORM P565-MOVE-EQUIPMENT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > APE-EQUIPMENT-COUNT
           WRITE VARIABLE-INPUT-RECORD
           ADD 1 TO WS-RECORDS-OUT-CNT.

       P565-MOVE-EQUIPMENT.
           MOVE APE-EQP-ID (WS-SUB) TO VIR-EQUIPMENT-ID (WS-SUB)
           MOVE APE-EQP-TYPE (WS-SUB) TO VIR-EQUIPMENT-TYPE (WS-SUB)
           MOVE APE-EQP-MANUFACTURER (WS-SUB)
                TO VIR-MANUFACTURER (WS-SUB)
           MOVE APE-EQP-MODEL (WS-SUB) TO VIR-MODEL-NUMBER (WS-SUB)
           MOVE APE-EQP-SERIAL (WS-SUB) TO VIR-SERIAL-NUMBER (WS-SUB)
           MOVE APE-EQP-PURCHASE-DATE (WS-SUB)
                TO VIR-PURCHASE-DATE (WS-SUB)
           MOVE APE-EQP-VALUE (WS-SUB) TO VIR-EQUIPMENT-VALUE (WS-SUB)
           MOVE APE-EQP-REPLACEMENT (WS-SUB)
                TO VIR-REPLACEMENT-COST (WS-SUB).

       P650-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '          SUMMARY' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Entries Read:          ' WS-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Applications Unloaded: ' WS-UNLOADED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Records to ONLINPUT:   ' WS-RECORDS-OUT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Still Incomplete:      ' WS-INCOMPLETE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Purged after Unload:   ' WS-PURGED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Entries Kept on APPLD: ' WS-KEPT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P700-CLOSE-FILES.
           CLOSE ONLINE-INPUT-FILE
           CLOSE REPORT-FILE
           IF APPLENT-IS-OPEN
               CLOSE APPLENT-FILE
               CLOSE APPLENT-NEW-FILE
           END-IF.

      *    The rebuilt file replaces APPLENT.DAT, the same rename
      *    technique the audit archive uses.
       P800-SWAP-APPLENT.
           IF NOT APPLENT-IS-OPEN
               GO TO P800-EXIT
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-APPLENT-OLD-NAME
                   RETURNING WS-RENAME-RC
           CALL 'CBL_RENAME_FILE' USING WS-APPLENT-NEW-NAME
                                         WS-APPLENT-OLD-NAME
                   RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY 'ERROR: Could not swap rebuilt application file'
               MOVE 8 TO RETURN-CODE
           END-IF.

       P800-EXIT.
           EXIT.

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
           MOVE 'LGAPAPU1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-UNLOADED-CNT TO RST-RECORD-COUNT
           MOVE WS-TIV-TOTAL TO RST-TOTAL-AMOUNT
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
