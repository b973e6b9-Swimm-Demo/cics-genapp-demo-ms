       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPAGM1.
      *================================================================*
      * PROGRAM: LGAPAGM1 - AGENCY MASTER MAINTENANCE                 *
      * PURPOSE: APPLIES THE DAY'S AGENCY MAINTENANCE TRANSACTIONS    *
      *          (AGYMAINT.DAT -- KEYED BY HAND, OR TAKEN ONLINE ON   *
      *          LGAG AND UNLOADED FROM AGYMNTD) TO THE AGENCY MASTER *
      *          (AGENCY.DAT) THAT INTAKE, COMMISSIONS, LICENSING AND *
      *          THE BOOK DOWNLOAD READ.  ADDS, CHANGES, SUSPENDS AND *
      *          TERMINATES AGENCIES; EVERY FIELD IS EDITED BY        *
      *          LGAPAGV1, THE SAME EDIT THE ONLINE SCREEN USES.      *
      *          EVERY FIELD CHANGED IS LOGGED WITH ITS OPERATOR AND  *
      *          BEFORE AND AFTER VALUES TO THE APPEND-ONLY AGENCY    *
      *          CHANGE HISTORY (AGYAUDIT.DAT), AND THE DAILY CHANGE  *
      *          REPORT (AGYRPT.DAT) GOES TO THE LICENSING CLERK WITH *
      *          THE LICENSING FIELDS FLAGGED.  THE MASTER IS SAVED   *
      *          AS A GENERATION (LGAPGEN1) BEFORE IT IS REWRITTEN.   *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The day's transactions.  Optional -- no file is a day with
      *    no agency changes.
           SELECT MAINT-FILE ASSIGN TO 'AGYMAINT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MNT-STAT.

           SELECT AGENCY-MASTER-FILE ASSIGN TO 'AGENCY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AGM-STAT.

      *    The master written back, once loaded and changed in core.
           SELECT AGENCY-NEW-FILE ASSIGN TO 'AGENCY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AGN-STAT.

      *    Append-only history of every change to the agency master:
      *    timestamp, operator, field, and the before and after
      *    values.
           SELECT AGENCY-AUDIT-FILE ASSIGN TO 'AGYAUDIT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AAU-STAT.

           SELECT REPORT-FILE ASSIGN TO 'AGYRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  MAINT-FILE.
           COPY AGYMAINT.

       FD  AGENCY-MASTER-FILE.
           COPY AGENCYM.

       FD  AGENCY-NEW-FILE.
       01  AGENCY-NEW-RECORD           PIC X(75).

       FD  AGENCY-AUDIT-FILE.
       01  AGENCY-AUDIT-RECORD.
           05 AAU-DATE                 PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 AAU-TIME                 PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 AAU-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 AAU-TERMINAL-ID          PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 AAU-ACTION               PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 AAU-AGENCY-CODE          PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 AAU-FIELD-NAME           PIC X(16).
           05 FILLER                   PIC X VALUE SPACE.
           05 AAU-BEFORE-VALUE         PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 AAU-AFTER-VALUE          PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 AAU-RESULT               PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 AAU-REASON               PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-MNT-STAT                 PIC X(2).
           88 MAINT-OK                 VALUE '00'.
           88 MAINT-EOF                VALUE '10'.

       01  WS-AGM-STAT                 PIC X(2).
           88 AGENCY-MASTER-OK         VALUE '00'.
           88 AGENCY-MASTER-EOF        VALUE '10'.

       01  WS-AGN-STAT                 PIC X(2).
           88 AGENCY-NEW-OK            VALUE '00'.

       01  WS-AAU-STAT                 PIC X(2).
           88 AGENCY-AUDIT-OK          VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-MAINT-OPEN               PIC X VALUE 'N'.
           88 MAINT-IS-OPEN            VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-TOTAL-REC             PIC 9(5) VALUE ZERO.
           05 WS-ADDED-CNT             PIC 9(5) VALUE ZERO.
           05 WS-CHANGED-CNT           PIC 9(5) VALUE ZERO.
           05 WS-SUSPENDED-CNT         PIC 9(5) VALUE ZERO.
           05 WS-TERMINATED-CNT        PIC 9(5) VALUE ZERO.
           05 WS-NO-CHANGE-CNT         PIC 9(5) VALUE ZERO.
           05 WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.
           05 WS-FIELD-CHANGE-CNT      PIC 9(5) VALUE ZERO.
           05 WS-LICENSING-CNT         PIC 9(5) VALUE ZERO.
           05 WS-MASTER-OUT-CNT        PIC 9(5) VALUE ZERO.

       01  WS-RESULT-CODE              PIC X(20).
           88 TXN-APPLIED              VALUE 'ADDED' 'CHANGED'
                                             'SUSPENDED' 'TERMINATED'.

      *----------------------------------------------------------------*
      * IN-CORE AGENCY MASTER -- THE WHOLE OF AGENCY.DAT, HELD AS      *
      * WHOLE RECORDS.  THE SAME 200-AGENCY CEILING AS THE INTAKE      *
      * TABLE IN LGAPDB01, SO NO AGENCY IS ADDED THAT INTAKE COULD NOT *
      * HOLD.  A MASTER THAT OVERFLOWS AT LOAD IS NOT REWRITTEN.       *
      *----------------------------------------------------------------*
       01  WS-AGENCY-TABLE.
           05 WS-AGT-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-AGT-MAX               PIC 9(3) VALUE 200.
           05 WS-AGT-FULL-IND          PIC X VALUE 'N'.
              88 AGENCY-TABLE-FULL     VALUE 'Y'.
           05 WS-AGT-ENTRY             OCCURS 200 TIMES
                                       INDEXED BY AGT-IDX.
              10 WS-AGT-RECORD         PIC X(75).

       01  WS-AGT-MATCH-IDX            PIC 9(3) VALUE ZERO.

      *    The agency as it stood before the transaction, and as it
      *    stands after -- compared field by field for the history.
       COPY AGENCYM REPLACING
            ==AGENCY-MASTER-RECORD== BY ==WS-AGENCY-BEFORE==
            LEADING ==AGY-== BY ==AGB-==.

       COPY AGENCYM REPLACING
            ==AGENCY-MASTER-RECORD== BY ==WS-AGENCY-AFTER==
            LEADING ==AGY-== BY ==AGA-==.

       01  WS-FIELD-CHANGE.
           05 WS-CHG-FIELD-NAME        PIC X(16).
           05 WS-CHG-BEFORE            PIC X(30).
           05 WS-CHG-AFTER             PIC X(30).
           05 WS-CHG-LICENSING-IND     PIC X(1).
              88 LICENSING-FIELD       VALUE 'Y'.

       01  WS-ACTION-NAME              PIC X(10).

       01  WS-TXN-LINE.
           05 WS-TL-ACTION             PIC X(10).
           05 FILLER                   PIC X(2).
           05 WS-TL-AGENCY-CODE        PIC X(4).
           05 FILLER                   PIC X(2).
           05 WS-TL-AGENCY-NAME        PIC X(30).
           05 FILLER                   PIC X(2).
           05 WS-TL-OPERATOR-ID        PIC X(8).
           05 FILLER                   PIC X(2).
           05 WS-TL-SOURCE             PIC X(6).
           05 FILLER                   PIC X(2).
           05 WS-TL-RESULT             PIC X(20).
           05 FILLER                   PIC X(2).
           05 WS-TL-REASON             PIC X(30).

       01  WS-CHANGE-LINE.
           05 FILLER                   PIC X(10).
           05 WS-CL-FLAG               PIC X(2).
           05 WS-CL-FIELD-NAME         PIC X(16).
           05 FILLER                   PIC X(1).
           05 WS-CL-BEFORE             PIC X(30).
           05 FILLER                   PIC X(4).
           05 WS-CL-AFTER              PIC X(30).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-TIME          PIC X(8).

      *    Field edits shared with the online maintenance screen.
           COPY AGYEDIT.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P350-LOAD-MASTER
           PERFORM P400-WRITE-REPORT-HEADER
           PERFORM P500-PROCESS-RECORDS
           PERFORM P600-REWRITE-MASTER THRU P600-EXIT
           PERFORM P650-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME.

       P300-OPEN-FILES.
           OPEN INPUT AGENCY-MASTER-FILE
           IF NOT AGENCY-MASTER-OK
               DISPLAY 'ERROR: Cannot open AGENCY.DAT: ' WS-AGM-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open agency change report: '
                       WS-RPT-STAT
               CLOSE AGENCY-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN INPUT MAINT-FILE
           IF MAINT-OK
               MOVE 'Y' TO WS-MAINT-OPEN
           ELSE
               DISPLAY 'No agency maintenance transactions today'
           END-IF

      *    Append-only, like CFGAUDIT.DAT -- the agency change
      *    history is never truncated.
           OPEN EXTEND AGENCY-AUDIT-FILE
           IF NOT AGENCY-AUDIT-OK
               OPEN OUTPUT AGENCY-AUDIT-FILE
           END-IF
           IF NOT AGENCY-AUDIT-OK
               DISPLAY 'Warning: Cannot open agency change history: '
                       WS-AAU-STAT
               MOVE 4 TO RETURN-CODE
           END-IF.

       P350-LOAD-MASTER.
           PERFORM P360-READ-MASTER
           PERFORM UNTIL AGENCY-MASTER-EOF
               IF WS-AGT-COUNT < WS-AGT-MAX
                   ADD 1 TO WS-AGT-COUNT
                   MOVE AGENCY-MASTER-RECORD
                        TO WS-AGT-RECORD (WS-AGT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-AGT-FULL-IND
               END-IF
               PERFORM P360-READ-MASTER
           END-PERFORM
           CLOSE AGENCY-MASTER-FILE
           IF AGENCY-TABLE-FULL
               DISPLAY 'ERROR: Agency master exceeds the in-core '
                       'table - master will not be rewritten'
               MOVE 8 TO RETURN-CODE
           END-IF.

       P360-READ-MASTER.
           READ AGENCY-MASTER-FILE
           END-READ.

       P400-WRITE-REPORT-HEADER.
           MOVE '          AGENCY MASTER DAILY CHANGE REPORT'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Run Date: ' WS-CURRENT-DATE
                  '      ** = licensing field (states, E&O, status)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TXN-LINE
           MOVE 'ACTION' TO WS-TL-ACTION
           MOVE 'AGCY' TO WS-TL-AGENCY-CODE
           MOVE 'AGENCY NAME' TO WS-TL-AGENCY-NAME
           MOVE 'OPERATOR' TO WS-TL-OPERATOR-ID
           MOVE 'SOURCE' TO WS-TL-SOURCE
           MOVE 'RESULT' TO WS-TL-RESULT
           MOVE 'REASON' TO WS-TL-REASON
           MOVE WS-TXN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE (1:132)
           WRITE REPORT-LINE.

       P500-PROCESS-RECORDS.
           IF NOT MAINT-IS-OPEN
               MOVE SPACES TO REPORT-LINE
               MOVE 'No agency changes today.' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM P510-READ-MAINT-TXN
               PERFORM UNTIL MAINT-EOF
                   PERFORM P520-APPLY-TXN
                   PERFORM P510-READ-MAINT-TXN
               END-PERFORM
           END-IF.

       P510-READ-MAINT-TXN.
           READ MAINT-FILE
           END-READ.

       P520-APPLY-TXN.
           ADD 1 TO WS-TOTAL-REC
           MOVE SPACES TO WS-RESULT-CODE
           PERFORM P530-FIND-AGENCY
           PERFORM P540-EDIT-TXN THRU P540-EXIT
           IF WS-RESULT-CODE = SPACES
               EVALUATE TRUE
                   WHEN AGYM-ACTION-ADD
                       PERFORM P550-ADD-AGENCY
                   WHEN AGYM-ACTION-CHANGE
                       PERFORM P560-CHANGE-AGENCY
                   WHEN AGYM-ACTION-SUSPEND
                       PERFORM P570-SET-STATUS
                   WHEN AGYM-ACTION-TERMINATE
                       PERFORM P570-SET-STATUS
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECTED-CNT
           END-IF
           PERFORM P580-WRITE-TXN-LINE
           IF TXN-APPLIED
               PERFORM P590-LOG-CHANGED-FIELDS
           ELSE
      *        A rejected or empty change is still history -- one
      *        record says who tried what, and why it did not take.
               MOVE SPACES TO WS-FIELD-CHANGE
               PERFORM P595-WRITE-AUDIT-RECORD THRU P595-EXIT
           END-IF.

       P530-FIND-AGENCY.
           MOVE ZERO TO WS-AGT-MATCH-IDX
           MOVE SPACES TO WS-AGENCY-BEFORE
           SET AGT-IDX TO 1
           SEARCH WS-AGT-ENTRY
               AT END
                   CONTINUE
               WHEN AGT-IDX > WS-AGT-COUNT
                   CONTINUE
               WHEN WS-AGT-RECORD (AGT-IDX) (1:4) = AGYM-AGENCY-CODE
                   SET WS-AGT-MATCH-IDX TO AGT-IDX
                   MOVE WS-AGT-RECORD (AGT-IDX) TO WS-AGENCY-BEFORE
           END-SEARCH.

      *----------------------------------------------------------------*
      * EDIT THE TRANSACTION AGAINST THE MASTER AS IT STANDS NOW --    *
      * EARLIER TRANSACTIONS IN THE SAME FILE ARE ALREADY APPLIED, SO  *
      * AN ADD FOLLOWED BY A CHANGE TO THE NEW AGENCY WORKS IN ONE RUN.*
      *----------------------------------------------------------------*
       P540-EDIT-TXN.
           IF AGYM-AGENCY-CODE = SPACES
               MOVE 'NO AGENCY CODE' TO WS-RESULT-CODE
               GO TO P540-EXIT
           END-IF
           IF AGYM-OPERATOR-ID = SPACES
               MOVE 'NO OPERATOR ID' TO WS-RESULT-CODE
               GO TO P540-EXIT
           END-IF

           EVALUATE TRUE
               WHEN AGYM-ACTION-ADD
                   IF WS-AGT-MATCH-IDX NOT = ZERO
                       MOVE 'ALREADY ON FILE' TO WS-RESULT-CODE
                   ELSE
                   IF AGYM-AGENCY-NAME = SPACES
                       MOVE 'NAME REQUIRED' TO WS-RESULT-CODE
                   ELSE
                   IF AGYM-LICENSED-STATES = SPACES
                       MOVE 'STATES REQUIRED' TO WS-RESULT-CODE
                   ELSE
                   IF AGYM-COMMISSION-TIER = SPACE
                       MOVE 'TIER REQUIRED' TO WS-RESULT-CODE
                   ELSE
                   IF AGENCY-TABLE-FULL OR WS-AGT-COUNT >= WS-AGT-MAX
                       MOVE 'AGENCY MASTER FULL' TO WS-RESULT-CODE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               WHEN AGYM-ACTION-CHANGE
                   IF WS-AGT-MATCH-IDX = ZERO
                       MOVE 'NOT ON FILE' TO WS-RESULT-CODE
                   ELSE
                   IF AGB-TERMINATED
                       MOVE 'AGENCY TERMINATED' TO WS-RESULT-CODE
                   END-IF
                   END-IF
               WHEN AGYM-ACTION-SUSPEND
                   IF WS-AGT-MATCH-IDX = ZERO
                       MOVE 'NOT ON FILE' TO WS-RESULT-CODE
                   ELSE
                   IF NOT AGB-ACTIVE
                       MOVE 'AGENCY NOT ACTIVE' TO WS-RESULT-CODE
                   END-IF
                   END-IF
               WHEN AGYM-ACTION-TERMINATE
                   IF WS-AGT-MATCH-IDX = ZERO
                       MOVE 'NOT ON FILE' TO WS-RESULT-CODE
                   ELSE
                   IF AGB-TERMINATED
                       MOVE 'ALREADY TERMINATED' TO WS-RESULT-CODE
                   END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'BAD ACTION' TO WS-RESULT-CODE
           END-EVALUATE
           IF WS-RESULT-CODE NOT = SPACES
               GO TO P540-EXIT
           END-IF

           IF AGYM-ACTION-ADD OR AGYM-ACTION-CHANGE
               MOVE AGYM-LICENSED-STATES TO AGE-LICENSED-STATES
               MOVE AGYM-COMMISSION-TIER TO AGE-COMMISSION-TIER
               MOVE AGYM-EO-EXPIRY-DATE TO AGE-EO-EXPIRY-DATE
               MOVE AGYM-DOWNLOAD-IND TO AGE-DOWNLOAD-IND
               MOVE AGYM-AGENCY-BILL-IND TO AGE-AGENCY-BILL-IND
               MOVE AGYM-EARNED-COMM-IND TO AGE-EARNED-COMM-IND
               IF AGYM-ACTION-CHANGE
                   MOVE AGYM-STATUS TO AGE-STATUS
               ELSE
                   MOVE SPACE TO AGE-STATUS
               END-IF
               MOVE RETURN-CODE TO AGE-CALLER-RC
               CALL 'LGAPAGV1' USING AGENCY-EDIT-REQUEST
               IF NOT AGE-FIELDS-VALID
                   MOVE AGE-RESULT TO WS-RESULT-CODE
               END-IF
           END-IF.

       P540-EXIT.
           EXIT.

       P550-ADD-AGENCY.
           INITIALIZE WS-AGENCY-BEFORE
           MOVE SPACES TO WS-AGENCY-AFTER
           MOVE AGYM-AGENCY-CODE TO AGA-AGENCY-CODE
           MOVE AGYM-AGENCY-NAME TO AGA-AGENCY-NAME
           MOVE 'A' TO AGA-AGENCY-STATUS
           MOVE AGYM-LICENSED-STATES TO AGA-LICENSED-STATES
           MOVE AGYM-COMMISSION-TIER TO AGA-COMMISSION-TIER
           IF AGYM-EO-EXPIRY-DATE = SPACES
               MOVE ZERO TO AGA-EO-EXPIRY-DATE
           ELSE
               MOVE AGYM-EO-EXPIRY-DATE TO AGA-EO-EXPIRY-DATE
           END-IF
      *    Indicators not given default to No.
           MOVE 'N' TO AGA-DOWNLOAD-IND
           MOVE 'N' TO AGA-AGENCY-BILL-IND
           MOVE 'N' TO AGA-EARNED-COMM-IND
           IF AGYM-DOWNLOAD-IND NOT = SPACE
               MOVE AGYM-DOWNLOAD-IND TO AGA-DOWNLOAD-IND
           END-IF
           IF AGYM-AGENCY-BILL-IND NOT = SPACE
               MOVE AGYM-AGENCY-BILL-IND TO AGA-AGENCY-BILL-IND
           END-IF
           IF AGYM-EARNED-COMM-IND NOT = SPACE
               MOVE AGYM-EARNED-COMM-IND TO AGA-EARNED-COMM-IND
           END-IF
           ADD 1 TO WS-AGT-COUNT
           MOVE WS-AGENCY-AFTER TO WS-AGT-RECORD (WS-AGT-COUNT)
           MOVE 'ADDED' TO WS-RESULT-CODE
           ADD 1 TO WS-ADDED-CNT.

       P560-CHANGE-AGENCY.
           MOVE WS-AGENCY-BEFORE TO WS-AGENCY-AFTER
           IF AGYM-AGENCY-NAME NOT = SPACES
               MOVE AGYM-AGENCY-NAME TO AGA-AGENCY-NAME
           END-IF
           IF AGYM-LICENSED-STATES NOT = SPACES
               MOVE AGYM-LICENSED-STATES TO AGA-LICENSED-STATES
           END-IF
           IF AGYM-COMMISSION-TIER NOT = SPACE
               MOVE AGYM-COMMISSION-TIER TO AGA-COMMISSION-TIER
           END-IF
           IF AGYM-EO-EXPIRY-DATE NOT = SPACES
               MOVE AGYM-EO-EXPIRY-DATE TO AGA-EO-EXPIRY-DATE
           END-IF
           IF AGYM-DOWNLOAD-IND NOT = SPACE
               MOVE AGYM-DOWNLOAD-IND TO AGA-DOWNLOAD-IND
           END-IF
           IF AGYM-AGENCY-BILL-IND NOT = SPACE
               MOVE AGYM-AGENCY-BILL-IND TO AGA-AGENCY-BILL-IND
           END-IF
           IF AGYM-EARNED-COMM-IND NOT = SPACE
               MOVE AGYM-EARNED-COMM-IND TO AGA-EARNED-COMM-IND
           END-IF
           IF AGYM-STATUS = 'A'
               MOVE 'A' TO AGA-AGENCY-STATUS
           END-IF
           IF WS-AGENCY-AFTER = WS-AGENCY-BEFORE
               MOVE 'NO CHANGE' TO WS-RESULT-CODE
               ADD 1 TO WS-NO-CHANGE-CNT
           ELSE
               MOVE WS-AGENCY-AFTER TO WS-AGT-RECORD (WS-AGT-MATCH-IDX)
               MOVE 'CHANGED' TO WS-RESULT-CODE
               ADD 1 TO WS-CHANGED-CNT
           END-IF.

      *    Suspension and termination change the status only; the
      *    agency's other details stay on file for the history.
       P570-SET-STATUS.
           MOVE WS-AGENCY-BEFORE TO WS-AGENCY-AFTER
           IF AGYM-ACTION-SUSPEND
               MOVE 'S' TO AGA-AGENCY-STATUS
               MOVE 'SUSPENDED' TO WS-RESULT-CODE
               ADD 1 TO WS-SUSPENDED-CNT
           ELSE
               MOVE 'T' TO AGA-AGENCY-STATUS
               MOVE 'TERMINATED' TO WS-RESULT-CODE
               ADD 1 TO WS-TERMINATED-CNT
           END-IF
           MOVE WS-AGENCY-AFTER TO WS-AGT-RECORD (WS-AGT-MATCH-IDX).

       P580-WRITE-TXN-LINE.
           EVALUATE TRUE
               WHEN AGYM-ACTION-ADD
                   MOVE 'ADD' TO WS-ACTION-NAME
               WHEN AGYM-ACTION-CHANGE
                   MOVE 'CHANGE' TO WS-ACTION-NAME
               WHEN AGYM-ACTION-SUSPEND
                   MOVE 'SUSPEND' TO WS-ACTION-NAME
               WHEN AGYM-ACTION-TERMINATE
                   MOVE 'TERMINATE' TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE AGYM-ACTION TO WS-ACTION-NAME
           END-EVALUATE
           MOVE SPACES TO WS-TXN-LINE
           MOVE WS-ACTION-NAME TO WS-TL-ACTION
           MOVE AGYM-AGENCY-CODE TO WS-TL-AGENCY-CODE
           IF AGYM-AGENCY-NAME NOT = SPACES
               MOVE AGYM-AGENCY-NAME TO WS-TL-AGENCY-NAME
           ELSE
               MOVE AGB-AGENCY-NAME TO WS-TL-AGENCY-NAME
           END-IF
           MOVE AGYM-OPERATOR-ID TO WS-TL-OPERATOR-ID
           IF AGYM-TERMINAL-ID = SPACES
               MOVE 'BATCH' TO WS-TL-SOURCE
           ELSE
               MOVE AGYM-TERMINAL-ID TO WS-TL-SOURCE
           END-IF
           MOVE WS-RESULT-CODE TO WS-TL-RESULT
           MOVE AGYM-REASON TO WS-TL-REASON
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TXN-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * ONE HISTORY RECORD AND ONE REPORT LINE PER FIELD THAT MOVED.   *
      * THE STATES, E&O EXPIRY AND STATUS ARE WHAT INTAKE LICENSES     *
      * BUSINESS ON, SO THEY ARE FLAGGED FOR THE LICENSING CLERK.      *
      *----------------------------------------------------------------*
       P590-LOG-CHANGED-FIELDS.
           IF AGA-AGENCY-NAME NOT = AGB-AGENCY-NAME
               MOVE 'AGENCY NAME' TO WS-CHG-FIELD-NAME
               MOVE AGB-AGENCY-NAME TO WS-CHG-BEFORE
               MOVE AGA-AGENCY-NAME TO WS-CHG-AFTER
               MOVE 'N' TO WS-CHG-LICENSING-IND
               PERFORM P592-LOG-FIELD
           END-IF
           IF AGA-AGENCY-STATUS NOT = AGB-AGENCY-STATUS
               MOVE 'STATUS' TO WS-CHG-FIELD-NAME
               MOVE AGB-AGENCY-STATUS TO WS-CHG-BEFORE
               MOVE AGA-AGENCY-STATUS TO WS-CHG-AFTER
               MOVE 'Y' TO WS-CHG-LICENSING-IND
               PERFORM P592-LOG-FIELD
           END-IF
           IF AGA-LICENSED-STATES NOT = AGB-LICENSED-STATES
               MOVE 'LICENSED STATES' TO WS-CHG-FIELD-NAME
               MOVE AGB-LICENSED-STATES TO WS-CHG-BEFORE
               MOVE AGA-LICENSED-STATES TO WS-CHG-AFTER
               MOVE 'Y' TO WS-CHG-LICENSING-IND
               PERFORM P592-LOG-FIELD
           END-IF
           IF AGA-COMMISSION-TIER NOT = AGB-COMMISSION-TIER
               MOVE 'COMMISSION TIER' TO WS-CHG-FIELD-NAME
               MOVE AGB-COMMISSION-TIER TO WS-CHG-BEFORE
               MOVE AGA-COMMISSION-TIER TO WS-CHG-AFTER
               MOVE 'N' TO WS-CHG-LICENSING-IND
               PERFORM P592-LOG-FIELD
           END-IF
      *    A master written under the earlier layout carries spaces
      *    here, so the dates are compared as text.
           IF AGA-EO-EXPIRY-DATE (1:8) NOT = AGB-EO-EXPIRY-DATE (1:8)
               MOVE 'E&O EXPIRY' TO WS-CHG-FIELD-NAME
               MOVE SPACES TO WS-CHG-BEFORE
               MOVE SPACES TO WS-CHG-AFTER
               IF AGB-EO-EXPIRY-DATE NUMERIC AND
                  AGB-EO-EXPIRY-DATE NOT = ZERO
                   MOVE AGB-EO-EXPIRY-DATE TO WS-CHG-BEFORE
               END-IF
               IF AGA-EO-EXPIRY-DATE NUMERIC AND
                  AGA-EO-EXPIRY-DATE NOT = ZERO
                   MOVE AGA-EO-EXPIRY-DATE TO WS-CHG-AFTER
               END-IF
               MOVE 'Y' TO WS-CHG-LICENSING-IND
               IF WS-CHG-BEFORE NOT = WS-CHG-AFTER
                   PERFORM P592-LOG-FIELD
               END-IF
           END-IF
           IF AGA-DOWNLOAD-IND NOT = AGB-DOWNLOAD-IND
               MOVE 'DOWNLOAD IND' TO WS-CHG-FIELD-NAME
               MOVE AGB-DOWNLOAD-IND TO WS-CHG-BEFORE
               MOVE AGA-DOWNLOAD-IND TO WS-CHG-AFTER
               MOVE 'N' TO WS-CHG-LICENSING-IND
               PERFORM P592-LOG-FIELD
           END-IF
           IF AGA-AGENCY-BILL-IND NOT = AGB-AGENCY-BILL-IND
               MOVE 'AGENCY BILL IND' TO WS-CHG-FIELD-NAME
               MOVE AGB-AGENCY-BILL-IND TO WS-CHG-BEFORE
               MOVE AGA-AGENCY-BILL-IND TO WS-CHG-AFTER
               MOVE 'N' TO WS-CHG-LICENSING-IND
               PERFORM P592-LOG-FIELD
           END-IF
           IF AGA-EARNED-COMM-IND NOT = AGB-EARNED-COMM-IND
               MOVE 'EARNED COMM IND' TO WS-CHG-FIELD-NAME
               MOVE AGB-EARNED-COMM-IND TO WS-CHG-BEFORE
               MOVE AGA-EARNED-COMM-IND TO WS-CHG-AFTER
               MOVE 'N' TO WS-CHG-LICENSING-IND
               PERFORM P592-LOG-FIELD
           END-IF.

       P592-LOG-FIELD.
           ADD 1 TO WS-FIELD-CHANGE-CNT
           MOVE SPACES TO WS-CHANGE-LINE
           IF LICENSING-FIELD
               ADD 1 TO WS-LICENSING-CNT
               MOVE '**' TO WS-CL-FLAG
           END-IF
           MOVE WS-CHG-FIELD-NAME TO WS-CL-FIELD-NAME
           MOVE WS-CHG-BEFORE TO WS-CL-BEFORE
           MOVE WS-CHG-AFTER TO WS-CL-AFTER
           MOVE WS-CHANGE-LINE TO REPORT-LINE
           MOVE '->' TO REPORT-LINE (61:2)
           WRITE REPORT-LINE
           PERFORM P595-WRITE-AUDIT-RECORD THRU P595-EXIT.

       P595-WRITE-AUDIT-RECORD.
           IF NOT AGENCY-AUDIT-OK
               GO TO P595-EXIT
           END-IF
           MOVE SPACES TO AGENCY-AUDIT-RECORD
           MOVE WS-CURRENT-DATE TO AAU-DATE
           MOVE WS-CURRENT-TIME TO AAU-TIME
           MOVE AGYM-OPERATOR-ID TO AAU-OPERATOR-ID
           MOVE AGYM-TERMINAL-ID TO AAU-TERMINAL-ID
           MOVE AGYM-ACTION TO AAU-ACTION
           MOVE AGYM-AGENCY-CODE TO AAU-AGENCY-CODE
           MOVE WS-CHG-FIELD-NAME TO AAU-FIELD-NAME
           MOVE WS-CHG-BEFORE TO AAU-BEFORE-VALUE
           MOVE WS-CHG-AFTER TO AAU-AFTER-VALUE
           MOVE WS-RESULT-CODE TO AAU-RESULT
           MOVE AGYM-REASON TO AAU-REASON
           WRITE AGENCY-AUDIT-RECORD.

       P595-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE THE MASTER BACK ONLY WHEN SOMETHING WAS APPLIED, AND     *
      * NEVER FROM A TABLE THAT OVERFLOWED AT LOAD -- IT WOULD DROP    *
      * THE AGENCIES THAT DID NOT FIT.  THE PRIOR MASTER IS SAVED AS   *
      * A GENERATION FIRST SO LGAPRBK1 CAN PUT IT BACK.                *
      *----------------------------------------------------------------*
       P600-REWRITE-MASTER.
           IF AGENCY-TABLE-FULL
               GO TO P600-EXIT
           END-IF
           IF WS-ADDED-CNT + WS-CHANGED-CNT + WS-SUSPENDED-CNT
              + WS-TERMINATED-CNT = ZERO
               GO TO P600-EXIT
           END-IF
           MOVE 'AGENCY.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN OUTPUT AGENCY-NEW-FILE
           IF NOT AGENCY-NEW-OK
               DISPLAY 'ERROR: Cannot rewrite AGENCY.DAT: '
                       WS-AGN-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF
           PERFORM P610-WRITE-AGENCY
                   VARYING AGT-IDX FROM 1 BY 1
                   UNTIL AGT-IDX > WS-AGT-COUNT
           CLOSE AGENCY-NEW-FILE.

       P600-EXIT.
           EXIT.

       P610-WRITE-AGENCY.
           MOVE WS-AGT-RECORD (AGT-IDX) TO AGENCY-NEW-RECORD
           WRITE AGENCY-NEW-RECORD
           ADD 1 TO WS-MASTER-OUT-CNT.

       P650-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '          SUMMARY' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Transactions Read:     ' WS-TOTAL-REC
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Agencies Added:        ' WS-ADDED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Agencies Changed:      ' WS-CHANGED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Agencies Suspended:    ' WS-SUSPENDED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Agencies Terminated:   ' WS-TERMINATED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'No Change:             ' WS-NO-CHANGE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Transactions Rejected: ' WS-REJECTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Fields Changed:        ' WS-FIELD-CHANGE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING '  of which Licensing:  ' WS-LICENSING-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF AGENCY-TABLE-FULL
               MOVE 'AGENCY MASTER OVERFLOWED THE TABLE - NOT REWRITTEN'
                    TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               STRING 'Agencies on Master:    ' WS-AGT-COUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-REJECTED-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       P700-CLOSE-FILES.
           IF MAINT-IS-OPEN
               CLOSE MAINT-FILE
           END-IF
           CLOSE REPORT-FILE
           IF AGENCY-AUDIT-OK
               CLOSE AGENCY-AUDIT-FILE
           END-IF.

      *----------------------------------------------------------------*
      * SAVE THE PRIOR AGENCY MASTER AS A GENERATION BEFORE THIS RUN   *
      * REWRITES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.           *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPAGM1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

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
           MOVE 'LGAPAGM1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-REC TO RST-RECORD-COUNT
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
