       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPSAR1.
      *================================================================*
      * PROGRAM: LGAPSAR1 - MONTHLY ONLINE ACCESS REVIEW              *
      * PURPOSE: RUN EARLY EACH MONTH FOR THE MANAGERS' SIGN-OFF.     *
      *          LISTS WHAT EACH ROLE MAY DO (ROLESEC.DAT), THEN      *
      *          EVERY OPERATOR ON THE SECURITY FILE (OPERSEC.DAT)    *
      *          WITH THE ROLES HELD, WHEN EACH WAS GRANTED AND LAST  *
      *          USED, AND ITS USE IN THE MONTH UNDER REVIEW, FROM    *
      *          THE ACCESS LOG (ACCESS.DAT AND ITS MONTHLY           *
      *          ARCHIVES).  ROLES NOT USED WITHIN THE DORMANT LIMIT  *
      *          AND ROLES STILL HELD BY SUSPENDED OPERATORS ARE      *
      *          FLAGGED, AND THE MONTH'S DENIED ATTEMPTS ARE LISTED  *
      *          BY OPERATOR, TRANSACTION AND REASON                  *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERSEC.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OPS-STAT.

           SELECT ROLE-FILE ASSIGN TO 'ROLESEC.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RLS-STAT.

      *    The live access log and each month's archive in turn.
           SELECT ACCESS-FILE ASSIGN TO DYNAMIC WS-LOG-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACL-STAT.

           SELECT REPORT-FILE ASSIGN TO 'SARRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERSEC.

       FD  ROLE-FILE.
           COPY ROLESEC.

      *    Archived lines are carried at the audit trail's width.
       FD  ACCESS-FILE.
       01  ACCESS-FILE-RECORD          PIC X(250).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-OPS-STAT                 PIC X(2).
           88 OPERATORS-OK             VALUE '00'.
           88 OPERATORS-EOF            VALUE '10'.

       01  WS-RLS-STAT                 PIC X(2).
           88 ROLES-OK                 VALUE '00'.
           88 ROLES-EOF                VALUE '10'.

       01  WS-ACL-STAT                 PIC X(2).
           88 ACCESS-OK                VALUE '00'.
           88 ACCESS-EOF               VALUE '10'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-LOG-NAME                 PIC X(20).

           COPY ACCESSLG.

       01  WS-CURRENT-DATE.
           05 WS-CUR-YYYY              PIC 9(4).
           05 WS-CUR-MM                PIC 9(2).
           05 WS-CUR-DD                PIC 9(2).

      *----------------------------------------------------------------*
      * THE MONTH UNDER REVIEW (SAR_REVIEW_MONTH, YYYYMM -- LAST MONTH *
      * BY DEFAULT), HOW MANY MONTHS OF LOG ARE SEARCHED FOR THE LAST  *
      * USE OF A ROLE (SAR_LOOKBACK_MONTHS), AND THE DAYS UNUSED AFTER *
      * WHICH A ROLE IS FLAGGED FOR REVIEW (SAR_DORMANT_DAYS).         *
      *----------------------------------------------------------------*
       01  WS-REVIEW-MONTH.
           05 WS-REV-YYYY              PIC 9(4).
           05 WS-REV-MM                PIC 9(2).
       01  WS-REVIEW-MONTH-NUM REDEFINES WS-REVIEW-MONTH
                                       PIC 9(6).
       01  WS-LOOKBACK-MONTHS          PIC 9(3) VALUE 12.
       01  WS-DORMANT-DAYS             PIC 9(4) VALUE 90.

       01  WS-MONTH-START.
           05 WS-MST-YYYY              PIC 9(4).
           05 WS-MST-MM                PIC 9(2).
           05 WS-MST-DD                PIC 9(2).
       01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START
                                       PIC 9(8).
       01  WS-NEXT-MONTH-START.
           05 WS-NMS-YYYY              PIC 9(4).
           05 WS-NMS-MM                PIC 9(2).
           05 WS-NMS-DD                PIC 9(2).
       01  WS-NEXT-MONTH-START-NUM REDEFINES WS-NEXT-MONTH-START
                                       PIC 9(8).
       01  WS-MONTH-END                PIC 9(8).
       01  WS-DORMANT-CUTOFF           PIC 9(8).
       01  WS-WORK-INT                 PIC 9(9) COMP.

       01  WS-WALK-MONTH.
           05 WS-WALK-YYYY             PIC 9(4).
           05 WS-WALK-MM               PIC 9(2).
       01  WS-WALK-MONTH-NUM REDEFINES WS-WALK-MONTH
                                       PIC 9(6).
       01  WS-SEARCH-FROM-DATE         PIC 9(8).
       01  WS-MONTH-SUB                PIC 9(4).

       01  WS-COUNTERS.
           05 WS-ROLE-REC-CNT          PIC 9(7) VALUE ZERO.
           05 WS-OPERATOR-CNT          PIC 9(7) VALUE ZERO.
           05 WS-SUSPENDED-CNT         PIC 9(7) VALUE ZERO.
           05 WS-GRANT-CNT             PIC 9(7) VALUE ZERO.
           05 WS-DORMANT-CNT           PIC 9(7) VALUE ZERO.
           05 WS-REVOKE-CNT            PIC 9(7) VALUE ZERO.
           05 WS-LOG-READ-CNT          PIC 9(7) VALUE ZERO.
           05 WS-LOGS-OPENED           PIC 9(4) VALUE ZERO.
           05 WS-MONTH-GRANTED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-MONTH-DENIED-CNT      PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * THE OPERATORS, IN SECURITY FILE ORDER, EACH WITH THE ROLES     *
      * HELD AND THE LAST USE AND THE MONTH'S USE OF EACH ROLE.        *
      *----------------------------------------------------------------*
       01  WS-OPERATOR-TABLE.
           05 WS-OPR-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-OPR-ENTRY             OCCURS 1000 TIMES
                                       INDEXED BY OPR-IDX.
              10 WS-OPR-OPERATOR-ID    PIC X(8).
              10 WS-OPR-NAME           PIC X(30).
              10 WS-OPR-STATUS         PIC X(1).
              10 WS-OPR-MANAGER-ID     PIC X(8).
              10 WS-OPR-DENIED-CNT     PIC 9(5).
              10 WS-OPR-ROLE           OCCURS 5 TIMES
                                       INDEXED BY ORL-IDX.
                 15 WS-ORL-ROLE-ID     PIC X(8).
                 15 WS-ORL-GRANTED     PIC 9(8).
                 15 WS-ORL-LAST-USED   PIC 9(8).
                 15 WS-ORL-MONTH-USES  PIC 9(5).

       01  WS-OPR-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WS-OPR-FULL-IND             PIC X VALUE 'N'.
           88 OPERATOR-TABLE-FULL      VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE MONTH'S DENIED ATTEMPTS BY OPERATOR, TRANSACTION AND       *
      * REASON -- OPERATORS NOT ON THE SECURITY FILE INCLUDED.         *
      *----------------------------------------------------------------*
       01  WS-DENIED-TABLE.
           05 WS-DNY-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-DNY-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY DNY-IDX.
              10 WS-DNY-OPERATOR-ID    PIC X(8).
              10 WS-DNY-TRANID         PIC X(4).
              10 WS-DNY-MESSAGE        PIC X(40).
              10 WS-DNY-ATTEMPTS       PIC 9(5).
              10 WS-DNY-LAST-DATE      PIC 9(8).

       01  WS-DNY-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WS-DNY-FULL-IND             PIC X VALUE 'N'.
           88 DENIED-TABLE-FULL        VALUE 'Y'.

       01  WS-REPORT-WORK.
           05 WS-STATUS-TEXT           PIC X(9).
           05 WS-GRANTED-DISPLAY       PIC X(8).
           05 WS-LAST-USED-DISPLAY     PIC X(10).
           05 WS-CNT-DISPLAY           PIC ZZZZ9.
           05 WS-FLAG-TEXT             PIC X(30).
           05 WS-ROLES-SHOWN           PIC 9(1).

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-OPERATORS THRU P300-EXIT
           PERFORM P400-SCAN-ACCESS-LOG THRU P400-EXIT
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
      *    Run early in the month, so last month is the one reviewed.
           MOVE WS-CUR-YYYY TO WS-REV-YYYY
           MOVE WS-CUR-MM TO WS-REV-MM
           IF WS-REV-MM = 1
               SUBTRACT 1 FROM WS-REV-YYYY
               MOVE 12 TO WS-REV-MM
           ELSE
               SUBTRACT 1 FROM WS-REV-MM
           END-IF

           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'SAR_REVIEW_MONTH' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-REVIEW-MONTH-NUM
               END-IF
               MOVE 'SAR_LOOKBACK_MONTHS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-LOOKBACK-MONTHS
               END-IF
               MOVE 'SAR_DORMANT_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-DORMANT-DAYS
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           IF WS-LOOKBACK-MONTHS = ZERO
               MOVE 1 TO WS-LOOKBACK-MONTHS
           END-IF

      *    The month runs from its first to the day before the first
      *    of the month following.
           MOVE WS-REV-YYYY TO WS-MST-YYYY
           MOVE WS-REV-MM TO WS-MST-MM
           MOVE 1 TO WS-MST-DD
           MOVE WS-REV-YYYY TO WS-NMS-YYYY
           MOVE WS-REV-MM TO WS-NMS-MM
           MOVE 1 TO WS-NMS-DD
           IF WS-NMS-MM = 12
               ADD 1 TO WS-NMS-YYYY
               MOVE 1 TO WS-NMS-MM
           ELSE
               ADD 1 TO WS-NMS-MM
           END-IF
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-NEXT-MONTH-START-NUM) - 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
                                   (WS-WORK-INT)
           COMPUTE WS-WORK-INT = WS-WORK-INT - WS-DORMANT-DAYS
           COMPUTE WS-DORMANT-CUTOFF = FUNCTION DATE-OF-INTEGER
                                        (WS-WORK-INT)

      *    The search starts the configured number of months back,
      *    counting the month under review as the first.
           MOVE WS-REVIEW-MONTH-NUM TO WS-WALK-MONTH-NUM
           PERFORM P210-STEP-BACK-MONTH
                   VARYING WS-MONTH-SUB FROM 2 BY 1
                   UNTIL WS-MONTH-SUB > WS-LOOKBACK-MONTHS
           COMPUTE WS-SEARCH-FROM-DATE = (WS-WALK-MONTH-NUM * 100) + 1.

       P210-STEP-BACK-MONTH.
           IF WS-WALK-MM = 1
               SUBTRACT 1 FROM WS-WALK-YYYY
               MOVE 12 TO WS-WALK-MM
           ELSE
               SUBTRACT 1 FROM WS-WALK-MM
           END-IF.

       P300-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF NOT OPERATORS-OK
               DISPLAY 'ERROR: Cannot open operator security file: '
                       WS-OPS-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-OPERATOR
           PERFORM UNTIL OPERATORS-EOF
               PERFORM P320-STORE-OPERATOR THRU P320-EXIT
               PERFORM P310-READ-OPERATOR
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF OPERATOR-TABLE-FULL
               DISPLAY 'ERROR: Operators exceed the in-core table - '
                       'review incomplete'
               MOVE 8 TO RETURN-CODE
           END-IF.

       P300-EXIT.
           EXIT.

       P310-READ-OPERATOR.
           READ OPERATOR-FILE
           END-READ.

       P320-STORE-OPERATOR.
           ADD 1 TO WS-OPERATOR-CNT
           IF WS-OPR-COUNT >= 1000
               MOVE 'Y' TO WS-OPR-FULL-IND
               GO TO P320-EXIT
           END-IF
           ADD 1 TO WS-OPR-COUNT
           SET OPR-IDX TO WS-OPR-COUNT
           MOVE OPS-OPERATOR-ID TO WS-OPR-OPERATOR-ID (OPR-IDX)
           MOVE OPS-OPERATOR-NAME TO WS-OPR-NAME (OPR-IDX)
           MOVE OPS-STATUS TO WS-OPR-STATUS (OPR-IDX)
           MOVE OPS-MANAGER-ID TO WS-OPR-MANAGER-ID (OPR-IDX)
           MOVE ZERO TO WS-OPR-DENIED-CNT (OPR-IDX)
           IF NOT OPS-ACTIVE
               ADD 1 TO WS-SUSPENDED-CNT
           END-IF
           PERFORM P330-STORE-ROLE
                   VARYING ORL-IDX FROM 1 BY 1
                   UNTIL ORL-IDX > 5.

       P320-EXIT.
           EXIT.

       P330-STORE-ROLE.
           MOVE OPS-ROLE-ID (ORL-IDX)
                TO WS-ORL-ROLE-ID (OPR-IDX, ORL-IDX)
           IF OPS-ROLE-GRANTED (ORL-IDX) NUMERIC
               MOVE OPS-ROLE-GRANTED (ORL-IDX)
                    TO WS-ORL-GRANTED (OPR-IDX, ORL-IDX)
           ELSE
               MOVE ZERO TO WS-ORL-GRANTED (OPR-IDX, ORL-IDX)
           END-IF
           MOVE ZERO TO WS-ORL-LAST-USED (OPR-IDX, ORL-IDX)
           MOVE ZERO TO WS-ORL-MONTH-USES (OPR-IDX, ORL-IDX)
           IF OPS-ROLE-ID (ORL-IDX) NOT = SPACES
               ADD 1 TO WS-GRANT-CNT
           END-IF.

      *----------------------------------------------------------------*
      * THE ACCESS LOG -- EACH MONTHLY ARCHIVE FROM THE START OF THE   *
      * SEARCH TO THE MONTH UNDER REVIEW, THEN THE LIVE FILE.  ENTRIES *
      * AFTER THE MONTH UNDER REVIEW ARE IGNORED, SO A LATE RERUN      *
      * GIVES THE SAME ANSWER.  A MISSING ARCHIVE IS SIMPLY A MONTH    *
      * WITH NOTHING ARCHIVED.                                         *
      *----------------------------------------------------------------*
       P400-SCAN-ACCESS-LOG.
           COMPUTE WS-WALK-MONTH-NUM = WS-SEARCH-FROM-DATE / 100
           PERFORM P410-SCAN-ONE-ARCHIVE
                   UNTIL WS-WALK-MONTH-NUM > WS-REVIEW-MONTH-NUM

           MOVE 'ACCESS.DAT' TO WS-LOG-NAME
           PERFORM P420-SCAN-LOG-FILE
           IF WS-LOGS-OPENED = ZERO
               DISPLAY 'Warning: No access log found - last use '
                       'not known'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF DENIED-TABLE-FULL
               DISPLAY 'Warning: Denied attempts exceed the table - '
                       'later ones counted, not listed'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P400-EXIT.
           EXIT.

       P410-SCAN-ONE-ARCHIVE.
           MOVE SPACES TO WS-LOG-NAME
           STRING 'ACCESS.DAT.' WS-WALK-MONTH-NUM
                  DELIMITED BY SIZE INTO WS-LOG-NAME
           PERFORM P420-SCAN-LOG-FILE
           IF WS-WALK-MM = 12
               ADD 1 TO WS-WALK-YYYY
               MOVE 1 TO WS-WALK-MM
           ELSE
               ADD 1 TO WS-WALK-MM
           END-IF.

       P420-SCAN-LOG-FILE.
           OPEN INPUT ACCESS-FILE
           IF ACCESS-OK
               ADD 1 TO WS-LOGS-OPENED
               PERFORM P430-READ-LOG
               PERFORM UNTIL ACCESS-EOF
                   PERFORM P440-TAKE-LOG-RECORD THRU P440-EXIT
                   PERFORM P430-READ-LOG
               END-PERFORM
               CLOSE ACCESS-FILE
           END-IF.

       P430-READ-LOG.
           READ ACCESS-FILE
           END-READ.

       P440-TAKE-LOG-RECORD.
           MOVE ACCESS-FILE-RECORD TO ACCESS-LOG-RECORD
           IF ACL-ACCESS-DATE NOT NUMERIC
               GO TO P440-EXIT
           END-IF
           IF ACL-ACCESS-DATE < WS-SEARCH-FROM-DATE OR
              ACL-ACCESS-DATE > WS-MONTH-END
               GO TO P440-EXIT
           END-IF
           ADD 1 TO WS-LOG-READ-CNT

           MOVE ZERO TO WS-OPR-MATCH-IDX
           PERFORM P450-CHECK-OPERATOR
                   VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > WS-OPR-COUNT
                      OR WS-OPR-MATCH-IDX > ZERO

           IF ACL-DENIED
               IF ACL-ACCESS-DATE >= WS-MONTH-START-NUM
                   ADD 1 TO WS-MONTH-DENIED-CNT
                   IF WS-OPR-MATCH-IDX > ZERO
                       SET OPR-IDX TO WS-OPR-MATCH-IDX
                       ADD 1 TO WS-OPR-DENIED-CNT (OPR-IDX)
                   END-IF
                   PERFORM P470-FIND-OR-ADD-DENIED
               END-IF
               GO TO P440-EXIT
           END-IF

           IF ACL-ACCESS-DATE >= WS-MONTH-START-NUM
               ADD 1 TO WS-MONTH-GRANTED-CNT
           END-IF
           IF WS-OPR-MATCH-IDX = ZERO
               GO TO P440-EXIT
           END-IF
           SET OPR-IDX TO WS-OPR-MATCH-IDX
           PERFORM P460-POST-ROLE-USE
                   VARYING ORL-IDX FROM 1 BY 1
                   UNTIL ORL-IDX > 5.

       P440-EXIT.
           EXIT.

       P450-CHECK-OPERATOR.
           IF WS-OPR-OPERATOR-ID (OPR-IDX) = ACL-OPERATOR-ID
               SET WS-OPR-MATCH-IDX TO OPR-IDX
           END-IF.

      *    A use is credited to the role that granted it.  A role
      *    since taken away is no longer on the operator's record,
      *    so its uses fall away with it.
       P460-POST-ROLE-USE.
           IF WS-ORL-ROLE-ID (OPR-IDX, ORL-IDX) NOT = SPACES AND
              WS-ORL-ROLE-ID (OPR-IDX, ORL-IDX) = ACL-ROLE-ID
               IF ACL-ACCESS-DATE >
                  WS-ORL-LAST-USED (OPR-IDX, ORL-IDX)
                   MOVE ACL-ACCESS-DATE
                        TO WS-ORL-LAST-USED (OPR-IDX, ORL-IDX)
               END-IF
               IF ACL-ACCESS-DATE >= WS-MONTH-START-NUM
                   ADD 1 TO WS-ORL-MONTH-USES (OPR-IDX, ORL-IDX)
               END-IF
           END-IF.

      *    Same find-or-add table pattern as the other reports.
       P470-FIND-OR-ADD-DENIED.
           MOVE ZERO TO WS-DNY-MATCH-IDX
           PERFORM P471-CHECK-DENIED
                   VARYING DNY-IDX FROM 1 BY 1
                   UNTIL DNY-IDX > WS-DNY-COUNT
           IF WS-DNY-MATCH-IDX = ZERO
               IF WS-DNY-COUNT < 500
                   ADD 1 TO WS-DNY-COUNT
                   MOVE WS-DNY-COUNT TO WS-DNY-MATCH-IDX
                   SET DNY-IDX TO WS-DNY-MATCH-IDX
                   MOVE ACL-OPERATOR-ID TO WS-DNY-OPERATOR-ID (DNY-IDX)
                   MOVE ACL-TRANID TO WS-DNY-TRANID (DNY-IDX)
                   MOVE ACL-MESSAGE TO WS-DNY-MESSAGE (DNY-IDX)
                   MOVE ZERO TO WS-DNY-ATTEMPTS (DNY-IDX)
                   MOVE ZERO TO WS-DNY-LAST-DATE (DNY-IDX)
               ELSE
                   MOVE 'Y' TO WS-DNY-FULL-IND
               END-IF
           END-IF
           IF WS-DNY-MATCH-IDX > ZERO
               SET DNY-IDX TO WS-DNY-MATCH-IDX
               ADD 1 TO WS-DNY-ATTEMPTS (DNY-IDX)
               IF ACL-ACCESS-DATE > WS-DNY-LAST-DATE (DNY-IDX)
                   MOVE ACL-ACCESS-DATE TO WS-DNY-LAST-DATE (DNY-IDX)
               END-IF
           END-IF.

       P471-CHECK-DENIED.
           IF WS-DNY-OPERATOR-ID (DNY-IDX) = ACL-OPERATOR-ID AND
              WS-DNY-TRANID (DNY-IDX) = ACL-TRANID AND
              WS-DNY-MESSAGE (DNY-IDX) = ACL-MESSAGE
               SET WS-DNY-MATCH-IDX TO DNY-IDX
           END-IF.

      *----------------------------------------------------------------*
      * THE REPORT -- THE ROLE DEFINITIONS AS THEY STAND, EACH         *
      * OPERATOR WITH THE ROLES HELD, THE MONTH'S DENIED ATTEMPTS,     *
      * AND THE TOTALS.                                                *
      *----------------------------------------------------------------*
       P600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open access review report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '        MONTHLY ONLINE ACCESS REVIEW' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Run Date:             ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Month Reviewed:       ' WS-REVIEW-MONTH
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Log Searched From:    ' WS-SEARCH-FROM-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Dormant If Unused By: ' WS-DORMANT-CUTOFF
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P610-WRITE-ROLE-DEFINITIONS THRU P610-EXIT

           MOVE '  OPERATORS AND ROLES HELD' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OPR-COUNT = ZERO
               MOVE '    NO OPERATORS ON THE SECURITY FILE'
                    TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM P630-WRITE-OPERATOR
                   VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > WS-OPR-COUNT

           MOVE '  DENIED ATTEMPTS IN THE MONTH' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DNY-COUNT = ZERO
               MOVE '    NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM P650-WRITE-DENIED
                   VARYING DNY-IDX FROM 1 BY 1
                   UNTIL DNY-IDX > WS-DNY-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Role Definitions:     ' WS-ROLE-REC-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Operators On File:    ' WS-OPERATOR-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Operators Suspended:  ' WS-SUSPENDED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Roles Held:           ' WS-GRANT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Roles Dormant:        ' WS-DORMANT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Roles To Revoke:      ' WS-REVOKE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Log Records Searched: ' WS-LOG-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Month Access Granted: ' WS-MONTH-GRANTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Month Access Denied:  ' WS-MONTH-DENIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       P600-EXIT.
           EXIT.

      *    Written straight from the role file, which is in role and
      *    transaction order.
       P610-WRITE-ROLE-DEFINITIONS.
           MOVE '  ROLE DEFINITIONS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT ROLE-FILE
           IF NOT ROLES-OK
               DISPLAY 'Warning: Cannot open role security file: '
                       WS-RLS-STAT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE '    ROLE FILE NOT AVAILABLE' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P610-EXIT
           END-IF
           PERFORM P615-READ-ROLE
           PERFORM UNTIL ROLES-EOF
               PERFORM P620-WRITE-ROLE-LINE
               PERFORM P615-READ-ROLE
           END-PERFORM
           CLOSE ROLE-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P610-EXIT.
           EXIT.

       P615-READ-ROLE.
           READ ROLE-FILE
           END-READ.

       P620-WRITE-ROLE-LINE.
           ADD 1 TO WS-ROLE-REC-CNT
           IF RLS-UPDATE-ALLOWED
               MOVE 'UPDATE' TO WS-STATUS-TEXT
           ELSE
               MOVE 'INQUIRE' TO WS-STATUS-TEXT
           END-IF
           IF RLS-QUEUES = SPACES
               MOVE 'ALL' TO WS-FLAG-TEXT
           ELSE
               MOVE RLS-QUEUES TO WS-FLAG-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '    ROLE ' RLS-ROLE-ID
                  ' ' RLS-ROLE-NAME
                  '  TRAN ' RLS-TRANID
                  '  ' WS-STATUS-TEXT
                  ' QUEUES ' WS-FLAG-TEXT (1:4)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P630-WRITE-OPERATOR.
           IF WS-OPR-STATUS (OPR-IDX) = 'A'
               MOVE 'ACTIVE' TO WS-STATUS-TEXT
           ELSE
               MOVE 'SUSPENDED' TO WS-STATUS-TEXT
           END-IF
           MOVE WS-OPR-DENIED-CNT (OPR-IDX) TO WS-CNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '    OPERATOR ' WS-OPR-OPERATOR-ID (OPR-IDX)
                  ' ' WS-OPR-NAME (OPR-IDX)
                  ' ' WS-STATUS-TEXT
                  '  MANAGER ' WS-OPR-MANAGER-ID (OPR-IDX)
                  '  DENIED IN MONTH ' WS-CNT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-ROLES-SHOWN
           PERFORM P640-WRITE-OPERATOR-ROLE THRU P640-EXIT
                   VARYING ORL-IDX FROM 1 BY 1
                   UNTIL ORL-IDX > 5
           IF WS-ROLES-SHOWN = ZERO
               MOVE '        NO ROLES HELD' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *    A suspended operator should hold no roles at all; an
      *    active one whose role has gone unused past the dormant
      *    limit -- or never been used, once granted that long ago --
      *    is put to the manager for review.
       P640-WRITE-OPERATOR-ROLE.
           IF WS-ORL-ROLE-ID (OPR-IDX, ORL-IDX) = SPACES
               GO TO P640-EXIT
           END-IF
           ADD 1 TO WS-ROLES-SHOWN
           IF WS-ORL-GRANTED (OPR-IDX, ORL-IDX) = ZERO
               MOVE 'UNKNOWN' TO WS-GRANTED-DISPLAY
           ELSE
               MOVE WS-ORL-GRANTED (OPR-IDX, ORL-IDX)
                    TO WS-GRANTED-DISPLAY
           END-IF
           IF WS-ORL-LAST-USED (OPR-IDX, ORL-IDX) = ZERO
               MOVE 'NEVER' TO WS-LAST-USED-DISPLAY
           ELSE
               MOVE WS-ORL-LAST-USED (OPR-IDX, ORL-IDX)
                    TO WS-LAST-USED-DISPLAY
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-OPR-STATUS (OPR-IDX) NOT = 'A'
               MOVE 'REVOKE - OPERATOR SUSPENDED' TO WS-FLAG-TEXT
               ADD 1 TO WS-REVOKE-CNT
           ELSE
               IF WS-ORL-LAST-USED (OPR-IDX, ORL-IDX) <
                  WS-DORMANT-CUTOFF AND
                  WS-ORL-GRANTED (OPR-IDX, ORL-IDX) <
                  WS-DORMANT-CUTOFF
                   MOVE 'REVIEW - DORMANT' TO WS-FLAG-TEXT
                   ADD 1 TO WS-DORMANT-CNT
               END-IF
           END-IF
           MOVE WS-ORL-MONTH-USES (OPR-IDX, ORL-IDX) TO WS-CNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '        ROLE ' WS-ORL-ROLE-ID (OPR-IDX, ORL-IDX)
                  '  GRANTED ' WS-GRANTED-DISPLAY
                  '  LAST USED ' WS-LAST-USED-DISPLAY
                  '  USES IN MONTH ' WS-CNT-DISPLAY
                  '  ' WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P640-EXIT.
           EXIT.

       P650-WRITE-DENIED.
           MOVE WS-DNY-ATTEMPTS (DNY-IDX) TO WS-CNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '    OPERATOR ' WS-DNY-OPERATOR-ID (DNY-IDX)
                  '  TRAN ' WS-DNY-TRANID (DNY-IDX)
                  '  ATTEMPTS ' WS-CNT-DISPLAY
                  '  LAST ' WS-DNY-LAST-DATE (DNY-IDX)
                  '  ' WS-DNY-MESSAGE (DNY-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
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
           MOVE 'LGAPSAR1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-OPERATOR-CNT TO RST-RECORD-COUNT
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
