       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPESC1.
      *================================================================*
      * PROGRAM: LGAPESC1 - UNCLAIMED PROPERTY (ESCHEAT)              *
      * PURPOSE: WORKS THE OUTSTANDING CHECKS ON THE CHECK MASTER     *
      *          AGAINST THE DORMANCY PERIOD OF THE PAYEE'S LAST      *
      *          KNOWN STATE.  CHECKS THAT WILL BE DORMANT BY THE     *
      *          NEXT ANNUAL REPORT DATE GET A DUE-DILIGENCE LETTER   *
      *          ONCE THE STATUTORY LEAD TIME BEFORE THAT DATE IS     *
      *          REACHED.  ON THE FIRST RUN ON OR AFTER THE REPORT    *
      *          DATE, CHECKS STILL OUTSTANDING AND DORMANT ARE       *
      *          REPORTED ON THE ANNUAL UNCLAIMED PROPERTY REPORT BY  *
      *          STATE, MARKED ESCHEATED ON THE MASTER, STOPPED AT    *
      *          THE BANK THROUGH THE CHECK ISSUE LEDGER, AND MOVED   *
      *          FROM OUTSTANDING CHECKS TO ESCHEAT LIABILITY BY A    *
      *          BALANCED GLJRNL ENTRY.                               *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-MASTER-FILE ASSIGN TO 'CHKMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKM-STAT.

      *    Escheated checks are stopped at the bank by a void row,
      *    which the next LGAPPPY1 run sends as positive pay.
           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKI-STAT.

      *    Year of the last annual report filed -- the same
      *    carried-control pattern as the number controls.
           SELECT ESCHEAT-CONTROL-FILE ASSIGN TO 'ESCCTL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ESC-STAT.

      *    Due-diligence letter extract for the mail house.
           SELECT LETTER-FILE ASSIGN TO 'ESCLTR.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LTR-STAT.

           SELECT UNCLAIMED-REPORT-FILE ASSIGN TO 'UNCLPROP.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-UPR-STAT.

           SELECT JOURNAL-FILE ASSIGN TO 'ESCJRNL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JRN-STAT.

           SELECT REPORT-FILE ASSIGN TO 'ESCRPT.DAT'
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
       FD  CHECK-MASTER-FILE.
           COPY CHKMAST.

       FD  CHECK-ISSUE-FILE.
           COPY CHKISSUE.

       FD  ESCHEAT-CONTROL-FILE.
       01  ESCHEAT-CONTROL-RECORD.
           05 ESC-LAST-REPORT-YEAR     PIC 9(4).

       FD  LETTER-FILE.
       01  ESCHEAT-LETTER-RECORD.
           05 ESL-CHECK-NUMBER         PIC 9(10).
           05 FILLER                   PIC X.
           05 ESL-PAYEE-NAME           PIC X(40).
           05 FILLER                   PIC X.
           05 ESL-PAYEE-STATE          PIC X(2).
           05 FILLER                   PIC X.
           05 ESL-AMOUNT               PIC 9(8)V99.
           05 FILLER                   PIC X.
           05 ESL-ISSUE-DATE           PIC 9(8).
           05 FILLER                   PIC X.
           05 ESL-REFERENCE            PIC X(15).
           05 FILLER                   PIC X.
           05 ESL-LETTER-DATE          PIC 9(8).
           05 FILLER                   PIC X.
      *    The payee must claim the money before this date or it is
      *    reported to the state.
           05 ESL-RESPOND-BY-DATE      PIC 9(8).

       FD  UNCLAIMED-REPORT-FILE.
       01  UNCLAIMED-REPORT-LINE       PIC X(133).

       FD  JOURNAL-FILE.
           COPY GLJRNL.

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

       01  WS-CKM-STAT                 PIC X(2).
           88 CHECK-MASTER-OK          VALUE '00'.
           88 CHECK-MASTER-EOF         VALUE '10'.

       01  WS-CKI-STAT                 PIC X(2).
           88 CHECK-ISSUE-OK           VALUE '00'.

       01  WS-CKI-OPEN-IND             PIC X VALUE 'N'.
           88 CHECK-ISSUE-IS-OPEN      VALUE 'Y'.

       01  WS-ESC-STAT                 PIC X(2).
           88 ESCHEAT-CONTROL-OK       VALUE '00'.

       01  WS-LTR-STAT                 PIC X(2).
           88 LETTER-OK                VALUE '00'.

       01  WS-UPR-STAT                 PIC X(2).
           88 UNCLAIMED-REPORT-OK      VALUE '00'.

       01  WS-JRN-STAT                 PIC X(2).
           88 JOURNAL-OK               VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-CONFIG-OPEN-IND          PIC X VALUE 'N'.
           88 CONFIG-IS-OPEN           VALUE 'Y'.

       01  WS-MASTER-FULL-IND          PIC X VALUE 'N'.
           88 MASTER-TRUNCATED         VALUE 'Y'.

       01  WS-REPORT-DUE-IND           PIC X VALUE 'N'.
           88 ANNUAL-REPORT-DUE        VALUE 'Y'.

      *----------------------------------------------------------------*
      * ESCHEAT PARAMETERS (CONFIG KEYS ESC_DORMANCY_DAYS -- WITH A    *
      * PER-STATE OVERRIDE UNDER ESC_DORMANCY_ SUFFIXED BY THE STATE   *
      * CODE -- ESC_NOTICE_LEAD_DAYS, ESC_LETTER_MIN_AMT,              *
      * ESC_REPORT_MMDD, ESC_HOLDER_STATE, ESC_GL_OUTSTD_ACCT AND      *
      * ESC_GL_ESCHEAT_ACCT).  A CHECK WITH NO KNOWN STATE IS          *
      * REPORTED TO THE HOLDER'S STATE OF DOMICILE.                    *
      *----------------------------------------------------------------*
       01  WS-ESC-PARMS.
           05 WS-ESC-DORMANCY-DAYS     PIC 9(5) VALUE 1095.
           05 WS-ESC-NOTICE-LEAD-DAYS  PIC 9(3) VALUE 120.
           05 WS-ESC-LETTER-MIN-AMT    PIC 9(6)V99 VALUE 50.
           05 WS-ESC-REPORT-MMDD       PIC 9(4) VALUE 1101.
           05 WS-ESC-HOLDER-STATE      PIC X(2) VALUE SPACES.
           05 WS-ESC-GL-OUTSTD-ACCT    PIC X(8) VALUE '21510'.
           05 WS-ESC-GL-ESCHEAT-ACCT   PIC X(8) VALUE '21520'.

       01  WS-DORMANCY-KEY.
           05 FILLER                   PIC X(13) VALUE 'ESC_DORMANCY_'.
           05 WS-DORMANCY-KEY-STATE    PIC X(2).
           05 FILLER                   PIC X(5) VALUE SPACES.

      *----------------------------------------------------------------*
      * IN-CORE CHECK MASTER -- THE SAME TABLE LGAPPPY1 MAINTAINS.     *
      *----------------------------------------------------------------*
       01  WS-CHECK-TABLE.
           05 WS-CHK-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CHK-ENTRY             OCCURS 10000 TIMES
                                       INDEXED BY CHK-IDX.
              10 WS-CHK-NUMBER         PIC 9(10).
              10 WS-CHK-ISSUE-DATE     PIC 9(8).
              10 WS-CHK-AMOUNT         PIC 9(8)V99.
              10 WS-CHK-PAYEE-NAME     PIC X(40).
              10 WS-CHK-SOURCE         PIC X(1).
              10 WS-CHK-REFERENCE      PIC X(15).
              10 WS-CHK-STATUS         PIC X(1).
              10 WS-CHK-STATUS-DATE    PIC 9(8).
              10 WS-CHK-PAID-AMOUNT    PIC 9(8)V99.
              10 WS-CHK-RECON-DATE     PIC 9(8).
              10 WS-CHK-PAYEE-STATE    PIC X(2).
              10 WS-CHK-LETTER-DATE    PIC 9(8).

      *----------------------------------------------------------------*
      * STATES MET ON THE OUTSTANDING CHECKS, EACH WITH ITS DORMANCY   *
      * PERIOD AND THE CHECKS ESCHEATED TO IT THIS RUN.                *
      *----------------------------------------------------------------*
       01  WS-STATE-TABLE.
           05 WS-STA-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-STA-ENTRY             OCCURS 70 TIMES
                                       INDEXED BY STA-IDX.
              10 WS-STA-CODE           PIC X(2).
              10 WS-STA-DORMANCY-DAYS  PIC 9(5).
              10 WS-STA-ESC-CNT        PIC 9(6).
              10 WS-STA-ESC-AMT        PIC 9(12)V99.

       01  WS-STA-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-CHECK-STATE              PIC X(2).

       01  WS-DATE-WORK.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
              10 WS-CURRENT-YYYY       PIC 9(4).
              10 WS-CURRENT-MMDD       PIC 9(4).
           05 WS-REPORT-DATE           PIC 9(8).
           05 WS-REPORT-DATE-R REDEFINES WS-REPORT-DATE.
              10 WS-REPORT-YYYY        PIC 9(4).
              10 WS-REPORT-MMDD        PIC 9(4).
           05 WS-LAST-REPORT-YEAR      PIC 9(4) VALUE ZERO.
           05 WS-CURRENT-INT           PIC 9(9) COMP.
           05 WS-REPORT-INT            PIC 9(9) COMP.
           05 WS-DORMANT-INT           PIC 9(9) COMP.
           05 WS-LETTER-START-INT      PIC 9(9) COMP.

       01  WS-COUNTERS.
           05 WS-OUTSTANDING-CNT       PIC 9(6) VALUE ZERO.
           05 WS-LETTER-CNT            PIC 9(6) VALUE ZERO.
           05 WS-ESCHEAT-CNT           PIC 9(6) VALUE ZERO.
           05 WS-NO-STATE-CNT          PIC 9(6) VALUE ZERO.
           05 WS-LETTER-TOTAL          PIC 9(12)V99 VALUE ZERO.
           05 WS-ESCHEAT-TOTAL         PIC 9(12)V99 VALUE ZERO.
           05 WS-JRN-DEBITS            PIC S9(13)V99 VALUE ZERO.
           05 WS-JRN-CREDITS           PIC S9(13)V99 VALUE ZERO.

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.

       COPY GLPERIOD.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-MASTER THRU P300-EXIT
           PERFORM P400-OPEN-FILES
           PERFORM P500-SCAN-CHECKS
           IF ANNUAL-REPORT-DUE
               PERFORM P205-RESOLVE-GL-PERIOD
               PERFORM P600-WRITE-ANNUAL-REPORT
               PERFORM P650-WRITE-GL-JOURNAL THRU P650-EXIT
           END-IF
           PERFORM P700-WRITE-SUMMARY
           PERFORM P750-CLOSE-FILES
           PERFORM P800-REWRITE-MASTER THRU P800-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CURRENT-INT = FUNCTION INTEGER-OF-DATE
                                     (WS-CURRENT-DATE)
           PERFORM P210-READ-CONFIG THRU P210-EXIT
           COMPUTE WS-LAST-REPORT-YEAR = WS-CURRENT-YYYY - 1
           OPEN INPUT ESCHEAT-CONTROL-FILE
           IF ESCHEAT-CONTROL-OK
               READ ESCHEAT-CONTROL-FILE
               IF ESCHEAT-CONTROL-OK AND
                  ESC-LAST-REPORT-YEAR NUMERIC
                   MOVE ESC-LAST-REPORT-YEAR TO WS-LAST-REPORT-YEAR
               END-IF
               CLOSE ESCHEAT-CONTROL-FILE
           END-IF
           PERFORM P220-SET-REPORT-DATE.

      *----------------------------------------------------------------*
      * RESOLVE THE ACCOUNTING PERIOD THE JOURNAL POSTS TO.  A RUN     *
      * DATED INTO A CLOSED PERIOD POSTS TO THE OPEN PERIOD AS A       *
      * PRIOR-PERIOD ADJUSTMENT; WITH NO OPEN PERIOD TO TAKE IT THE    *
      * RUN STOPS BEFORE ANYTHING IS POSTED.                           *
      *----------------------------------------------------------------*
       P205-RESOLVE-GL-PERIOD.
           MOVE WS-CURRENT-DATE TO GPR-POSTING-DATE
           CALL 'LGAPPRD1' USING GL-PERIOD-REQUEST
           EVALUATE TRUE
               WHEN GPR-NO-OPEN-PERIOD
                   DISPLAY 'ERROR: Period ' GPR-ORIG-PERIOD
                           ' is closed and no later period is open'
                           ' - nothing posted'
                   MOVE 12 TO RETURN-CODE
                   PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   STOP RUN
               WHEN GPR-PRIOR-PERIOD-ADJ
                   DISPLAY 'Period ' GPR-ORIG-PERIOD ' is closed - '
                           'journal posts to ' GPR-PERIOD
                           ' as a prior-period adjustment'
               WHEN GPR-NOT-ON-CALENDAR
                   DISPLAY 'Warning: Period ' GPR-ORIG-PERIOD
                           ' is not on the accounting calendar'
           END-EVALUATE.

      *    The config file stays open for the run: each state's
      *    dormancy period is looked up as the state is first met.
       P210-READ-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF NOT CONFIG-OK
               GO TO P210-EXIT
           END-IF
           MOVE 'Y' TO WS-CONFIG-OPEN-IND
           MOVE 'ESC_DORMANCY_DAYS' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                    TO WS-ESC-DORMANCY-DAYS
           END-IF
           MOVE 'ESC_NOTICE_LEAD_DAYS' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                    TO WS-ESC-NOTICE-LEAD-DAYS
           END-IF
           MOVE 'ESC_LETTER_MIN_AMT' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                    TO WS-ESC-LETTER-MIN-AMT
           END-IF
           MOVE 'ESC_REPORT_MMDD' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                    TO WS-ESC-REPORT-MMDD
           END-IF
           MOVE 'ESC_HOLDER_STATE' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:2) TO WS-ESC-HOLDER-STATE
           END-IF
           MOVE 'ESC_GL_OUTSTD_ACCT' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:8) TO WS-ESC-GL-OUTSTD-ACCT
           END-IF
           MOVE 'ESC_GL_ESCHEAT_ACCT' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:8) TO WS-ESC-GL-ESCHEAT-ACCT
           END-IF.

       P210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE REPORT DATE WORKED TOWARD IS THE FIRST ONE NOT YET FILED:  *
      * THIS YEAR'S IF THIS YEAR'S REPORT IS STILL TO GO, OTHERWISE    *
      * NEXT YEAR'S.  THE REPORT IS DUE ON THE FIRST RUN ON OR AFTER   *
      * ITS DATE.                                                      *
      *----------------------------------------------------------------*
       P220-SET-REPORT-DATE.
           IF WS-ESC-REPORT-MMDD < 0101 OR WS-ESC-REPORT-MMDD > 1231
               DISPLAY 'Warning: ESC_REPORT_MMDD invalid - using 1101'
               MOVE 1101 TO WS-ESC-REPORT-MMDD
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-ESC-REPORT-MMDD TO WS-REPORT-MMDD
           IF WS-LAST-REPORT-YEAR < WS-CURRENT-YYYY
               MOVE WS-CURRENT-YYYY TO WS-REPORT-YYYY
           ELSE
               COMPUTE WS-REPORT-YYYY = WS-CURRENT-YYYY + 1
           END-IF
           COMPUTE WS-REPORT-INT = FUNCTION INTEGER-OF-DATE
                                    (WS-REPORT-DATE)
           IF WS-REPORT-INT = ZERO
               DISPLAY 'Warning: ESC_REPORT_MMDD not a valid date - '
                       'using 1101'
               MOVE 1101 TO WS-REPORT-MMDD
               COMPUTE WS-REPORT-INT = FUNCTION INTEGER-OF-DATE
                                        (WS-REPORT-DATE)
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CURRENT-INT >= WS-REPORT-INT
               MOVE 'Y' TO WS-REPORT-DUE-IND
           END-IF
           COMPUTE WS-LETTER-START-INT =
               WS-REPORT-INT - WS-ESC-NOTICE-LEAD-DAYS.

       P300-LOAD-MASTER.
           OPEN INPUT CHECK-MASTER-FILE
           IF NOT CHECK-MASTER-OK
               DISPLAY 'No check master: ' WS-CKM-STAT
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-MASTER
           PERFORM UNTIL CHECK-MASTER-EOF
               PERFORM P320-STORE-MASTER
               PERFORM P310-READ-MASTER
           END-PERFORM
           CLOSE CHECK-MASTER-FILE
      *    Escheating from a partial master would leave checks
      *    unreported and the liability misstated -- stop here.
           IF MASTER-TRUNCATED
               DISPLAY 'ERROR: Check master exceeds table - '
                       'no letters or escheats processed'
               MOVE 12 TO RETURN-CODE
               IF CONFIG-IS-OPEN
                   CLOSE CONFIG-FILE
               END-IF
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF.

       P300-EXIT.
           EXIT.

       P310-READ-MASTER.
           READ CHECK-MASTER-FILE
           END-READ.

       P320-STORE-MASTER.
           IF WS-CHK-COUNT < 10000
               ADD 1 TO WS-CHK-COUNT
               SET CHK-IDX TO WS-CHK-COUNT
               MOVE CKM-CHECK-NUMBER TO WS-CHK-NUMBER (CHK-IDX)
               MOVE CKM-ISSUE-DATE TO WS-CHK-ISSUE-DATE (CHK-IDX)
               MOVE CKM-AMOUNT TO WS-CHK-AMOUNT (CHK-IDX)
               MOVE CKM-PAYEE-NAME TO WS-CHK-PAYEE-NAME (CHK-IDX)
               MOVE CKM-SOURCE TO WS-CHK-SOURCE (CHK-IDX)
               MOVE CKM-REFERENCE TO WS-CHK-REFERENCE (CHK-IDX)
               MOVE CKM-STATUS TO WS-CHK-STATUS (CHK-IDX)
               MOVE CKM-STATUS-DATE TO WS-CHK-STATUS-DATE (CHK-IDX)
               MOVE CKM-PAID-AMOUNT TO WS-CHK-PAID-AMOUNT (CHK-IDX)
               MOVE CKM-RECON-DATE TO WS-CHK-RECON-DATE (CHK-IDX)
               MOVE CKM-PAYEE-STATE TO WS-CHK-PAYEE-STATE (CHK-IDX)
               IF CKM-LETTER-DATE NUMERIC
                   MOVE CKM-LETTER-DATE TO WS-CHK-LETTER-DATE (CHK-IDX)
               ELSE
                   MOVE ZERO TO WS-CHK-LETTER-DATE (CHK-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-MASTER-FULL-IND
           END-IF.

       P400-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open escheat report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF NOT LETTER-OK
               DISPLAY 'ERROR: Cannot open due-diligence letter file: '
                       WS-LTR-STAT
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           IF ANNUAL-REPORT-DUE
               OPEN OUTPUT UNCLAIMED-REPORT-FILE
               IF NOT UNCLAIMED-REPORT-OK
                   DISPLAY 'ERROR: Cannot open unclaimed property '
                           'report: ' WS-UPR-STAT
                   MOVE 12 TO RETURN-CODE
                   CLOSE REPORT-FILE
                   CLOSE LETTER-FILE
                   PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   STOP RUN
               END-IF
               OPEN EXTEND CHECK-ISSUE-FILE
               IF NOT CHECK-ISSUE-OK
                   OPEN OUTPUT CHECK-ISSUE-FILE
               END-IF
               IF CHECK-ISSUE-OK
                   MOVE 'Y' TO WS-CKI-OPEN-IND
               ELSE
                   DISPLAY 'Warning: Cannot open check issue ledger - '
                           'escheated checks not stopped: ' WS-CKI-STAT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING '        UNCLAIMED PROPERTY - '
                  WS-CURRENT-DATE
                  '   NEXT REPORT DATE ' WS-REPORT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    DUE-DILIGENCE LETTERS ISSUED' TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * EVERY OUTSTANDING CHECK DORMANT BY THE REPORT DATE: A LETTER   *
      * ONCE INSIDE THE LEAD TIME (SMALL ITEMS EXCEPTED), AND ON THE   *
      * REPORT RUN ITSELF, ESCHEAT.                                    *
      *----------------------------------------------------------------*
       P500-SCAN-CHECKS.
           PERFORM P510-SCAN-ONE-CHECK THRU P510-EXIT
                   VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHK-COUNT
           IF WS-LETTER-CNT = ZERO
               MOVE '    NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P510-SCAN-ONE-CHECK.
           IF WS-CHK-STATUS (CHK-IDX) NOT = 'O'
               GO TO P510-EXIT
           END-IF
           ADD 1 TO WS-OUTSTANDING-CNT
           PERFORM P520-FIND-STATE THRU P520-EXIT
           IF WS-STA-MATCH-IDX = ZERO
               GO TO P510-EXIT
           END-IF
           SET STA-IDX TO WS-STA-MATCH-IDX
           COMPUTE WS-DORMANT-INT = FUNCTION INTEGER-OF-DATE
                                     (WS-CHK-ISSUE-DATE (CHK-IDX))
                                  + WS-STA-DORMANCY-DAYS (STA-IDX)
           IF WS-DORMANT-INT > WS-REPORT-INT
               GO TO P510-EXIT
           END-IF

      *    On the report run itself it is too late for a letter.
           IF WS-CHK-LETTER-DATE (CHK-IDX) = ZERO AND
              NOT ANNUAL-REPORT-DUE AND
              WS-CURRENT-INT >= WS-LETTER-START-INT AND
              WS-CHK-AMOUNT (CHK-IDX) >= WS-ESC-LETTER-MIN-AMT
               PERFORM P530-WRITE-LETTER
           END-IF

           IF ANNUAL-REPORT-DUE
               PERFORM P540-ESCHEAT-CHECK
           END-IF.

       P510-EXIT.
           EXIT.

      *    A check with no known state goes to the holder's state.
       P520-FIND-STATE.
           MOVE ZERO TO WS-STA-MATCH-IDX
           MOVE WS-CHK-PAYEE-STATE (CHK-IDX) TO WS-CHECK-STATE
           IF WS-CHECK-STATE = SPACES
               ADD 1 TO WS-NO-STATE-CNT
               MOVE WS-ESC-HOLDER-STATE TO WS-CHECK-STATE
           END-IF
           PERFORM P525-CHECK-STATE-ENTRY
                   VARYING STA-IDX FROM 1 BY 1
                   UNTIL STA-IDX > WS-STA-COUNT
                      OR WS-STA-MATCH-IDX > ZERO
           IF WS-STA-MATCH-IDX > ZERO
               GO TO P520-EXIT
           END-IF
           IF WS-STA-COUNT >= 70
               DISPLAY 'ERROR: State table full - check '
                       WS-CHK-NUMBER (CHK-IDX) ' not worked'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO P520-EXIT
           END-IF
           ADD 1 TO WS-STA-COUNT
           SET STA-IDX TO WS-STA-COUNT
           MOVE WS-CHECK-STATE TO WS-STA-CODE (STA-IDX)
           MOVE WS-ESC-DORMANCY-DAYS TO WS-STA-DORMANCY-DAYS (STA-IDX)
           MOVE ZERO TO WS-STA-ESC-CNT (STA-IDX)
           MOVE ZERO TO WS-STA-ESC-AMT (STA-IDX)
           IF CONFIG-IS-OPEN AND WS-CHECK-STATE NOT = SPACES
               MOVE WS-CHECK-STATE TO WS-DORMANCY-KEY-STATE
               MOVE WS-DORMANCY-KEY TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-STA-DORMANCY-DAYS (STA-IDX)
               END-IF
           END-IF
           SET WS-STA-MATCH-IDX TO STA-IDX.

       P520-EXIT.
           EXIT.

       P525-CHECK-STATE-ENTRY.
           IF WS-STA-CODE (STA-IDX) = WS-CHECK-STATE
               SET WS-STA-MATCH-IDX TO STA-IDX
           END-IF.

       P530-WRITE-LETTER.
           MOVE SPACES TO ESCHEAT-LETTER-RECORD
           MOVE WS-CHK-NUMBER (CHK-IDX) TO ESL-CHECK-NUMBER
           MOVE WS-CHK-PAYEE-NAME (CHK-IDX) TO ESL-PAYEE-NAME
           MOVE WS-STA-CODE (STA-IDX) TO ESL-PAYEE-STATE
           MOVE WS-CHK-AMOUNT (CHK-IDX) TO ESL-AMOUNT
           MOVE WS-CHK-ISSUE-DATE (CHK-IDX) TO ESL-ISSUE-DATE
           MOVE WS-CHK-REFERENCE (CHK-IDX) TO ESL-REFERENCE
           MOVE WS-CURRENT-DATE TO ESL-LETTER-DATE
           MOVE WS-REPORT-DATE TO ESL-RESPOND-BY-DATE
           WRITE ESCHEAT-LETTER-RECORD
           MOVE WS-CURRENT-DATE TO WS-CHK-LETTER-DATE (CHK-IDX)
           ADD 1 TO WS-LETTER-CNT
           ADD WS-CHK-AMOUNT (CHK-IDX) TO WS-LETTER-TOTAL

           MOVE WS-CHK-AMOUNT (CHK-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  CHECK ' WS-CHK-NUMBER (CHK-IDX)
                  ' ISSUED ' WS-CHK-ISSUE-DATE (CHK-IDX)
                  ' STATE ' WS-STA-CODE (STA-IDX)
                  ' ' WS-AMT-DISPLAY
                  '  ' WS-CHK-REFERENCE (CHK-IDX)
                  ' ' WS-CHK-PAYEE-NAME (CHK-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Escheated: off the outstanding list, stopped at the bank,
      *    and counted to the state's report and journal.
       P540-ESCHEAT-CHECK.
           MOVE 'E' TO WS-CHK-STATUS (CHK-IDX)
           MOVE WS-CURRENT-DATE TO WS-CHK-STATUS-DATE (CHK-IDX)
           ADD 1 TO WS-STA-ESC-CNT (STA-IDX)
           ADD WS-CHK-AMOUNT (CHK-IDX) TO WS-STA-ESC-AMT (STA-IDX)
           ADD 1 TO WS-ESCHEAT-CNT
           ADD WS-CHK-AMOUNT (CHK-IDX) TO WS-ESCHEAT-TOTAL
           IF CHECK-ISSUE-IS-OPEN
               MOVE SPACES TO CHECK-ISSUE-RECORD
               MOVE 'V' TO CKI-ACTION
               MOVE WS-CHK-NUMBER (CHK-IDX) TO CKI-CHECK-NUMBER
               MOVE WS-CURRENT-DATE TO CKI-ACTION-DATE
               MOVE WS-CHK-AMOUNT (CHK-IDX) TO CKI-AMOUNT
               MOVE WS-CHK-PAYEE-NAME (CHK-IDX) TO CKI-PAYEE-NAME
               MOVE WS-CHK-SOURCE (CHK-IDX) TO CKI-SOURCE
               MOVE WS-CHK-REFERENCE (CHK-IDX) TO CKI-REFERENCE
               WRITE CHECK-ISSUE-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * ANNUAL UNCLAIMED PROPERTY REPORT -- EACH STATE'S ESCHEATED     *
      * CHECKS WITH THE STATE'S TOTAL, THEN THE HOLDER TOTAL.          *
      *----------------------------------------------------------------*
       P600-WRITE-ANNUAL-REPORT.
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING '        ANNUAL UNCLAIMED PROPERTY REPORT - '
                  'REPORT DATE ' WS-REPORT-DATE
                  DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE
           PERFORM P610-REPORT-STATE
                   VARYING STA-IDX FROM 1 BY 1
                   UNTIL STA-IDX > WS-STA-COUNT
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE
           MOVE WS-ESCHEAT-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING 'TOTAL ALL STATES   ITEMS ' WS-ESCHEAT-CNT
                  '  AMOUNT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE.

       P610-REPORT-STATE.
           IF WS-STA-ESC-CNT (STA-IDX) > ZERO
               MOVE SPACES TO UNCLAIMED-REPORT-LINE
               WRITE UNCLAIMED-REPORT-LINE
               MOVE SPACES TO UNCLAIMED-REPORT-LINE
               STRING 'STATE ' WS-STA-CODE (STA-IDX)
                      '   DORMANCY DAYS ' WS-STA-DORMANCY-DAYS (STA-IDX)
                      DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
               WRITE UNCLAIMED-REPORT-LINE
               MOVE SPACES TO UNCLAIMED-REPORT-LINE
               STRING '  CHECK        ISSUED         AMOUNT'
                      '  LETTER    REFERENCE       PAYEE'
                      DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
               WRITE UNCLAIMED-REPORT-LINE
               PERFORM P620-REPORT-STATE-CHECK
                       VARYING CHK-IDX FROM 1 BY 1
                       UNTIL CHK-IDX > WS-CHK-COUNT
               MOVE WS-STA-ESC-AMT (STA-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO UNCLAIMED-REPORT-LINE
               STRING 'TOTAL STATE ' WS-STA-CODE (STA-IDX)
                      '     ITEMS ' WS-STA-ESC-CNT (STA-IDX)
                      '  AMOUNT ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
               WRITE UNCLAIMED-REPORT-LINE
           END-IF.

      *    The checks escheated this run for the state at STA-IDX.
       P620-REPORT-STATE-CHECK.
           IF WS-CHK-STATUS (CHK-IDX) = 'E' AND
              WS-CHK-STATUS-DATE (CHK-IDX) = WS-CURRENT-DATE
               IF WS-CHK-PAYEE-STATE (CHK-IDX) = WS-STA-CODE (STA-IDX)
                  OR (WS-CHK-PAYEE-STATE (CHK-IDX) = SPACES AND
                      WS-ESC-HOLDER-STATE = WS-STA-CODE (STA-IDX))
                   MOVE WS-CHK-AMOUNT (CHK-IDX) TO WS-AMT-DISPLAY
                   MOVE SPACES TO UNCLAIMED-REPORT-LINE
                   STRING '  ' WS-CHK-NUMBER (CHK-IDX)
                          ' ' WS-CHK-ISSUE-DATE (CHK-IDX)
                          ' ' WS-AMT-DISPLAY
                          '  ' WS-CHK-LETTER-DATE (CHK-IDX)
                          '  ' WS-CHK-REFERENCE (CHK-IDX)
                          ' ' WS-CHK-PAYEE-NAME (CHK-IDX)
                          DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
                   WRITE UNCLAIMED-REPORT-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE ESCHEAT JOURNAL: PER STATE, DEBIT OUTSTANDING CHECKS AND   *
      * CREDIT ESCHEAT LIABILITY FOR THE AMOUNT ESCHEATED.  EACH       *
      * STATE POSTS A MATCHED PAIR; THE TOTALS ARE STILL PROVED.       *
      *----------------------------------------------------------------*
       P650-WRITE-GL-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT JOURNAL-OK
               DISPLAY 'Warning: Cannot open escheat journal file: '
                       WS-JRN-STAT
               MOVE 4 TO RETURN-CODE
               GO TO P650-EXIT
           END-IF

           PERFORM P660-WRITE-STATE-JOURNAL
                   VARYING STA-IDX FROM 1 BY 1
                   UNTIL STA-IDX > WS-STA-COUNT

           CLOSE JOURNAL-FILE

           IF WS-JRN-DEBITS NOT = WS-JRN-CREDITS
               DISPLAY 'ERROR: Escheat journal out of balance - '
                       'debits ' WS-JRN-DEBITS
                       ' credits ' WS-JRN-CREDITS
               MOVE 8 TO RETURN-CODE
           END-IF.

       P650-EXIT.
           EXIT.

       P660-WRITE-STATE-JOURNAL.
           IF WS-STA-ESC-AMT (STA-IDX) > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-CURRENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE WS-ESC-GL-OUTSTD-ACCT TO GLJ-ACCOUNT
               STRING 'OUTSTANDING CHECKS ESCHEAT '
                      WS-STA-CODE (STA-IDX)
                      DELIMITED BY SIZE INTO GLJ-ACCOUNT-DESC
               MOVE WS-STA-ESC-AMT (STA-IDX) TO GLJ-DEBIT-AMT
               MOVE ZERO TO GLJ-CREDIT-AMT
               ADD GLJ-DEBIT-AMT TO WS-JRN-DEBITS
               WRITE GL-JOURNAL-RECORD

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-CURRENT-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE WS-ESC-GL-ESCHEAT-ACCT TO GLJ-ACCOUNT
               STRING 'ESCHEAT LIABILITY '
                      WS-STA-CODE (STA-IDX)
                      DELIMITED BY SIZE INTO GLJ-ACCOUNT-DESC
               MOVE ZERO TO GLJ-DEBIT-AMT
               MOVE WS-STA-ESC-AMT (STA-IDX) TO GLJ-CREDIT-AMT
               ADD GLJ-CREDIT-AMT TO WS-JRN-CREDITS
               WRITE GL-JOURNAL-RECORD
           END-IF.

       P700-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Outstanding Checks:   ' WS-OUTSTANDING-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LETTER-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Letters Issued:       ' WS-LETTER-CNT
                  '  AMOUNT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ESCHEAT-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF ANNUAL-REPORT-DUE
               STRING 'Checks Escheated:     ' WS-ESCHEAT-CNT
                      '  AMOUNT ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'Annual Report:        NOT DUE UNTIL '
                      WS-REPORT-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'No Known State:       ' WS-NO-STATE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
      *    Without a holder state, stateless checks have nowhere to go.
           IF WS-NO-STATE-CNT > ZERO AND WS-ESC-HOLDER-STATE = SPACES
               DISPLAY 'Warning: ESC_HOLDER_STATE not configured - '
                       'checks with no known state reported blank'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P750-CLOSE-FILES.
           CLOSE REPORT-FILE
           CLOSE LETTER-FILE
           IF ANNUAL-REPORT-DUE
               CLOSE UNCLAIMED-REPORT-FILE
           END-IF
           IF CHECK-ISSUE-IS-OPEN
               CLOSE CHECK-ISSUE-FILE
           END-IF
           IF CONFIG-IS-OPEN
               CLOSE CONFIG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * REWRITE THE CHECK MASTER WITH THE LETTER DATES AND ESCHEATS,   *
      * THEN RECORD THE ANNUAL REPORT AS FILED.                        *
      *----------------------------------------------------------------*
       P800-REWRITE-MASTER.
           IF WS-CHK-COUNT = ZERO
               GO TO P800-EXIT
           END-IF
           OPEN OUTPUT CHECK-MASTER-FILE
           IF NOT CHECK-MASTER-OK
               DISPLAY 'ERROR: Cannot rewrite check master: '
                       WS-CKM-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P800-EXIT
           END-IF
           PERFORM P810-WRITE-MASTER-RECORD
                   VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > WS-CHK-COUNT
           CLOSE CHECK-MASTER-FILE
           IF ANNUAL-REPORT-DUE
               PERFORM P850-SAVE-ESCHEAT-CONTROL
           END-IF.

       P800-EXIT.
           EXIT.

       P810-WRITE-MASTER-RECORD.
           MOVE SPACES TO CHECK-MASTER-RECORD
           MOVE WS-CHK-NUMBER (CHK-IDX) TO CKM-CHECK-NUMBER
           MOVE WS-CHK-ISSUE-DATE (CHK-IDX) TO CKM-ISSUE-DATE
           MOVE WS-CHK-AMOUNT (CHK-IDX) TO CKM-AMOUNT
           MOVE WS-CHK-PAYEE-NAME (CHK-IDX) TO CKM-PAYEE-NAME
           MOVE WS-CHK-SOURCE (CHK-IDX) TO CKM-SOURCE
           MOVE WS-CHK-REFERENCE (CHK-IDX) TO CKM-REFERENCE
           MOVE WS-CHK-STATUS (CHK-IDX) TO CKM-STATUS
           MOVE WS-CHK-STATUS-DATE (CHK-IDX) TO CKM-STATUS-DATE
           MOVE WS-CHK-PAID-AMOUNT (CHK-IDX) TO CKM-PAID-AMOUNT
           MOVE WS-CHK-RECON-DATE (CHK-IDX) TO CKM-RECON-DATE
           MOVE WS-CHK-PAYEE-STATE (CHK-IDX) TO CKM-PAYEE-STATE
           MOVE WS-CHK-LETTER-DATE (CHK-IDX) TO CKM-LETTER-DATE
           WRITE CHECK-MASTER-RECORD.

       P850-SAVE-ESCHEAT-CONTROL.
           OPEN OUTPUT ESCHEAT-CONTROL-FILE
           IF ESCHEAT-CONTROL-OK
               MOVE WS-REPORT-YYYY TO ESC-LAST-REPORT-YEAR
               WRITE ESCHEAT-CONTROL-RECORD
               CLOSE ESCHEAT-CONTROL-FILE
           ELSE
               DISPLAY 'ERROR: Cannot record annual report as filed: '
                       WS-ESC-STAT
               MOVE 12 TO RETURN-CODE
           END-IF.

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
           MOVE 'LGAPESC1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-OUTSTANDING-CNT TO RST-RECORD-COUNT
           MOVE WS-ESCHEAT-TOTAL TO RST-TOTAL-AMOUNT
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
