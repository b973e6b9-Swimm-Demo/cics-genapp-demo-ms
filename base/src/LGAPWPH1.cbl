       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPWPH1.
      *================================================================*
      * PROGRAM: LGAPWPH1 - WRITTEN PREMIUM HISTORY LOAD              *
      * PURPOSE: RUNS AFTER EACH DAILY RATING RUN.  PROVES THE DAY'S  *
      *          OUTPUT.DAT AGAINST ITS OUTCTL.DAT CONTROL RECORD AND *
      *          APPENDS EVERY POLICY TRANSACTION ON IT TO THE KEYED  *
      *          WRITTEN PREMIUM HISTORY (PREMHIST.DAT) UNDER THE RUN *
      *          DATE, WITH A CONTROL RECORD FOR THE DAY.  THE PERIOD *
      *          REPORTS (LGAPUPR1, LGAPIND1, LGAPSTP1, LGAPMTD1,     *
      *          LGAPTAX1, LGAPPMR1) READ THE HISTORY INSTEAD OF      *
      *          WALKING THE OUTPUT.DAT.YYYYMMDD ARCHIVES.  RELOADING *
      *          A RUN DATE (A RENEWAL RUN OR AN ASSUMED-BUSINESS     *
      *          APPEND ADDED TO THE FILE) REPLACES THAT DAY.         *
      *          IN BUILD MODE (WPH_FUNCTION = BUILD) THE EXISTING    *
      *          ARCHIVES FROM WPH_BUILD_START ON ARE LOADED FIRST,   *
      *          ONE TIME, TO SEED THE HISTORY.                       *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One logical premium file opened against the live file or,
      *    in build mode, each dated archive in turn.
           SELECT PREMIUM-FILE ASSIGN TO DYNAMIC WS-PREMIUM-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PREM-STAT.

      *    Machine-readable control record from the rating run --
      *    the day is proven against it before anything is loaded.
           SELECT CONTROL-FILE ASSIGN TO 'OUTCTL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STAT.

           SELECT HISTORY-FILE ASSIGN TO 'PREMHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PMH-KEY
                  FILE STATUS IS WS-PMH-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'WPHRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  PREMIUM-FILE.
           COPY OUTPUTREC.

       FD  CONTROL-FILE.
           COPY OUTCTL.

       FD  HISTORY-FILE.
           COPY PREMHIST.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-PREM-STAT                PIC X(2).
           88 PREMIUM-OK               VALUE '00'.
           88 PREMIUM-EOF              VALUE '10'.
           88 PREMIUM-MISSING          VALUE '35'.

       01  WS-CTL-STAT                 PIC X(2).
           88 OUTPUT-CONTROL-OK        VALUE '00'.

       01  WS-PMH-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-MISSING          VALUE '35'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-PREMIUM-FILE-NAME        PIC X(30).

      *----------------------------------------------------------------*
      * FUNCTION FROM CONFIG.DAT: WPH_FUNCTION (DAILY, THE DEFAULT, OR *
      * BUILD) AND FOR A BUILD WPH_BUILD_START, THE FIRST ARCHIVE DAY  *
      * TO LOAD -- DEFAULT THREE YEARS BACK, THE LONGEST PERIOD ANY    *
      * OF THE REPORTS READS BY DEFAULT.                               *
      *----------------------------------------------------------------*
       01  WS-WPH-FUNCTION             PIC X(8) VALUE 'DAILY'.
           88 DAILY-MODE               VALUE 'DAILY'.
           88 BUILD-MODE               VALUE 'BUILD'.

       01  WS-BUILD-START-DATE         PIC 9(8) VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-WALK-INT              PIC 9(9).
           05 WS-START-INT             PIC 9(9).
           05 WS-RUN-INT               PIC 9(9).

       01  WS-WALK-DATE                PIC 9(8).

      *----------------------------------------------------------------*
      * THE DAY BEING LOADED: ITS RUN DATE, WHERE IT CAME FROM, AND    *
      * THE COUNT AND PREMIUM TOTAL ACTUALLY LOADED.                   *
      *----------------------------------------------------------------*
       01  WS-LOAD-CONTROL.
           05 WS-LOAD-RUN-DATE         PIC 9(8).
           05 WS-LOAD-SOURCE           PIC X(1).
           05 WS-LOAD-REC-CNT          PIC 9(8).
           05 WS-LOAD-PREM-TOTAL       PIC 9(12)V99.
           05 WS-REC-IN-FILE           PIC 9(8).
           05 WS-LOAD-ACTION           PIC X(10).
           05 WS-DAY-ON-FILE-IND       PIC X(1).
              88 DAY-ALREADY-LOADED    VALUE 'Y'.

      *----------------------------------------------------------------*
      * READ-SIDE CONTROL VERIFICATION -- THE LIVE OUTPUT.DAT IS READ  *
      * ONCE UP FRONT AND ITS RECORD COUNT AND PREMIUM TOTAL COMPARED  *
      * AGAINST THE OUTCTL.DAT CONTROL RECORD THE RATING RUN WROTE.    *
      * A DAY THAT DOES NOT PROVE IS NOT LOADED.                       *
      *----------------------------------------------------------------*
       01  WS-CONTROL-VERIFY.
           05 WS-CTL-EXPECTED-CNT      PIC 9(8).
           05 WS-CTL-EXPECTED-PREM     PIC 9(12)V99.
           05 WS-VER-REC-CNT           PIC 9(8) VALUE ZERO.
           05 WS-VER-PREM-TOTAL        PIC 9(12)V99 VALUE ZERO.
           05 WS-VER-IN-FILE           PIC 9(8) VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-DAYS-LOADED           PIC 9(5) VALUE ZERO.
           05 WS-DAYS-RELOADED         PIC 9(5) VALUE ZERO.
           05 WS-DAYS-SKIPPED          PIC 9(5) VALUE ZERO.
           05 WS-RECORDS-LOADED        PIC 9(8) VALUE ZERO.
           05 WS-EXCESS-REMOVED        PIC 9(8) VALUE ZERO.
           05 WS-PREMIUM-LOADED        PIC 9(13)V99 VALUE ZERO.

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-TIME          PIC 9(8).

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-HISTORY
           PERFORM P350-OPEN-REPORT
           IF BUILD-MODE
               PERFORM P400-BUILD-FROM-ARCHIVES
           END-IF
           PERFORM P500-LOAD-DAILY-OUTPUT THRU P500-EXIT
           PERFORM P800-WRITE-SUMMARY
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'WPH_FUNCTION' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-WPH-FUNCTION
               END-IF
               MOVE 'WPH_BUILD_START' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-BUILD-START-DATE
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           IF NOT DAILY-MODE AND NOT BUILD-MODE
               DISPLAY 'Warning: WPH_FUNCTION ' WS-WPH-FUNCTION
                       ' not recognised - daily load only'
               MOVE 'DAILY' TO WS-WPH-FUNCTION
               MOVE 4 TO RETURN-CODE
           END-IF

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           IF WS-BUILD-START-DATE = ZERO
               COMPUTE WS-START-INT = WS-TODAY-INT - 1095
           ELSE
               COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                                       (WS-BUILD-START-DATE)
           END-IF.

       P300-OPEN-HISTORY.
      *    The history persists across runs; the first ever run
      *    creates it, the same pattern as the policy master.
           MOVE 'PREMHIST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O HISTORY-FILE
           IF HISTORY-MISSING
               OPEN OUTPUT HISTORY-FILE
               IF HISTORY-OK
                   CLOSE HISTORY-FILE
                   OPEN I-O HISTORY-FILE
               END-IF
           END-IF
           IF NOT HISTORY-OK
               DISPLAY 'ERROR: Cannot open written premium history: '
                       WS-PMH-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF.

       P350-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open history load report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               CLOSE HISTORY-FILE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '       WRITTEN PREMIUM HISTORY LOAD REPORT'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Run Date:               ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Function:               ' WS-WPH-FUNCTION
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RUN DATE  SOURCE FILE                     RECORDS'
                TO REPORT-LINE
           MOVE 'PREMIUM             ACTION' TO REPORT-LINE (55:)
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * ONE-TIME BUILD: EVERY OUTPUT.DAT.YYYYMMDD ARCHIVE FROM THE     *
      * BUILD START THROUGH TODAY.  AN ARCHIVE CARRIES NO RUN DATE OR  *
      * CONTROL RECORD OF ITS OWN -- LGAPDB01 SETS THE LIVE FILE ASIDE *
      * UNDER THE DATE OF THE RUN THAT REPLACES IT, SO IT HOLDS AN     *
      * EARLIER RUN'S OUTPUT AND IS FILED UNDER THE DAY BEFORE ITS     *
      * NAME.  ITS CONTROL RECORD IS WHAT WAS COUNTED ('B').  A DAY    *
      * ALREADY ON THE HISTORY IS LEFT AS IT IS.                       *
      *----------------------------------------------------------------*
       P400-BUILD-FROM-ARCHIVES.
           PERFORM P410-BUILD-ARCHIVE-DAY THRU P410-EXIT
                   VARYING WS-WALK-INT FROM WS-START-INT BY 1
                   UNTIL WS-WALK-INT > WS-TODAY-INT.

       P410-BUILD-ARCHIVE-DAY.
           COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER
                                   (WS-WALK-INT)
           MOVE SPACES TO WS-PREMIUM-FILE-NAME
           STRING 'OUTPUT.DAT.' WS-WALK-DATE DELIMITED BY SIZE
                  INTO WS-PREMIUM-FILE-NAME
           COMPUTE WS-RUN-INT = WS-WALK-INT - 1
           COMPUTE WS-LOAD-RUN-DATE = FUNCTION DATE-OF-INTEGER
                                       (WS-RUN-INT)
           MOVE 'B' TO WS-LOAD-SOURCE

           PERFORM P610-CHECK-DAY-ON-FILE
           IF DAY-ALREADY-LOADED
               OPEN INPUT PREMIUM-FILE
               IF PREMIUM-OK
                   CLOSE PREMIUM-FILE
                   ADD 1 TO WS-DAYS-SKIPPED
                   MOVE ZERO TO WS-LOAD-REC-CNT
                   MOVE ZERO TO WS-LOAD-PREM-TOTAL
                   MOVE 'ON FILE' TO WS-LOAD-ACTION
                   PERFORM P700-WRITE-DAY-LINE
               END-IF
               GO TO P410-EXIT
           END-IF

           PERFORM P600-LOAD-PREMIUM-FILE THRU P600-EXIT.

       P410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE DAY'S OWN RUN: OUTCTL.DAT DATES THE FILE AND PROVES IT.    *
      * WITHOUT A CONTROL RECORD, OR WHEN THE FILE DOES NOT MATCH IT,  *
      * NOTHING IS LOADED AND THE RUN ENDS OUT OF BALANCE.             *
      *----------------------------------------------------------------*
       P500-LOAD-DAILY-OUTPUT.
           OPEN INPUT CONTROL-FILE
           IF NOT OUTPUT-CONTROL-OK
               DISPLAY 'ERROR: no output control record on file - '
                       'OUTPUT.DAT not loaded'
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
           END-IF
           READ CONTROL-FILE
           IF NOT OUTPUT-CONTROL-OK
               CLOSE CONTROL-FILE
               DISPLAY 'ERROR: output control record unreadable - '
                       'OUTPUT.DAT not loaded'
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
           END-IF
           MOVE CTL-RUN-DATE TO WS-LOAD-RUN-DATE
           MOVE CTL-RECORD-COUNT TO WS-CTL-EXPECTED-CNT
           MOVE CTL-PREMIUM-TOTAL TO WS-CTL-EXPECTED-PREM
           CLOSE CONTROL-FILE

           MOVE 'OUTPUT.DAT' TO WS-PREMIUM-FILE-NAME
           OPEN INPUT PREMIUM-FILE
           IF NOT PREMIUM-OK
               DISPLAY 'ERROR: Cannot open premium output file: '
                       WS-PREM-STAT ' - nothing loaded'
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
           END-IF
           PERFORM P510-VERIFY-READ-RECORD
               UNTIL PREMIUM-EOF
           CLOSE PREMIUM-FILE

           IF WS-VER-REC-CNT NOT = WS-CTL-EXPECTED-CNT OR
              WS-VER-PREM-TOTAL NOT = WS-CTL-EXPECTED-PREM
               DISPLAY 'FATAL: OUTPUT.DAT does not match its control '
                       'record - records ' WS-VER-REC-CNT
                       ' expected ' WS-CTL-EXPECTED-CNT
                       ' premium ' WS-VER-PREM-TOTAL
                       ' expected ' WS-CTL-EXPECTED-PREM
               MOVE 8 TO RETURN-CODE
               GO TO P500-EXIT
           END-IF

           MOVE 'D' TO WS-LOAD-SOURCE
           PERFORM P610-CHECK-DAY-ON-FILE
           PERFORM P600-LOAD-PREMIUM-FILE THRU P600-EXIT.

       P500-EXIT.
           EXIT.

       P510-VERIFY-READ-RECORD.
           READ PREMIUM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-VER-IN-FILE
                   IF WS-VER-IN-FILE > 1
                       ADD 1 TO WS-VER-REC-CNT
                       COMPUTE WS-VER-PREM-TOTAL =
                           WS-VER-PREM-TOTAL +
                           FUNCTION NUMVAL(OUT-TOTAL-PREMIUM)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * LOAD ONE PREMIUM FILE UNDER WS-LOAD-RUN-DATE.  DETAIL RECORDS  *
      * ARE NUMBERED FROM 1 IN FILE ORDER; A DAY LOADED BEFORE IS      *
      * OVERLAID RECORD FOR RECORD, ANYTHING BEYOND THE NEW COUNT IS   *
      * REMOVED, AND THE DAY'S CONTROL RECORD IS WRITTEN LAST.         *
      *----------------------------------------------------------------*
       P600-LOAD-PREMIUM-FILE.
           OPEN INPUT PREMIUM-FILE
           IF PREMIUM-MISSING
               GO TO P600-EXIT
           END-IF
           IF NOT PREMIUM-OK
               DISPLAY 'Warning: cannot open ' WS-PREMIUM-FILE-NAME
                       ' status ' WS-PREM-STAT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO P600-EXIT
           END-IF

           MOVE ZERO TO WS-LOAD-REC-CNT
           MOVE ZERO TO WS-LOAD-PREM-TOTAL
           MOVE ZERO TO WS-REC-IN-FILE
           PERFORM P620-READ-PREMIUM
           PERFORM UNTIL PREMIUM-EOF
               PERFORM P630-LOAD-RECORD THRU P630-EXIT
               PERFORM P620-READ-PREMIUM
           END-PERFORM
           CLOSE PREMIUM-FILE

           PERFORM P640-REMOVE-EXCESS THRU P640-EXIT
           PERFORM P650-WRITE-DAY-CONTROL

           ADD WS-LOAD-REC-CNT TO WS-RECORDS-LOADED
           ADD WS-LOAD-PREM-TOTAL TO WS-PREMIUM-LOADED
           IF DAY-ALREADY-LOADED
               ADD 1 TO WS-DAYS-RELOADED
               MOVE 'RELOADED' TO WS-LOAD-ACTION
           ELSE
               ADD 1 TO WS-DAYS-LOADED
               MOVE 'LOADED' TO WS-LOAD-ACTION
           END-IF
           PERFORM P700-WRITE-DAY-LINE.

       P600-EXIT.
           EXIT.

       P610-CHECK-DAY-ON-FILE.
           MOVE 'N' TO WS-DAY-ON-FILE-IND
           MOVE WS-LOAD-RUN-DATE TO PMH-RUN-DATE
           MOVE ZERO TO PMH-SEQUENCE-NUM
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DAY-ON-FILE-IND
           END-READ.

       P620-READ-PREMIUM.
           READ PREMIUM-FILE
           END-READ.

       P630-LOAD-RECORD.
           ADD 1 TO WS-REC-IN-FILE

      *    Skip the header record each daily file starts with
           IF WS-REC-IN-FILE = 1
               GO TO P630-EXIT
           END-IF

           ADD 1 TO WS-LOAD-REC-CNT
           MOVE SPACES TO PREMIUM-HISTORY-RECORD
           MOVE WS-LOAD-RUN-DATE TO PMH-RUN-DATE
           MOVE WS-LOAD-REC-CNT TO PMH-SEQUENCE-NUM
           MOVE 'D' TO PMH-RECORD-TYPE
           MOVE OUT-CUSTOMER-NUM TO PMH-CUSTOMER-NUM
           MOVE OUT-POLICY-NUM TO PMH-POLICY-NUM
           MOVE OUT-AGENCY-CODE TO PMH-AGENCY-CODE
           MOVE OUT-PROPERTY-TYPE TO PMH-PROPERTY-TYPE
           MOVE OUT-POSTCODE TO PMH-POSTCODE
           MOVE OUT-TERRITORY-CODE TO PMH-TERRITORY-CODE
           MOVE OUT-POLICY-TYPE TO PMH-POLICY-TYPE
           MOVE OUT-CONSTRUCTION-TYPE TO PMH-CONSTRUCTION-TYPE
           MOVE OUT-OCCUPANCY-CODE TO PMH-OCCUPANCY-CODE
           COMPUTE PMH-FIRE-PREMIUM =
               FUNCTION NUMVAL(OUT-FIRE-PREMIUM)
           COMPUTE PMH-CRIME-PREMIUM =
               FUNCTION NUMVAL(OUT-CRIME-PREMIUM)
           COMPUTE PMH-FLOOD-PREMIUM =
               FUNCTION NUMVAL(OUT-FLOOD-PREMIUM)
           COMPUTE PMH-WEATHER-PREMIUM =
               FUNCTION NUMVAL(OUT-WEATHER-PREMIUM)
           COMPUTE PMH-EARTHQUAKE-PREMIUM =
               FUNCTION NUMVAL(OUT-EARTHQUAKE-PREMIUM)
           COMPUTE PMH-LIABILITY-PREMIUM =
               FUNCTION NUMVAL(OUT-LIABILITY-PREMIUM)
           COMPUTE PMH-EQUIPMENT-PREMIUM =
               FUNCTION NUMVAL(OUT-EQUIPMENT-PREMIUM)
           COMPUTE PMH-STATE-TAX =
               FUNCTION NUMVAL(OUT-STATE-TAX)
           COMPUTE PMH-COUNTY-TAX =
               FUNCTION NUMVAL(OUT-COUNTY-TAX)
           COMPUTE PMH-POLICY-FEE =
               FUNCTION NUMVAL(OUT-POLICY-FEE)
           COMPUTE PMH-INSPECTION-FEE =
               FUNCTION NUMVAL(OUT-INSPECTION-FEE)
      *    Surplus lines tax and stamping fee are spaces on records
      *    written before they were carried.
           IF OUT-SL-TAX = SPACES
               MOVE ZERO TO PMH-SL-TAX
           ELSE
               COMPUTE PMH-SL-TAX = FUNCTION NUMVAL(OUT-SL-TAX)
           END-IF
           IF OUT-STAMPING-FEE = SPACES
               MOVE ZERO TO PMH-STAMPING-FEE
           ELSE
               COMPUTE PMH-STAMPING-FEE =
                   FUNCTION NUMVAL(OUT-STAMPING-FEE)
           END-IF
           COMPUTE PMH-TOTAL-PREMIUM =
               FUNCTION NUMVAL(OUT-TOTAL-PREMIUM)
           COMPUTE PMH-ANNUAL-PREMIUM =
               FUNCTION NUMVAL(OUT-ANNUAL-PREMIUM)
           MOVE OUT-EFFECTIVE-DATE TO PMH-EFFECTIVE-DATE
           MOVE OUT-POLICY-TERM TO PMH-POLICY-TERM
           MOVE OUT-INFLATION-GUARD-IND TO PMH-INFLATION-GUARD-IND
           MOVE OUT-RENEWAL-IND TO PMH-RENEWAL-IND
           MOVE OUT-STATUS TO PMH-STATUS
           MOVE OUT-SOURCE-SYSTEM TO PMH-SOURCE-SYSTEM
           MOVE OUT-COMPANY-CODE TO PMH-COMPANY-CODE
           MOVE OUT-ADMITTED-IND TO PMH-ADMITTED-IND
           ADD PMH-TOTAL-PREMIUM TO WS-LOAD-PREM-TOTAL

           WRITE PREMIUM-HISTORY-RECORD
               INVALID KEY
                   REWRITE PREMIUM-HISTORY-RECORD
           END-WRITE.

       P630-EXIT.
           EXIT.

      *    A reloaded day that came in shorter than before -- the
      *    old records past the new count are no longer on the file.
       P640-REMOVE-EXCESS.
           IF NOT DAY-ALREADY-LOADED
               GO TO P640-EXIT
           END-IF
           MOVE WS-LOAD-RUN-DATE TO PMH-RUN-DATE
           MOVE WS-LOAD-REC-CNT TO PMH-SEQUENCE-NUM
           START HISTORY-FILE KEY > PMH-KEY
               INVALID KEY
                   GO TO P640-EXIT
           END-START
           PERFORM P645-REMOVE-EXCESS-RECORD
                   UNTIL WS-PMH-STAT NOT = '00'.

       P640-EXIT.
           EXIT.

       P645-REMOVE-EXCESS-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF PMH-RUN-DATE = WS-LOAD-RUN-DATE
                       DELETE HISTORY-FILE RECORD
                       ADD 1 TO WS-EXCESS-REMOVED
                   ELSE
                       MOVE '10' TO WS-PMH-STAT
                   END-IF
           END-READ.

       P650-WRITE-DAY-CONTROL.
           MOVE SPACES TO PREMIUM-HISTORY-RECORD
           MOVE WS-LOAD-RUN-DATE TO PMH-RUN-DATE
           MOVE ZERO TO PMH-SEQUENCE-NUM
           MOVE 'C' TO PMH-RECORD-TYPE
           MOVE WS-LOAD-REC-CNT TO PMH-CTL-RECORD-COUNT
           MOVE WS-LOAD-PREM-TOTAL TO PMH-CTL-PREMIUM-TOTAL
           MOVE WS-LOAD-SOURCE TO PMH-CTL-SOURCE
           MOVE WS-PREMIUM-FILE-NAME TO PMH-CTL-FILE-NAME
           MOVE WS-CURRENT-DATE TO PMH-CTL-LOAD-DATE
           MOVE WS-CURRENT-TIME TO PMH-CTL-LOAD-TIME
           WRITE PREMIUM-HISTORY-RECORD
               INVALID KEY
                   REWRITE PREMIUM-HISTORY-RECORD
           END-WRITE.

       P700-WRITE-DAY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LOAD-PREM-TOTAL TO WS-AMT-DISPLAY
           STRING WS-LOAD-RUN-DATE '  ' WS-LOAD-SOURCE '      '
                  WS-PREMIUM-FILE-NAME ' ' WS-LOAD-REC-CNT ' '
                  WS-AMT-DISPLAY '  ' WS-LOAD-ACTION
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P800-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Days Loaded:            ' WS-DAYS-LOADED
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Days Reloaded:          ' WS-DAYS-RELOADED
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Days Already On File:   ' WS-DAYS-SKIPPED
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Records Loaded:         ' WS-RECORDS-LOADED
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Superseded Removed:     ' WS-EXCESS-REMOVED
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PREMIUM-LOADED TO WS-AMT-DISPLAY
           STRING 'Premium Loaded:         ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPWPH1' TO GNR-JOB-NAME
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
           MOVE 'LGAPWPH1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-RECORDS-LOADED TO RST-RECORD-COUNT
           MOVE WS-PREMIUM-LOADED TO RST-TOTAL-AMOUNT
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
