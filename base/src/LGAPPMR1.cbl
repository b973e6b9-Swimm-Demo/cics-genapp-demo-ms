      *================================================================*
      * PROGRAM: LGAPPMR1 - POLICY MASTER REBUILD AND VERIFICATION    *
      * PURPOSE: RECONSTRUCTS A POLICY MASTER (POLREBLD.DAT) FROM THE *
      *          WRITTEN PREMIUM HISTORY (PREMHIST.DAT), THEN REPLAYS *
      *          THE CANCELLATION, REINSTATEMENT AND DISPOSITION      *
      *          TRANSACTIONS IN DATE ORDER SO THE REBUILT STATUSES   *
      *          MATCH WHAT THE LIVE PROGRAMS APPLIED.  IN VERIFY     *
      *          MODE THE REBUILT COPY IS THEN COMPARED AGAINST THE   *
      *          LIVE POLMAST.DAT FIELD BY FIELD AND EVERY            *
      *          DIFFERENCE REPORTED, SO CORRUPTION CAN BE BOTH       *
      *          RECOVERED FROM (OPS COPIES POLREBLD.DAT OVER THE     *
      *          LIVE FILE) AND PROVEN ABSENT.  THE PREMIUM HISTORY   *
      *          CARRIES ONLY THE RATING-RESULT FIELDS, SO THE FULLER *
      *          ISSUANCE SNAPSHOT (LIMITS, DEDUCTIBLES, NAMES,       *
      *          MORTGAGEE) CANNOT BE RECONSTRUCTED AND IS NEITHER    *
      *          REBUILT NOR COMPARED.                                *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Every rating run's policy transactions, keyed by run
      *    date and loaded by LGAPWPH1 -- the period is one START
      *    and a read forward.
           SELECT HISTORY-FILE ASSIGN TO 'PREMHIST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PMH-KEY
                  FILE STATUS IS WS-PMH-STAT.

           SELECT CANCEL-FILE ASSIGN TO 'CANCEL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
           COPY PREMHIST.

       FD  CANCEL-FILE.
           COPY CANCELREC.
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-PMH-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-EOF              VALUE '10'.

       01  WS-CAN-STAT                 PIC X(2).
           88 CANCEL-OK                VALUE '00'.
       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

      *----------------------------------------------------------------*
      * RUN TERMS (CONFIG KEYS PMR_MODE AND PMR_START_DATE).  REBUILD *
      * ONLY BUILDS POLREBLD.DAT; VERIFY ALSO COMPARES IT AGAINST     *
      * THE LIVE MASTER.  THE START DATE BOUNDS THE HISTORY READ AND  *
      * DEFAULTS TO THREE YEARS BACK, PAST ANY IN-FORCE TERM.         *
      *----------------------------------------------------------------*
       01  WS-RUN-MODE                 PIC X(8) VALUE 'VERIFY'.
       01  WS-WALK-CONTROL.
           05 WS-START-INT             PIC 9(9).
           05 WS-TODAY-INT             PIC 9(9).
       01  WS-READ-START-DATE          PIC 9(8).

      *----------------------------------------------------------------*
      * THE STATUS TRANSACTIONS GATHERED FOR REPLAY.  EACH CARRIES    *
       01  WS-SCAN-IDX                 PIC 9(5) VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-RUN-DATES-READ        PIC 9(5) VALUE ZERO.
           05 WS-POLICIES-BUILT        PIC 9(8) VALUE ZERO.
           05 WS-POLICIES-REFRESHED    PIC 9(8) VALUE ZERO.
           05 WS-TXN-APPLIED-CNT       PIC 9(5) VALUE ZERO.
           05 WS-MISSING-REBUILD-CNT   PIC 9(7) VALUE ZERO.
           05 WS-COMPARED-CNT          PIC 9(8) VALUE ZERO.

       01  WS-EXPIRY-WORK.
           05 WS-EXP-YYYY              PIC 9(4).
           05 WS-EXP-MMDD              PIC 9(4).
       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P250-CREATE-REBUILT-FILE
           PERFORM P300-READ-PREMIUM-HISTORY
           PERFORM P400-LOAD-TRANSACTIONS THRU P400-EXIT
           PERFORM P450-REPLAY-TRANSACTIONS THRU P450-EXIT
           IF VERIFY-MODE
           END-IF.

      *----------------------------------------------------------------*
      * THE WRITTEN PREMIUM HISTORY IN RUN-DATE ORDER, SO A POLICY'S   *
      * LATEST ISSUANCE OR RENEWAL WINS -- THE SAME LAST-WRITE-WINS    *
      * ORDER THE NIGHTLY RUNS APPLIED.                                *
      *----------------------------------------------------------------*
       P300-READ-PREMIUM-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'ERROR: Cannot open written premium history: '
                       WS-PMH-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           COMPUTE WS-READ-START-DATE = FUNCTION DATE-OF-INTEGER
                                         (WS-START-INT)
           MOVE WS-READ-START-DATE TO PMH-RUN-DATE
           MOVE ZERO TO PMH-SEQUENCE-NUM
           START HISTORY-FILE KEY NOT < PMH-KEY
               INVALID KEY
                   MOVE '10' TO WS-PMH-STAT
           END-START
           IF HISTORY-OK
               PERFORM P330-READ-HISTORY
           END-IF
           PERFORM UNTIL NOT HISTORY-OK
               PERFORM P340-REBUILD-FROM-RECORD THRU P340-EXIT
               PERFORM P330-READ-HISTORY
           END-PERFORM
           IF NOT HISTORY-EOF
               DISPLAY 'Warning: written premium history read ended '
                       'with status ' WS-PMH-STAT
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE HISTORY-FILE.

       P330-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
      *    Run dates after today are outside the period.
           IF HISTORY-OK AND PMH-RUN-DATE > WS-CURRENT-DATE
               MOVE '10' TO WS-PMH-STAT
           END-IF.

       P340-REBUILD-FROM-RECORD.
      *    Each run date opens with its control record
           IF PMH-CONTROL-RECORD
               ADD 1 TO WS-RUN-DATES-READ
               GO TO P340-EXIT
           END-IF

      *    Only records that were issued a policy number ever
      *    reached the master; rejected applications carry none.
           IF PMH-POLICY-NUM = SPACES
               GO TO P340-EXIT
           END-IF

           MOVE SPACES TO REBUILT-MASTER-RECORD
           MOVE PMH-POLICY-NUM TO REB-POLICY-NUM
           MOVE PMH-CUSTOMER-NUM TO REB-CUSTOMER-NUM
           MOVE PMH-STATUS TO REB-STATUS
           MOVE PMH-EFFECTIVE-DATE TO REB-EFFECTIVE-DATE
           MOVE PMH-EFFECTIVE-DATE TO WS-EXPIRY-DATE
           ADD PMH-POLICY-TERM TO WS-EXP-YYYY
           MOVE WS-EXPIRY-DATE TO REB-EXPIRY-DATE
           MOVE PMH-POLICY-TERM TO REB-POLICY-TERM
           MOVE PMH-TOTAL-PREMIUM TO REB-TOTAL-PREMIUM
           MOVE PMH-AGENCY-CODE TO REB-AGENCY-CODE
           MOVE PMH-RUN-DATE TO REB-ISSUE-DATE
           MOVE PMH-POLICY-TYPE TO REB-POLICY-TYPE
           MOVE PMH-PROPERTY-TYPE TO REB-PROPERTY-TYPE
           MOVE PMH-POSTCODE TO REB-POSTCODE
           MOVE PMH-TERRITORY-CODE TO REB-TERRITORY-CODE
           MOVE PMH-CONSTRUCTION-TYPE TO REB-CONSTRUCTION-TYPE
           MOVE PMH-OCCUPANCY-CODE TO REB-OCCUPANCY-CODE
           MOVE PMH-INFLATION-GUARD-IND TO REB-INFLATION-GUARD

           WRITE REBUILT-MASTER-RECORD
               INVALID KEY
      * VERIFY: EVERY REBUILT POLICY AGAINST THE LIVE FILE AND THEN   *
      * THE LIVE FILE BACK AGAINST THE REBUILD, SO BOTH A CORRUPTED   *
      * FIELD AND A RECORD LOST IN EITHER DIRECTION SHOW UP.  ONLY    *
      * THE FIELDS THE HISTORY CAN SOURCE ARE COMPARED.               *
      *----------------------------------------------------------------*
       P500-VERIFY-AGAINST-LIVE.
           OPEN INPUT POLICY-MASTER-FILE
               MOVE SPACES TO DIFF-LINE
               STRING POL-POLICY-NUM
                      ' ON LIVE MASTER BUT NOT REBUILDABLE FROM '
                      'HISTORY - LIVE STATUS ' POL-STATUS
                      DELIMITED BY SIZE INTO DIFF-LINE
               WRITE DIFF-LINE
           END-IF.
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'History Run Dates:    ' WS-RUN-DATES-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Policies Rebuilt:     ' WS-POLICIES-BUILT
                  '  (refreshed by later run: '
                  WS-POLICIES-REFRESHED ')'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LGAPPMR1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-POLICIES-BUILT TO RST-RECORD-COUNT
           MOVE WS-DIFF-CNT TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
