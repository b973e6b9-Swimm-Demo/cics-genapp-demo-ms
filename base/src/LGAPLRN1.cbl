       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPLRN1.
      *================================================================*
      * PROGRAM: LGAPLRN1 - INSURED LOSS-RUN LETTERS                  *
      * PURPOSE: TAKES LOSS-RUN REQUESTS (CUSTOMER OR POLICY NUMBER   *
      *          AND NUMBER OF YEARS) FROM INSUREDS AND FROM AGENCIES *
      *          REMARKETING AN ACCOUNT, AND PRODUCES THE LOSS-RUN    *
      *          LETTER: FOR EACH EXPERIENCE YEAR THE POLICY PERIODS  *
      *          AND PREMIUM (POLICY MASTER AND THE OUTPUT.DAT        *
      *          ARCHIVES) AND EVERY CLAIM REPORTED (CLAIMS.DAT) WITH *
      *          ITS DATE, TYPE, STATUS, PAID, RESERVE AND RECOVERY,  *
      *          OR A NO LOSSES REPORTED STATEMENT FOR A CLEAN YEAR.  *
      *          EVERY REQUEST IS LOGGED WITH ITS RECEIVED DATE, THE  *
      *          STATE'S DUE DATE (LGAPNTC1, REASON LOSSRUN) AND THE  *
      *          DATE IT WAS FULFILLED.  LETTER REFERENCES COME FROM  *
      *          A CARRIED SEQUENCE, THE SAME PATTERN AS CERTIFICATE  *
      *          NUMBERS.                                             *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'LRNREQ.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REQ-STAT.

      *    Read by key to resolve a requested policy to its customer,
      *    then end to end for the customer's policy periods.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUS-CUSTOMER-NUM
                  FILE STATUS IS WS-CUS-STAT.

           SELECT PREMIUM-FILE ASSIGN TO DYNAMIC WS-PREMIUM-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PREM-STAT.

           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT LETTER-FILE ASSIGN TO 'LRNDOC.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DOC-STAT.

      *    The request log -- appended, one record per request, the
      *    record of when each loss run was asked for, when the state
      *    required it and when it went out.
           SELECT LOG-FILE ASSIGN TO 'LRNLOG.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STAT.

      *    Last assigned letter sequence, carried across runs like
      *    CRTNUMCT.DAT.
           SELECT LETTER-NUMBER-FILE ASSIGN TO 'LRNNUMCT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CNC-STAT.

           SELECT REPORT-FILE ASSIGN TO 'LRNRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
      *    Customer number or policy number (either may be blank, not
      *    both), years of history wanted (blank for the standard
      *    run), the date the request reached us, and who asked:
      *    I the insured, A an agency (agency code and contact name).
       FD  REQUEST-FILE.
       01  LOSS-RUN-REQUEST-RECORD.
           05 LRQ-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X.
           05 LRQ-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X.
           05 LRQ-YEARS                PIC 9(2).
           05 FILLER                   PIC X.
           05 LRQ-RECEIVED-DATE        PIC 9(8).
           05 FILLER                   PIC X.
           05 LRQ-REQUESTER-TYPE       PIC X(1).
              88 LRQ-FROM-AGENCY       VALUE 'A'.
           05 FILLER                   PIC X.
           05 LRQ-AGENCY-CODE          PIC X(4).
           05 FILLER                   PIC X.
           05 LRQ-REQUESTER-NAME       PIC X(40).

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  PREMIUM-FILE.
           COPY OUTPUTREC.

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(133).

       FD  LOG-FILE.
       01  LOSS-RUN-LOG-RECORD.
           05 LRL-LETTER-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-YEARS                PIC 9(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-REQUESTER-TYPE       PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-AGENCY-CODE          PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-STATE                PIC X(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-RECEIVED-DATE        PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-DUE-DATE             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-FULFILLED-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-DAYS-TAKEN           PIC 9(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-ON-TIME-IND          PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-CLAIM-CNT            PIC 9(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 LRL-RESULT               PIC X(10).

       FD  LETTER-NUMBER-FILE.
       01  LETTER-NUMBER-RECORD.
           05 CNC-LAST-LETTER-SEQ      PIC 9(9).

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
           88 REQUEST-EOF              VALUE '10'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.
           88 POLICY-MASTER-EOF        VALUE '10'.

       01  WS-CUS-STAT                 PIC X(2).
           88 CUSTOMER-MASTER-OK       VALUE '00'.

       01  WS-CUSTOMER-OPEN            PIC X VALUE 'N'.
           88 CUSTOMER-IS-OPEN         VALUE 'Y'.

       01  WS-PREM-STAT                PIC X(2).
           88 PREMIUM-OK               VALUE '00'.
           88 PREMIUM-EOF              VALUE '10'.
           88 PREMIUM-MISSING          VALUE '35'.

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-DOC-STAT                 PIC X(2).
           88 LETTER-OK                VALUE '00'.

       01  WS-LOG-STAT                 PIC X(2).
           88 LOG-OK                   VALUE '00'.

       01  WS-CNC-STAT                 PIC X(2).
           88 LETTER-NUMBER-OK         VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-PREMIUM-FILE-NAME        PIC X(30).

      *----------------------------------------------------------------*
      * YEARS OF HISTORY -- LRN_DEFAULT_YEARS WHEN THE REQUEST DOES    *
      * NOT SAY (5), CAPPED AT LRN_MAX_YEARS (10).  LRN_RESPONSE_DAYS  *
      * (10) IS THE TURNAROUND WHERE NO STATE RULE APPLIES.            *
      *----------------------------------------------------------------*
       01  WS-DEFAULT-YEARS            PIC 9(2) VALUE 5.
       01  WS-MAX-YEARS                PIC 9(2) VALUE 10.
       01  WS-DEFAULT-RESPONSE-DAYS    PIC 9(3) VALUE 10.

       01  WS-COUNTERS.
           05 WS-REQUEST-CNT           PIC 9(6) VALUE ZERO.
           05 WS-SENT-CNT              PIC 9(6) VALUE ZERO.
           05 WS-NOT-FOUND-CNT         PIC 9(6) VALUE ZERO.
           05 WS-DEFERRED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-LATE-CNT              PIC 9(6) VALUE ZERO.
           05 WS-FILES-READ            PIC 9(5) VALUE ZERO.
           05 WS-REC-IN-FILE           PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * THE RUN'S REQUESTS -- ALL LOADED FIRST SO THE POLICY MASTER,   *
      * THE ARCHIVES AND THE CLAIMS FILE ARE EACH PASSED ONCE.         *
      *----------------------------------------------------------------*
       01  WS-REQ-MAX                  PIC 9(3) VALUE 200.
       01  WS-REQUEST-TABLE.
           05 WS-REQ-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-REQ-ENTRY             OCCURS 200 TIMES
                                       INDEXED BY REQ-IDX.
              10 WS-REQ-CUSTOMER       PIC X(10).
              10 WS-REQ-POLICY         PIC X(12).
              10 WS-REQ-YEARS          PIC 9(2).
              10 WS-REQ-RECEIVED       PIC 9(8).
              10 WS-REQ-REQUESTER-TYPE PIC X(1).
              10 WS-REQ-AGENCY         PIC X(4).
              10 WS-REQ-REQUESTER-NAME PIC X(40).
              10 WS-REQ-WINDOW-START   PIC 9(8).
              10 WS-REQ-STATE          PIC X(2).
              10 WS-REQ-POLICY-TYPE    PIC X(1).
              10 WS-REQ-INCEPTION      PIC 9(8).
              10 WS-REQ-NAME           PIC X(50).
              10 WS-REQ-ADDRESS        PIC X(60).
              10 WS-REQ-FOUND-IND      PIC X(1).
                 88 WS-REQ-FOUND       VALUE 'Y'.

      *    Policy periods found for each request.  A period on the
      *    policy master is taken before the same policy and
      *    effective date from an archive.
       01  WS-PERIOD-TABLE.
           05 WS-PER-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-PER-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY PER-IDX.
              10 WS-PER-REQ            PIC 9(3).
              10 WS-PER-POLICY         PIC X(12).
              10 WS-PER-EFFECTIVE      PIC 9(8).
              10 WS-PER-EXPIRY         PIC 9(8).
              10 WS-PER-PREMIUM        PIC 9(9)V99.
              10 WS-PER-STATUS         PIC X(20).

       01  WS-PER-MATCH-IDX            PIC 9(4) VALUE ZERO.

      *    Claims reported in each request's window.
       01  WS-LOSS-TABLE.
           05 WS-LOS-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-LOS-ENTRY             OCCURS 3000 TIMES
                                       INDEXED BY LOS-IDX.
              10 WS-LOS-REQ            PIC 9(3).
              10 WS-LOS-CLAIM-NUMBER   PIC X(15).
              10 WS-LOS-CLAIM-DATE     PIC 9(8).
              10 WS-LOS-CLAIM-TYPE     PIC X(10).
              10 WS-LOS-STATUS         PIC X(1).
              10 WS-LOS-PAID           PIC 9(8)V99.
              10 WS-LOS-RESERVE        PIC 9(8)V99.
              10 WS-LOS-RECOVERY       PIC 9(8)V99.

       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 WS-TABLE-FULL-WARNED     VALUE 'Y'.

      *    The period being offered to the period table.
       01  WS-PERIOD-WORK.
           05 WS-WRK-REQ               PIC 9(3).
           05 WS-WRK-POLICY            PIC X(12).
           05 WS-WRK-EFFECTIVE         PIC 9(8).
           05 WS-WRK-EXPIRY            PIC 9(8).
           05 WS-WRK-PREMIUM           PIC 9(9)V99.
           05 WS-WRK-STATUS            PIC X(20).

       01  WS-EFFECTIVE-HOLD           PIC 9(8).
       01  WS-EFFECTIVE-HOLD-X REDEFINES WS-EFFECTIVE-HOLD.
           05 WS-EFF-YYYY              PIC 9(4).
           05 WS-EFF-MMDD              PIC 9(4).

       01  WS-EXPIRY-HOLD              PIC 9(8).
       01  WS-EXPIRY-HOLD-X REDEFINES WS-EXPIRY-HOLD.
           05 WS-EXP-YYYY              PIC 9(4).
           05 WS-EXP-MMDD              PIC 9(4).

      *----------------------------------------------------------------*
      * EXPERIENCE YEARS -- THE WINDOW RUNS BACK THE REQUESTED NUMBER  *
      * OF YEARS FROM THE RUN DATE AND IS REPORTED A YEAR AT A TIME.   *
      *----------------------------------------------------------------*
       01  WS-WINDOW-HOLD              PIC 9(8).
       01  WS-WINDOW-HOLD-X REDEFINES WS-WINDOW-HOLD.
           05 WS-WIN-YYYY              PIC 9(4).
           05 WS-WIN-MMDD              PIC 9(4).

       01  WS-YEAR-CONTROL.
           05 WS-YEAR-NUM              PIC 9(2).
           05 WS-YEAR-START            PIC 9(8).
           05 WS-YEAR-END              PIC 9(8).
           05 WS-YEAR-LOSS-CNT         PIC 9(4).

       01  WS-DATE-INTEGERS            COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-WALK-INT              PIC 9(9).
           05 WS-WALK-START-INT        PIC 9(9).
           05 WS-RECEIVED-INT          PIC 9(9).
           05 WS-YEAR-NEXT-INT         PIC 9(9).

       01  WS-WALK-DATE                PIC 9(8).
       01  WS-DAYS-TAKEN               PIC 9(4).
       01  WS-DUE-DATE                 PIC 9(8).

      *----------------------------------------------------------------*
      * LETTER REFERENCE ASSIGNMENT -- SAME CARRIED-SEQUENCE PATTERN   *
      * AS CRTNUMCT.DAT.                                               *
      *----------------------------------------------------------------*
       01  WS-LETTER-NUMBER-WORK.
           05 WS-NEXT-LETTER-SEQ       PIC 9(9) VALUE ZERO.
           05 WS-LETTER-NUM-BUILD.
              10 FILLER                PIC X(3) VALUE 'LRN'.
              10 WS-LETTER-NUM-SEQ     PIC 9(9).

       01  WS-LETTER-TOTALS.
           05 WS-LTR-CLAIM-CNT         PIC 9(4).
           05 WS-LTR-PREMIUM           PIC 9(11)V99.
           05 WS-LTR-PAID              PIC 9(11)V99.
           05 WS-LTR-RESERVE           PIC 9(11)V99.
           05 WS-LTR-RECOVERY          PIC 9(11)V99.
           05 WS-LTR-INCURRED          PIC S9(11)V99.

       01  WS-STATUS-TEXT              PIC X(6).
       01  WS-DOC-AMT-DISPLAY          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-DOC-AMT-DISPLAY2         PIC ZZ,ZZZ,ZZ9.99.
       01  WS-DOC-AMT-DISPLAY3         PIC ZZ,ZZZ,ZZ9.99.
       01  WS-TOT-AMT-DISPLAY          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOT-SGN-DISPLAY          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-CNT-DISPLAY              PIC ZZZ9.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-DATE-X        REDEFINES WS-CURRENT-DATE.
              10 WS-CURRENT-YYYY       PIC 9(4).
              10 WS-CURRENT-MMDD       PIC 9(4).

           COPY NOTCREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P400-LOAD-REQUESTS
           PERFORM P450-SCAN-POLICY-MASTER THRU P450-EXIT
           PERFORM P500-WALK-PREMIUM-FILES
           PERFORM P550-COLLECT-CLAIMS THRU P550-EXIT
           PERFORM P600-PRODUCE-LETTER THRU P600-EXIT
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-REQ-COUNT
           PERFORM P800-SAVE-LETTER-NUMBER
           PERFORM P850-WRITE-SUMMARY
           PERFORM P900-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           MOVE WS-TODAY-INT TO WS-WALK-START-INT
           OPEN INPUT LETTER-NUMBER-FILE
           IF LETTER-NUMBER-OK
               READ LETTER-NUMBER-FILE
               IF LETTER-NUMBER-OK
                   MOVE CNC-LAST-LETTER-SEQ TO WS-NEXT-LETTER-SEQ
               END-IF
               CLOSE LETTER-NUMBER-FILE
           END-IF
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'LRN_DEFAULT_YEARS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-DEFAULT-YEARS
               END-IF
               MOVE 'LRN_MAX_YEARS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-MAX-YEARS
               END-IF
               MOVE 'LRN_RESPONSE_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-DEFAULT-RESPONSE-DAYS
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           IF WS-DEFAULT-YEARS > WS-MAX-YEARS
               MOVE WS-MAX-YEARS TO WS-DEFAULT-YEARS
           END-IF.

       P300-OPEN-FILES.
           OPEN INPUT REQUEST-FILE
           IF NOT REQUEST-OK
               DISPLAY 'ERROR: Cannot open loss-run requests: '
                       WS-REQ-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'ERROR: Cannot open policy master: '
                       WS-POL-STAT
               CLOSE REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

      *    The customer master only supplies the mailing name and
      *    address; without it the policy master's are used.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-OK
               MOVE 'Y' TO WS-CUSTOMER-OPEN
           ELSE
               DISPLAY 'Warning: Customer master unavailable: '
                       WS-CUS-STAT ' - policy names used'
           END-IF

           OPEN OUTPUT LETTER-FILE
           IF NOT LETTER-OK
               DISPLAY 'ERROR: Cannot open loss-run letters: '
                       WS-DOC-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN EXTEND LOG-FILE
           IF NOT LOG-OK
               OPEN OUTPUT LOG-FILE
           END-IF
           IF NOT LOG-OK
               DISPLAY 'ERROR: Cannot open loss-run request log: '
                       WS-LOG-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open loss-run report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * LOAD THE REQUESTS -- SET EACH ONE'S YEARS AND WINDOW, AND      *
      * RESOLVE A REQUESTED POLICY TO ITS CUSTOMER.                    *
      *----------------------------------------------------------------*
       P400-LOAD-REQUESTS.
           PERFORM P410-READ-REQUEST
           PERFORM UNTIL REQUEST-EOF
               PERFORM P420-ADD-REQUEST THRU P420-EXIT
               PERFORM P410-READ-REQUEST
           END-PERFORM
           CLOSE REQUEST-FILE.

       P410-READ-REQUEST.
           READ REQUEST-FILE
           END-READ.

       P420-ADD-REQUEST.
           ADD 1 TO WS-REQUEST-CNT
           IF LRQ-RECEIVED-DATE NOT NUMERIC OR
              LRQ-RECEIVED-DATE = ZERO
               MOVE WS-CURRENT-DATE TO LRQ-RECEIVED-DATE
           END-IF

           IF WS-REQ-COUNT NOT < WS-REQ-MAX
      *        Logged so the clock on it is still visible; the desk
      *        resubmits it for the next run.
               ADD 1 TO WS-DEFERRED-CNT
               MOVE SPACES TO LOSS-RUN-LOG-RECORD
               MOVE LRQ-CUSTOMER-NUM TO LRL-CUSTOMER-NUM
               MOVE LRQ-POLICY-NUM TO LRL-POLICY-NUM
               MOVE ZERO TO LRL-YEARS
               MOVE LRQ-REQUESTER-TYPE TO LRL-REQUESTER-TYPE
               MOVE LRQ-AGENCY-CODE TO LRL-AGENCY-CODE
               MOVE LRQ-RECEIVED-DATE TO LRL-RECEIVED-DATE
               MOVE ZERO TO LRL-DUE-DATE
               MOVE ZERO TO LRL-FULFILLED-DATE
               MOVE ZERO TO LRL-DAYS-TAKEN
               MOVE ZERO TO LRL-CLAIM-CNT
               MOVE 'DEFERRED' TO LRL-RESULT
               WRITE LOSS-RUN-LOG-RECORD
               MOVE SPACES TO REPORT-LINE
               STRING 'REQUEST CUSTOMER ' LRQ-CUSTOMER-NUM
                      ' POLICY ' LRQ-POLICY-NUM
                      ' RECEIVED ' LRQ-RECEIVED-DATE
                      ' - REQUEST TABLE FULL, RESUBMIT'
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO P420-EXIT
           END-IF

           ADD 1 TO WS-REQ-COUNT
           SET REQ-IDX TO WS-REQ-COUNT
           MOVE LRQ-CUSTOMER-NUM TO WS-REQ-CUSTOMER (REQ-IDX)
           MOVE LRQ-POLICY-NUM TO WS-REQ-POLICY (REQ-IDX)
           MOVE LRQ-RECEIVED-DATE TO WS-REQ-RECEIVED (REQ-IDX)
           MOVE LRQ-REQUESTER-TYPE TO WS-REQ-REQUESTER-TYPE (REQ-IDX)
           MOVE LRQ-AGENCY-CODE TO WS-REQ-AGENCY (REQ-IDX)
           MOVE LRQ-REQUESTER-NAME TO WS-REQ-REQUESTER-NAME (REQ-IDX)
           MOVE SPACES TO WS-REQ-STATE (REQ-IDX)
           MOVE SPACE TO WS-REQ-POLICY-TYPE (REQ-IDX)
           MOVE ZERO TO WS-REQ-INCEPTION (REQ-IDX)
           MOVE SPACES TO WS-REQ-NAME (REQ-IDX)
           MOVE SPACES TO WS-REQ-ADDRESS (REQ-IDX)
           MOVE 'N' TO WS-REQ-FOUND-IND (REQ-IDX)

           IF LRQ-YEARS NUMERIC AND LRQ-YEARS > ZERO
               MOVE LRQ-YEARS TO WS-REQ-YEARS (REQ-IDX)
           ELSE
               MOVE WS-DEFAULT-YEARS TO WS-REQ-YEARS (REQ-IDX)
           END-IF
           IF WS-REQ-YEARS (REQ-IDX) > WS-MAX-YEARS
               MOVE WS-MAX-YEARS TO WS-REQ-YEARS (REQ-IDX)
           END-IF

      *    The window opens the same day of the year the requested
      *    number of years back; 29 February falls back a day.
           MOVE WS-CURRENT-DATE TO WS-WINDOW-HOLD
           SUBTRACT WS-REQ-YEARS (REQ-IDX) FROM WS-WIN-YYYY
           IF WS-WIN-MMDD = 0229
               MOVE 0228 TO WS-WIN-MMDD
           END-IF
           MOVE WS-WINDOW-HOLD TO WS-REQ-WINDOW-START (REQ-IDX)
           IF FUNCTION INTEGER-OF-DATE (WS-WINDOW-HOLD)
              < WS-WALK-START-INT
               COMPUTE WS-WALK-START-INT = FUNCTION INTEGER-OF-DATE
                                            (WS-WINDOW-HOLD)
           END-IF

           IF WS-REQ-POLICY (REQ-IDX) = SPACES
               GO TO P420-EXIT
           END-IF
           MOVE WS-REQ-POLICY (REQ-IDX) TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P420-EXIT
           END-READ
           MOVE POL-CUSTOMER-NUM TO WS-REQ-CUSTOMER (REQ-IDX)
           MOVE POL-TERRITORY-CODE (1:2) TO WS-REQ-STATE (REQ-IDX)
           MOVE POL-POLICY-TYPE TO WS-REQ-POLICY-TYPE (REQ-IDX)
           MOVE POL-EFFECTIVE-DATE TO WS-REQ-INCEPTION (REQ-IDX)
           MOVE POL-CUSTOMER-NAME TO WS-REQ-NAME (REQ-IDX)
           MOVE POL-ADDRESS TO WS-REQ-ADDRESS (REQ-IDX)
           MOVE 'Y' TO WS-REQ-FOUND-IND (REQ-IDX).

       P420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * POLICY MASTER PASS -- THE CURRENT PERIOD OF EVERY POLICY HELD  *
      * BY A REQUESTED CUSTOMER.                                       *
      *----------------------------------------------------------------*
       P450-SCAN-POLICY-MASTER.
           IF WS-REQ-COUNT = ZERO
               GO TO P450-EXIT
           END-IF
           CLOSE POLICY-MASTER-FILE
           OPEN INPUT POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'Warning: Cannot reopen policy master: '
                       WS-POL-STAT ' - archive periods only'
               MOVE 4 TO RETURN-CODE
               GO TO P450-EXIT
           END-IF
           PERFORM P460-READ-POLICY
           PERFORM UNTIL POLICY-MASTER-EOF
               PERFORM P470-MATCH-POLICY
                       VARYING REQ-IDX FROM 1 BY 1
                       UNTIL REQ-IDX > WS-REQ-COUNT
               PERFORM P460-READ-POLICY
           END-PERFORM.

       P450-EXIT.
           EXIT.

       P460-READ-POLICY.
           READ POLICY-MASTER-FILE NEXT
               AT END
                   MOVE '10' TO WS-POL-STAT
           END-READ.

       P470-MATCH-POLICY.
           IF WS-REQ-CUSTOMER (REQ-IDX) = POL-CUSTOMER-NUM AND
              WS-REQ-CUSTOMER (REQ-IDX) NOT = SPACES
               IF WS-REQ-NAME (REQ-IDX) = SPACES
                   MOVE POL-CUSTOMER-NAME TO WS-REQ-NAME (REQ-IDX)
                   MOVE POL-ADDRESS TO WS-REQ-ADDRESS (REQ-IDX)
               END-IF
               IF WS-REQ-STATE (REQ-IDX) = SPACES
                   MOVE POL-TERRITORY-CODE (1:2)
                        TO WS-REQ-STATE (REQ-IDX)
                   MOVE POL-POLICY-TYPE TO WS-REQ-POLICY-TYPE (REQ-IDX)
                   MOVE POL-EFFECTIVE-DATE
                        TO WS-REQ-INCEPTION (REQ-IDX)
               END-IF
               MOVE 'Y' TO WS-REQ-FOUND-IND (REQ-IDX)
               IF POL-EFFECTIVE-DATE NUMERIC AND
                  POL-EFFECTIVE-DATE > ZERO
                   SET WS-WRK-REQ TO REQ-IDX
                   MOVE POL-POLICY-NUM TO WS-WRK-POLICY
                   MOVE POL-EFFECTIVE-DATE TO WS-WRK-EFFECTIVE
                   MOVE POL-EXPIRY-DATE TO WS-WRK-EXPIRY
                   MOVE POL-TOTAL-PREMIUM TO WS-WRK-PREMIUM
                   MOVE POL-STATUS TO WS-WRK-STATUS
                   PERFORM P580-ADD-PERIOD THRU P580-EXIT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PREMIUM ARCHIVE WALK -- EARLIER TERMS OF THE CUSTOMER'S        *
      * POLICIES, FROM THE DAILY OUTPUT.DAT.YYYYMMDD ARCHIVES BACK TO  *
      * THE EARLIEST WINDOW, THEN THE CURRENT OUTPUT.DAT.              *
      *----------------------------------------------------------------*
       P500-WALK-PREMIUM-FILES.
           IF WS-REQ-COUNT = ZERO
               GO TO P500-EXIT
           END-IF
           PERFORM P510-PROCESS-ARCHIVE-DAY
                   VARYING WS-WALK-INT FROM WS-WALK-START-INT BY 1
                   UNTIL WS-WALK-INT > WS-TODAY-INT
           MOVE 'OUTPUT.DAT' TO WS-PREMIUM-FILE-NAME
           PERFORM P520-PROCESS-PREMIUM-FILE THRU P520-EXIT.

       P500-EXIT.
           EXIT.

       P510-PROCESS-ARCHIVE-DAY.
           COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER
                                   (WS-WALK-INT)
           MOVE SPACES TO WS-PREMIUM-FILE-NAME
           STRING 'OUTPUT.DAT.' WS-WALK-DATE DELIMITED BY SIZE
                  INTO WS-PREMIUM-FILE-NAME
           PERFORM P520-PROCESS-PREMIUM-FILE THRU P520-EXIT.

       P520-PROCESS-PREMIUM-FILE.
           OPEN INPUT PREMIUM-FILE
           IF PREMIUM-MISSING
               GO TO P520-EXIT
           END-IF
           IF NOT PREMIUM-OK
               DISPLAY 'Warning: cannot open ' WS-PREMIUM-FILE-NAME
                       ' status ' WS-PREM-STAT
               GO TO P520-EXIT
           END-IF
           ADD 1 TO WS-FILES-READ
           MOVE ZERO TO WS-REC-IN-FILE
           PERFORM P530-READ-PREMIUM
           PERFORM UNTIL PREMIUM-EOF
               PERFORM P540-POST-PREMIUM THRU P540-EXIT
               PERFORM P530-READ-PREMIUM
           END-PERFORM
           CLOSE PREMIUM-FILE.

       P520-EXIT.
           EXIT.

       P530-READ-PREMIUM.
           READ PREMIUM-FILE
           END-READ.

       P540-POST-PREMIUM.
           ADD 1 TO WS-REC-IN-FILE

      *    Skip the header record each daily file starts with
           IF WS-REC-IN-FILE = 1
               GO TO P540-EXIT
           END-IF

           IF OUT-STATUS NOT = 'APPROVED'
               GO TO P540-EXIT
           END-IF
           IF OUT-EFFECTIVE-DATE NOT NUMERIC OR
              OUT-EFFECTIVE-DATE = ZERO OR
              OUT-POLICY-TERM NOT NUMERIC OR
              OUT-POLICY-TERM = ZERO
               GO TO P540-EXIT
           END-IF
           PERFORM P545-MATCH-ARCHIVE
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-REQ-COUNT.

       P540-EXIT.
           EXIT.

       P545-MATCH-ARCHIVE.
           IF WS-REQ-CUSTOMER (REQ-IDX) = OUT-CUSTOMER-NUM AND
              WS-REQ-CUSTOMER (REQ-IDX) NOT = SPACES
               MOVE 'Y' TO WS-REQ-FOUND-IND (REQ-IDX)
               IF WS-REQ-STATE (REQ-IDX) = SPACES
                   MOVE OUT-TERRITORY-CODE (1:2)
                        TO WS-REQ-STATE (REQ-IDX)
                   MOVE OUT-POLICY-TYPE TO WS-REQ-POLICY-TYPE (REQ-IDX)
               END-IF
      *        The term runs whole years from the effective date, as
      *        LGAPUPR1 earns it.
               MOVE OUT-EFFECTIVE-DATE TO WS-EFFECTIVE-HOLD
               MOVE WS-EFFECTIVE-HOLD TO WS-EXPIRY-HOLD
               ADD OUT-POLICY-TERM TO WS-EXP-YYYY
               IF WS-EXP-MMDD = 0229
                   MOVE 0228 TO WS-EXP-MMDD
               END-IF
               SET WS-WRK-REQ TO REQ-IDX
               MOVE OUT-POLICY-NUM TO WS-WRK-POLICY
               MOVE OUT-EFFECTIVE-DATE TO WS-WRK-EFFECTIVE
               MOVE WS-EXPIRY-HOLD TO WS-WRK-EXPIRY
               COMPUTE WS-WRK-PREMIUM =
                   FUNCTION NUMVAL(OUT-TOTAL-PREMIUM)
               MOVE SPACES TO WS-WRK-STATUS
               PERFORM P580-ADD-PERIOD THRU P580-EXIT
           END-IF.

      *----------------------------------------------------------------*
      * CLAIMS PASS -- EVERY CLAIM REPORTED BY A REQUESTED CUSTOMER    *
      * WITH A LOSS DATE INSIDE THAT REQUEST'S WINDOW.                 *
      *----------------------------------------------------------------*
       P550-COLLECT-CLAIMS.
           IF WS-REQ-COUNT = ZERO
               GO TO P550-EXIT
           END-IF
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
      *        A loss run sent without the claims would read as a
      *        clean history -- no letter goes out.
               DISPLAY 'ERROR: Cannot open claims master: '
                       WS-CLM-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P560-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               PERFORM P570-MATCH-CLAIM THRU P570-EXIT
                       VARYING REQ-IDX FROM 1 BY 1
                       UNTIL REQ-IDX > WS-REQ-COUNT
               PERFORM P560-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE.

       P550-EXIT.
           EXIT.

       P560-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P570-MATCH-CLAIM.
           IF WS-REQ-CUSTOMER (REQ-IDX) NOT = CLM-CUSTOMER-NUM OR
              WS-REQ-CUSTOMER (REQ-IDX) = SPACES
               GO TO P570-EXIT
           END-IF
           IF CLM-CLAIM-DATE NOT NUMERIC OR
              CLM-CLAIM-DATE < WS-REQ-WINDOW-START (REQ-IDX) OR
              CLM-CLAIM-DATE > WS-CURRENT-DATE
               GO TO P570-EXIT
           END-IF
           IF WS-LOS-COUNT NOT < 3000
               IF NOT WS-TABLE-FULL-WARNED
                   DISPLAY 'Warning: Loss table full - loss runs '
                           'incomplete, rerun in smaller batches'
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO P570-EXIT
           END-IF
           ADD 1 TO WS-LOS-COUNT
           SET LOS-IDX TO WS-LOS-COUNT
           SET WS-LOS-REQ (LOS-IDX) TO REQ-IDX
           MOVE CLM-CLAIM-NUMBER TO WS-LOS-CLAIM-NUMBER (LOS-IDX)
           MOVE CLM-CLAIM-DATE TO WS-LOS-CLAIM-DATE (LOS-IDX)
           MOVE CLM-CLAIM-TYPE TO WS-LOS-CLAIM-TYPE (LOS-IDX)
           MOVE CLM-CLAIM-STATUS TO WS-LOS-STATUS (LOS-IDX)
           MOVE CLM-PAID-AMOUNT TO WS-LOS-PAID (LOS-IDX)
           MOVE CLM-RESERVE-AMOUNT TO WS-LOS-RESERVE (LOS-IDX)
           IF CLM-RECOVERY-AMOUNT NUMERIC
               MOVE CLM-RECOVERY-AMOUNT TO WS-LOS-RECOVERY (LOS-IDX)
           ELSE
               MOVE ZERO TO WS-LOS-RECOVERY (LOS-IDX)
           END-IF.

       P570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * OFFER A POLICY PERIOD TO THE REQUEST -- KEPT WHEN IT OVERLAPS  *
      * THE WINDOW AND IS NOT ALREADY HELD FOR THAT REQUEST.           *
      *----------------------------------------------------------------*
       P580-ADD-PERIOD.
           SET REQ-IDX TO WS-WRK-REQ
           IF WS-WRK-EFFECTIVE > WS-CURRENT-DATE
               GO TO P580-EXIT
           END-IF
           IF WS-WRK-EXPIRY NUMERIC AND
              WS-WRK-EXPIRY > ZERO AND
              WS-WRK-EXPIRY NOT > WS-REQ-WINDOW-START (REQ-IDX)
               GO TO P580-EXIT
           END-IF
           MOVE ZERO TO WS-PER-MATCH-IDX
           PERFORM P585-CHECK-PERIOD
                   VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PER-COUNT
           IF WS-PER-MATCH-IDX > ZERO
               GO TO P580-EXIT
           END-IF
           IF WS-PER-COUNT NOT < 2000
               IF NOT WS-TABLE-FULL-WARNED
                   DISPLAY 'Warning: Period table full - loss runs '
                           'incomplete, rerun in smaller batches'
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO P580-EXIT
           END-IF
           ADD 1 TO WS-PER-COUNT
           SET PER-IDX TO WS-PER-COUNT
           MOVE WS-WRK-REQ TO WS-PER-REQ (PER-IDX)
           MOVE WS-WRK-POLICY TO WS-PER-POLICY (PER-IDX)
           MOVE WS-WRK-EFFECTIVE TO WS-PER-EFFECTIVE (PER-IDX)
           MOVE WS-WRK-EXPIRY TO WS-PER-EXPIRY (PER-IDX)
           MOVE WS-WRK-PREMIUM TO WS-PER-PREMIUM (PER-IDX)
           MOVE WS-WRK-STATUS TO WS-PER-STATUS (PER-IDX).

       P580-EXIT.
           EXIT.

       P585-CHECK-PERIOD.
           IF WS-PER-REQ (PER-IDX) = WS-WRK-REQ AND
              WS-PER-POLICY (PER-IDX) = WS-WRK-POLICY AND
              WS-PER-EFFECTIVE (PER-IDX) = WS-WRK-EFFECTIVE
               SET WS-PER-MATCH-IDX TO PER-IDX
           END-IF.

      *----------------------------------------------------------------*
      * ONE REQUEST -- LETTER, LOG RECORD AND REPORT LINE.  THE DUE    *
      * DATE RUNS FROM THE DATE THE REQUEST WAS RECEIVED UNDER THE     *
      * STATE'S LOSSRUN RULE ON NOTCPER.DAT.                           *
      *----------------------------------------------------------------*
       P600-PRODUCE-LETTER.
           IF CUSTOMER-IS-OPEN AND
              WS-REQ-CUSTOMER (REQ-IDX) NOT = SPACES
               MOVE WS-REQ-CUSTOMER (REQ-IDX) TO CUS-CUSTOMER-NUM
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REQ-FOUND-IND (REQ-IDX)
                       MOVE CUS-CUSTOMER-NAME TO WS-REQ-NAME (REQ-IDX)
                       MOVE CUS-ADDRESS TO WS-REQ-ADDRESS (REQ-IDX)
               END-READ
           END-IF

           MOVE SPACES TO NOTICE-PERIOD-REQUEST
           MOVE WS-REQ-STATE (REQ-IDX) TO NTR-STATE
           MOVE WS-REQ-POLICY-TYPE (REQ-IDX) TO NTR-POLICY-TYPE
           MOVE 'LOSSRUN' TO NTR-REASON
           MOVE WS-REQ-INCEPTION (REQ-IDX) TO NTR-INCEPTION-DATE
           MOVE WS-REQ-RECEIVED (REQ-IDX) TO NTR-MAIL-DATE
           MOVE WS-DEFAULT-RESPONSE-DAYS TO NTR-DEFAULT-DAYS
           CALL 'LGAPNTC1' USING NOTICE-PERIOD-REQUEST
           MOVE NTR-EARLIEST-DATE TO WS-DUE-DATE

           COMPUTE WS-RECEIVED-INT = FUNCTION INTEGER-OF-DATE
                                      (WS-REQ-RECEIVED (REQ-IDX))
           IF WS-RECEIVED-INT > WS-TODAY-INT
               MOVE ZERO TO WS-DAYS-TAKEN
           ELSE
               COMPUTE WS-DAYS-TAKEN = WS-TODAY-INT - WS-RECEIVED-INT
           END-IF

           MOVE SPACES TO LOSS-RUN-LOG-RECORD
           MOVE WS-REQ-CUSTOMER (REQ-IDX) TO LRL-CUSTOMER-NUM
           MOVE WS-REQ-POLICY (REQ-IDX) TO LRL-POLICY-NUM
           MOVE WS-REQ-YEARS (REQ-IDX) TO LRL-YEARS
           MOVE WS-REQ-REQUESTER-TYPE (REQ-IDX) TO LRL-REQUESTER-TYPE
           MOVE WS-REQ-AGENCY (REQ-IDX) TO LRL-AGENCY-CODE
           MOVE WS-REQ-STATE (REQ-IDX) TO LRL-STATE
           MOVE WS-REQ-RECEIVED (REQ-IDX) TO LRL-RECEIVED-DATE
           MOVE WS-DUE-DATE TO LRL-DUE-DATE
           MOVE ZERO TO LRL-CLAIM-CNT

           IF NOT WS-REQ-FOUND (REQ-IDX)
               ADD 1 TO WS-NOT-FOUND-CNT
               MOVE ZERO TO LRL-FULFILLED-DATE
               MOVE ZERO TO LRL-DAYS-TAKEN
               MOVE 'NOT FOUND' TO LRL-RESULT
               WRITE LOSS-RUN-LOG-RECORD
               MOVE SPACES TO REPORT-LINE
               STRING 'REQUEST CUSTOMER ' WS-REQ-CUSTOMER (REQ-IDX)
                      ' POLICY ' WS-REQ-POLICY (REQ-IDX)
                      ' RECEIVED ' WS-REQ-RECEIVED (REQ-IDX)
                      ' - NOT ON FILE, NO LETTER. DUE '
                      WS-DUE-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           ADD 1 TO WS-NEXT-LETTER-SEQ
           MOVE WS-NEXT-LETTER-SEQ TO WS-LETTER-NUM-SEQ
           PERFORM P610-WRITE-LETTER
           ADD 1 TO WS-SENT-CNT

           MOVE WS-LETTER-NUM-BUILD TO LRL-LETTER-NUM
           MOVE WS-CURRENT-DATE TO LRL-FULFILLED-DATE
           MOVE WS-DAYS-TAKEN TO LRL-DAYS-TAKEN
           MOVE WS-LTR-CLAIM-CNT TO LRL-CLAIM-CNT
           MOVE 'SENT' TO LRL-RESULT
           IF WS-CURRENT-DATE > WS-DUE-DATE
               MOVE 'N' TO LRL-ON-TIME-IND
               ADD 1 TO WS-LATE-CNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO LRL-ON-TIME-IND
           END-IF
           WRITE LOSS-RUN-LOG-RECORD

           MOVE WS-LTR-CLAIM-CNT TO WS-CNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF LRL-ON-TIME-IND = 'N'
               STRING 'LOSS RUN ' WS-LETTER-NUM-BUILD
                      ' CUSTOMER ' WS-REQ-CUSTOMER (REQ-IDX)
                      ' CLAIMS ' WS-CNT-DISPLAY
                      ' RECEIVED ' WS-REQ-RECEIVED (REQ-IDX)
                      ' - LATE, WAS DUE ' WS-DUE-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'LOSS RUN ' WS-LETTER-NUM-BUILD
                      ' CUSTOMER ' WS-REQ-CUSTOMER (REQ-IDX)
                      ' CLAIMS ' WS-CNT-DISPLAY
                      ' RECEIVED ' WS-REQ-RECEIVED (REQ-IDX)
                      ' DUE ' WS-DUE-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       P600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE LOSS-RUN LETTER                                            *
      *----------------------------------------------------------------*
       P610-WRITE-LETTER.
           INITIALIZE WS-LETTER-TOTALS
           MOVE ALL '=' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'LOSS RUN   REF ' WS-LETTER-NUM-BUILD
                  '   DATE ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL '=' TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           IF WS-REQ-REQUESTER-TYPE (REQ-IDX) = 'A'
               STRING 'TO:  AGENCY ' WS-REQ-AGENCY (REQ-IDX)
                      '  ATTN ' WS-REQ-REQUESTER-NAME (REQ-IDX)
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               STRING 'TO:  ' WS-REQ-NAME (REQ-IDX)
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               STRING '     ' WS-REQ-ADDRESS (REQ-IDX)
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           STRING 'RE:  LOSS HISTORY OF ' WS-REQ-NAME (REQ-IDX)
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           IF WS-REQ-POLICY (REQ-IDX) = SPACES
               STRING '     CUSTOMER ' WS-REQ-CUSTOMER (REQ-IDX)
                      '  ALL POLICIES'
                      DELIMITED BY SIZE INTO LETTER-LINE
           ELSE
               STRING '     CUSTOMER ' WS-REQ-CUSTOMER (REQ-IDX)
                      '  POLICY ' WS-REQ-POLICY (REQ-IDX)
                      DELIMITED BY SIZE INTO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING '     PERIOD ' WS-REQ-WINDOW-START (REQ-IDX)
                  ' TO ' WS-CURRENT-DATE
                  '  (' WS-REQ-YEARS (REQ-IDX) ' YEARS)'
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'AS REQUESTED, BELOW ARE THE POLICY PERIODS AND ALL'
                TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'LOSSES REPORTED TO US FOR THE PERIOD SHOWN, BY '
                  'EXPERIENCE YEAR.'
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE

           PERFORM P620-WRITE-YEAR
                   VARYING WS-YEAR-NUM FROM 1 BY 1
                   UNTIL WS-YEAR-NUM > WS-REQ-YEARS (REQ-IDX)

           PERFORM P650-WRITE-TOTALS.

      *    Year n runs from the window start plus n-1 years to the
      *    day before the next anniversary; the last year ends on the
      *    run date.
       P620-WRITE-YEAR.
           MOVE WS-REQ-WINDOW-START (REQ-IDX) TO WS-WINDOW-HOLD
           ADD WS-YEAR-NUM TO WS-WIN-YYYY
           SUBTRACT 1 FROM WS-WIN-YYYY
           MOVE WS-WINDOW-HOLD TO WS-YEAR-START
           IF WS-YEAR-NUM = WS-REQ-YEARS (REQ-IDX)
               MOVE WS-CURRENT-DATE TO WS-YEAR-END
           ELSE
               ADD 1 TO WS-WIN-YYYY
               COMPUTE WS-YEAR-NEXT-INT = FUNCTION INTEGER-OF-DATE
                                           (WS-WINDOW-HOLD) - 1
               COMPUTE WS-YEAR-END = FUNCTION DATE-OF-INTEGER
                                      (WS-YEAR-NEXT-INT)
           END-IF

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           STRING 'EXPERIENCE YEAR ' WS-YEAR-NUM ':  '
                  WS-YEAR-START ' TO ' WS-YEAR-END
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL '-' TO LETTER-LINE (1:60)
           WRITE LETTER-LINE

           PERFORM P630-WRITE-PERIOD-LINE
                   VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > WS-PER-COUNT

           MOVE ZERO TO WS-YEAR-LOSS-CNT
           PERFORM P640-WRITE-LOSS-LINE
                   VARYING LOS-IDX FROM 1 BY 1
                   UNTIL LOS-IDX > WS-LOS-COUNT
           IF WS-YEAR-LOSS-CNT = ZERO
               MOVE '     NO LOSSES REPORTED' TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

      *    A period is shown in the year it took effect; one already
      *    running when the window opened is shown in year 1.
       P630-WRITE-PERIOD-LINE.
           IF WS-PER-REQ (PER-IDX) = REQ-IDX AND
              WS-PER-EFFECTIVE (PER-IDX) NOT > WS-YEAR-END AND
              (WS-YEAR-NUM = 1 OR
               WS-PER-EFFECTIVE (PER-IDX) NOT < WS-YEAR-START)
               ADD WS-PER-PREMIUM (PER-IDX) TO WS-LTR-PREMIUM
               MOVE WS-PER-PREMIUM (PER-IDX) TO WS-DOC-AMT-DISPLAY
               MOVE SPACES TO LETTER-LINE
               STRING '  POLICY ' WS-PER-POLICY (PER-IDX)
                      '  TERM ' WS-PER-EFFECTIVE (PER-IDX)
                      ' TO ' WS-PER-EXPIRY (PER-IDX)
                      '  PREMIUM ' WS-DOC-AMT-DISPLAY
                      '  ' WS-PER-STATUS (PER-IDX)
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

       P640-WRITE-LOSS-LINE.
           IF WS-LOS-REQ (LOS-IDX) = REQ-IDX AND
              WS-LOS-CLAIM-DATE (LOS-IDX) NOT < WS-YEAR-START AND
              WS-LOS-CLAIM-DATE (LOS-IDX) NOT > WS-YEAR-END
               IF WS-YEAR-LOSS-CNT = ZERO
                   MOVE SPACES TO LETTER-LINE
                   STRING '  CLAIM NUMBER    LOSS DATE TYPE      '
                          ' STATUS          PAID       RESERVE'
                          '      RECOVERY'
                          DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               ADD 1 TO WS-YEAR-LOSS-CNT
               ADD 1 TO WS-LTR-CLAIM-CNT
               ADD WS-LOS-PAID (LOS-IDX) TO WS-LTR-PAID
               ADD WS-LOS-RESERVE (LOS-IDX) TO WS-LTR-RESERVE
               ADD WS-LOS-RECOVERY (LOS-IDX) TO WS-LTR-RECOVERY
               EVALUATE WS-LOS-STATUS (LOS-IDX)
                   WHEN 'O'   MOVE 'OPEN' TO WS-STATUS-TEXT
                   WHEN 'C'   MOVE 'CLOSED' TO WS-STATUS-TEXT
                   WHEN 'D'   MOVE 'DENIED' TO WS-STATUS-TEXT
                   WHEN OTHER MOVE SPACES TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE WS-LOS-PAID (LOS-IDX) TO WS-DOC-AMT-DISPLAY
               MOVE WS-LOS-RESERVE (LOS-IDX) TO WS-DOC-AMT-DISPLAY2
               MOVE WS-LOS-RECOVERY (LOS-IDX) TO WS-DOC-AMT-DISPLAY3
               MOVE SPACES TO LETTER-LINE
               STRING '  ' WS-LOS-CLAIM-NUMBER (LOS-IDX)
                      ' ' WS-LOS-CLAIM-DATE (LOS-IDX)
                      '  ' WS-LOS-CLAIM-TYPE (LOS-IDX)
                      ' ' WS-STATUS-TEXT
                      ' ' WS-DOC-AMT-DISPLAY
                      ' ' WS-DOC-AMT-DISPLAY2
                      ' ' WS-DOC-AMT-DISPLAY3
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

       P650-WRITE-TOTALS.
           COMPUTE WS-LTR-INCURRED =
               WS-LTR-PAID + WS-LTR-RESERVE - WS-LTR-RECOVERY
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'TOTALS FOR THE PERIOD' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LTR-CLAIM-CNT TO WS-CNT-DISPLAY
           MOVE SPACES TO LETTER-LINE
           STRING '  CLAIMS REPORTED:     ' WS-CNT-DISPLAY
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LTR-PREMIUM TO WS-TOT-AMT-DISPLAY
           MOVE SPACES TO LETTER-LINE
           STRING '  PREMIUM:             ' WS-TOT-AMT-DISPLAY
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LTR-PAID TO WS-TOT-AMT-DISPLAY
           MOVE SPACES TO LETTER-LINE
           STRING '  PAID:                ' WS-TOT-AMT-DISPLAY
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LTR-RESERVE TO WS-TOT-AMT-DISPLAY
           MOVE SPACES TO LETTER-LINE
           STRING '  OUTSTANDING RESERVE: ' WS-TOT-AMT-DISPLAY
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LTR-RECOVERY TO WS-TOT-AMT-DISPLAY
           MOVE SPACES TO LETTER-LINE
           STRING '  RECOVERIES:          ' WS-TOT-AMT-DISPLAY
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LTR-INCURRED TO WS-TOT-SGN-DISPLAY
           MOVE SPACES TO LETTER-LINE
           STRING '  NET INCURRED:       ' WS-TOT-SGN-DISPLAY
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           STRING 'THIS LOSS RUN SHOWS CLAIMS REPORTED TO US AS OF '
                  WS-CURRENT-DATE '. RESERVES ARE ESTIMATES AND'
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'MAY CHANGE AS CLAIMS DEVELOP.' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       P800-SAVE-LETTER-NUMBER.
           OPEN OUTPUT LETTER-NUMBER-FILE
           IF LETTER-NUMBER-OK
               MOVE WS-NEXT-LETTER-SEQ TO CNC-LAST-LETTER-SEQ
               WRITE LETTER-NUMBER-RECORD
               CLOSE LETTER-NUMBER-FILE
           END-IF.

       P850-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:             ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Archive Files Read:   ' WS-FILES-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Requests Read:        ' WS-REQUEST-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Loss Runs Sent:       ' WS-SENT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING '  Sent After Due:     ' WS-LATE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Not On File:          ' WS-NOT-FOUND-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Deferred:             ' WS-DEFERRED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P900-CLOSE-FILES.
           CLOSE POLICY-MASTER-FILE
           IF CUSTOMER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE LETTER-FILE
           CLOSE LOG-FILE
           CLOSE REPORT-FILE.

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
           MOVE 'LGAPLRN1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-REQUEST-CNT TO RST-RECORD-COUNT
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
