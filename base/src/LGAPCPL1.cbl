       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCPL1.
      *================================================================*
      * PROGRAM: LGAPCPL1 - CONSUMER COMPLAINT REGISTER MAINTENANCE   *
      * PURPOSE: APPLIES THE COMPLAINTS DESK'S OPEN/UPDATE/CLOSE      *
      *          TRANSACTIONS (CMPLTRN.DAT) TO THE KEYED COMPLAINT    *
      *          MASTER (CMPLMST.DAT) THAT THE MARKET CONDUCT AGING   *
      *          AND REGISTER REPORTS READ.  AN OPEN ASSIGNS THE      *
      *          COMPLAINT NUMBER, LINKS THE POLICY (CUSTOMER, STATE, *
      *          LINE, AGENCY FROM THE POLICY MASTER) AND SETS THE    *
      *          STATE-MANDATED RESPONSE DUE DATE FROM THE RESPONSE   *
      *          PERIODS ON CPLRESP.DAT.  PRODUCES A RESULT EXTRACT   *
      *          AND A SUMMARY OF WHAT WAS APPLIED OR REJECTED.       *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'CMPLTRN.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRN-STAT.

           SELECT COMPLAINT-FILE ASSIGN TO 'CMPLMST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CPL-COMPLAINT-NUM
                  FILE STATUS IS WS-CPL-STAT.

           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

      *    Response periods by state and source, maintained by
      *    compliance from the state regulations.  State '**' and
      *    source '*' are wildcards.
           SELECT RESPONSE-RULE-FILE ASSIGN TO 'CPLRESP.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CRR-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT COMPLAINT-NUMBER-FILE ASSIGN TO 'CPLNUMCT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CNC-STAT.

           SELECT RESULT-FILE ASSIGN TO 'CPLRSLT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RES-STAT.

           SELECT REPORT-FILE ASSIGN TO 'CPLRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  TRAN-FILE.
           COPY CMPLTRN.

       FD  COMPLAINT-FILE.
           COPY CMPLMST.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  RESPONSE-RULE-FILE.
       01  RESPONSE-RULE-RECORD.
           05 CRR-STATE                PIC X(2).
           05 FILLER                   PIC X.
           05 CRR-SOURCE               PIC X(1).
           05 FILLER                   PIC X.
           05 CRR-RESPONSE-DAYS        PIC 9(3).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  COMPLAINT-NUMBER-FILE.
       01  COMPLAINT-NUMBER-RECORD.
           05 CNC-LAST-COMPLAINT-SEQ   PIC 9(9).

       FD  RESULT-FILE.
       01  RESULT-LINE                 PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-TRN-STAT                 PIC X(2).
           88 TRAN-OK                  VALUE '00'.
           88 TRAN-EOF                 VALUE '10'.

       01  WS-CPL-STAT                 PIC X(2).
           88 COMPLAINT-OK             VALUE '00'.
           88 COMPLAINT-MISSING        VALUE '35'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

       01  WS-CRR-STAT                 PIC X(2).
           88 RULE-FILE-OK             VALUE '00'.
           88 RULE-FILE-EOF            VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-CNC-STAT                 PIC X(2).
           88 COMPLAINT-NUMBER-OK      VALUE '00'.

       01  WS-RES-STAT                 PIC X(2).
           88 RESULT-FILE-OK           VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-COUNTERS.
           05 WS-TOTAL-REC             PIC 9(6) VALUE ZERO.
           05 WS-OPENED-CNT            PIC 9(6) VALUE ZERO.
           05 WS-UPDATED-CNT           PIC 9(6) VALUE ZERO.
           05 WS-CLOSED-CNT            PIC 9(6) VALUE ZERO.
           05 WS-REJECTED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-NO-POLICY-CNT         PIC 9(6) VALUE ZERO.

       01  WS-RESULT-CODE              PIC X(20).
           88 WS-TRAN-APPLIED          VALUE 'OPENED' 'UPDATED'
                                             'CLOSED'.

      *----------------------------------------------------------------*
      * RESPONSE PERIODS -- CPLRESP.DAT LOADED AT START.  AN EXACT     *
      * STATE AND SOURCE RULE BEATS A STATE RULE FOR ANY SOURCE, WHICH *
      * BEATS A SOURCE RULE FOR ANY STATE.  WITH NO RULE THE CONFIG    *
      * DEFAULTS APPLY: CPL_DOI_RESPONSE_DAYS FOR DEPARTMENT           *
      * REFERRALS (15) AND CPL_INS_RESPONSE_DAYS FOR THE INSURED'S OWN *
      * COMPLAINTS (30).                                               *
      *----------------------------------------------------------------*
       01  WS-DOI-RESPONSE-DAYS        PIC 9(3) VALUE 15.
       01  WS-INS-RESPONSE-DAYS        PIC 9(3) VALUE 30.

       01  WS-RULE-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY            OCCURS 300 TIMES
                                       INDEXED BY RUL-IDX.
              10 WS-RUL-STATE          PIC X(2).
              10 WS-RUL-SOURCE         PIC X(1).
              10 WS-RUL-DAYS           PIC 9(3).

       01  WS-BEST-RANK                PIC 9 VALUE ZERO.
       01  WS-RULE-RANK                PIC 9 VALUE ZERO.
       01  WS-RESPONSE-DAYS            PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
      * COMPLAINT NUMBER ASSIGNMENT -- SAME CARRIED-SEQUENCE PATTERN   *
      * AS THE CLAIM NUMBERS IN CLMNUMCT.DAT.                          *
      *----------------------------------------------------------------*
       01  WS-COMPLAINT-NUMBER-WORK.
           05 WS-NEXT-COMPLAINT-SEQ    PIC 9(9) VALUE ZERO.
           05 WS-COMPLAINT-NUM-BUILD.
              10 FILLER                PIC X(3) VALUE 'CPL'.
              10 WS-COMPLAINT-NUM-SEQ  PIC 9(9).

       01  WS-DATE-INTEGERS            COMP.
           05 WS-RECEIVED-INT          PIC 9(9).
           05 WS-DUE-INT               PIC 9(9).

       01  WS-CLOSE-DATE               PIC 9(8).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P400-WRITE-RESULT-HEADER
           PERFORM P500-PROCESS-RECORDS
           PERFORM P650-SAVE-COMPLAINT-NUMBER
           PERFORM P600-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT COMPLAINT-NUMBER-FILE
           IF COMPLAINT-NUMBER-OK
               READ COMPLAINT-NUMBER-FILE
               IF COMPLAINT-NUMBER-OK
                   MOVE CNC-LAST-COMPLAINT-SEQ
                        TO WS-NEXT-COMPLAINT-SEQ
               END-IF
               CLOSE COMPLAINT-NUMBER-FILE
           END-IF
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CPL_DOI_RESPONSE_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-DOI-RESPONSE-DAYS
               END-IF
               MOVE 'CPL_INS_RESPONSE_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-INS-RESPONSE-DAYS
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           PERFORM P210-LOAD-RESPONSE-RULES THRU P210-EXIT.

       P210-LOAD-RESPONSE-RULES.
           OPEN INPUT RESPONSE-RULE-FILE
           IF NOT RULE-FILE-OK
               DISPLAY 'Warning: Complaint response periods '
                       'unavailable - default periods used'
               GO TO P210-EXIT
           END-IF
           PERFORM P211-READ-RULE
           PERFORM UNTIL RULE-FILE-EOF
               IF WS-RULE-COUNT < 300
                   IF CRR-RESPONSE-DAYS NUMERIC
                       ADD 1 TO WS-RULE-COUNT
                       SET RUL-IDX TO WS-RULE-COUNT
                       MOVE CRR-STATE TO WS-RUL-STATE (RUL-IDX)
                       MOVE CRR-SOURCE TO WS-RUL-SOURCE (RUL-IDX)
                       MOVE CRR-RESPONSE-DAYS TO WS-RUL-DAYS (RUL-IDX)
                   END-IF
               ELSE
                   DISPLAY 'Warning: Response period table full - '
                           'rule ' CRR-STATE '/' CRR-SOURCE ' ignored'
               END-IF
               PERFORM P211-READ-RULE
           END-PERFORM
           CLOSE RESPONSE-RULE-FILE.

       P210-EXIT.
           EXIT.

       P211-READ-RULE.
           READ RESPONSE-RULE-FILE
           END-READ.

       P300-OPEN-FILES.
           OPEN INPUT TRAN-FILE
           IF NOT TRAN-OK
               DISPLAY 'ERROR: Cannot open complaint txn file: '
                       WS-TRN-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN I-O COMPLAINT-FILE
           IF COMPLAINT-MISSING
               OPEN OUTPUT COMPLAINT-FILE
               IF COMPLAINT-OK
                   CLOSE COMPLAINT-FILE
                   OPEN I-O COMPLAINT-FILE
               END-IF
           END-IF
           IF NOT COMPLAINT-OK
               DISPLAY 'ERROR: Cannot open complaint master: '
                       WS-CPL-STAT
               CLOSE TRAN-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

      *    Without the policy master a complaint can still be opened
      *    from what the desk keyed; the links are just not filled.
           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: Cannot open policy master: '
                       WS-POL-STAT ' - policy links not filled'
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN OUTPUT RESULT-FILE
           IF NOT RESULT-FILE-OK
               DISPLAY 'ERROR: Cannot open complaint result file: '
                       WS-RES-STAT
               CLOSE TRAN-FILE
               CLOSE COMPLAINT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open complaint report file: '
                       WS-RPT-STAT
               CLOSE TRAN-FILE
               CLOSE COMPLAINT-FILE
               CLOSE RESULT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF.

       P400-WRITE-RESULT-HEADER.
           STRING 'ACTION' ',' 'COMPLAINT_NUM' ',' 'STATE' ','
                  'POLICY_NUM' ',' 'CATEGORY' ',' 'REASON' ','
                  'RESPONSE_DUE' ',' 'STATUS' ',' 'RESULT'
                  DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-LINE.

       P500-PROCESS-RECORDS.
           PERFORM P510-READ-TXN
           PERFORM UNTIL TRAN-EOF
               PERFORM P520-APPLY-TXN
               PERFORM P510-READ-TXN
           END-PERFORM.

       P510-READ-TXN.
           READ TRAN-FILE
           END-READ.

       P520-APPLY-TXN.
           ADD 1 TO WS-TOTAL-REC
           MOVE SPACES TO COMPLAINT-RECORD
           EVALUATE TRUE
               WHEN CTR-OPEN
                   PERFORM P530-OPEN-COMPLAINT THRU P530-EXIT
               WHEN CTR-UPDATE
                   PERFORM P540-UPDATE-COMPLAINT THRU P540-EXIT
               WHEN CTR-CLOSE
                   PERFORM P550-CLOSE-COMPLAINT THRU P550-EXIT
               WHEN OTHER
                   MOVE 'BAD ACTION' TO WS-RESULT-CODE
           END-EVALUATE
           IF NOT WS-TRAN-APPLIED
               ADD 1 TO WS-REJECTED-CNT
               PERFORM P580-WRITE-REJECT-DETAIL
           END-IF
           PERFORM P560-WRITE-RESULT-RECORD.

      *----------------------------------------------------------------*
      * OPEN -- VALIDATE, LINK THE POLICY, SET THE RESPONSE DUE DATE,  *
      * ASSIGN THE NUMBER AND WRITE THE MASTER RECORD.                 *
      *----------------------------------------------------------------*
       P530-OPEN-COMPLAINT.
           IF CTR-RECEIVED-DATE NOT NUMERIC OR
              CTR-RECEIVED-DATE = ZERO
               MOVE 'NO RECEIVED DATE' TO WS-RESULT-CODE
               GO TO P530-EXIT
           END-IF
           MOVE CTR-SOURCE TO CPL-SOURCE
           IF NOT CPL-FROM-INSURED AND NOT CPL-FROM-DEPARTMENT
               MOVE 'BAD SOURCE' TO WS-RESULT-CODE
               GO TO P530-EXIT
           END-IF
           MOVE CTR-CATEGORY TO CPL-CATEGORY
           IF NOT CPL-VALID-CATEGORY
               MOVE 'BAD CATEGORY' TO WS-RESULT-CODE
               GO TO P530-EXIT
           END-IF

           MOVE CTR-RECEIVED-DATE TO CPL-RECEIVED-DATE
           MOVE CTR-CHANNEL TO CPL-CHANNEL
           MOVE CTR-DOI-FILE-NUM TO CPL-DOI-FILE-NUM
           MOVE CTR-STATE TO CPL-STATE
           MOVE CTR-POLICY-NUM TO CPL-POLICY-NUM
           MOVE CTR-CLAIM-NUMBER TO CPL-CLAIM-NUMBER
           MOVE CTR-AGENCY-CODE TO CPL-AGENCY-CODE
           MOVE CTR-REASON TO CPL-REASON
           MOVE SPACE TO CPL-POLICY-TYPE
           MOVE SPACES TO CPL-CUSTOMER-NUM
           IF CPL-POLICY-NUM NOT = SPACES
               PERFORM P535-LINK-POLICY THRU P535-EXIT
           END-IF
           IF CPL-STATE = SPACES
               MOVE 'NO STATE' TO WS-RESULT-CODE
               GO TO P530-EXIT
           END-IF

      *    A due date keyed from the department's letter stands;
      *    otherwise the state's response period runs from receipt.
           IF CTR-DUE-DATE NUMERIC AND CTR-DUE-DATE > ZERO
               MOVE CTR-DUE-DATE TO CPL-RESPONSE-DUE-DATE
           ELSE
               PERFORM P536-FIND-RESPONSE-DAYS
               COMPUTE WS-RECEIVED-INT = FUNCTION INTEGER-OF-DATE
                                          (CPL-RECEIVED-DATE)
               COMPUTE WS-DUE-INT = WS-RECEIVED-INT + WS-RESPONSE-DAYS
               COMPUTE CPL-RESPONSE-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
           END-IF

           MOVE ZERO TO CPL-RESPONDED-DATE
           MOVE 'O' TO CPL-STATUS
           MOVE SPACE TO CPL-DISPOSITION
           MOVE SPACES TO CPL-RESOLUTION-TEXT
           MOVE ZERO TO CPL-CLOSED-DATE
           MOVE WS-CURRENT-DATE TO CPL-LAST-ACTIVITY-DATE
           MOVE CTR-OPERATOR-ID TO CPL-OPERATOR-ID

           ADD 1 TO WS-NEXT-COMPLAINT-SEQ
           MOVE WS-NEXT-COMPLAINT-SEQ TO WS-COMPLAINT-NUM-SEQ
           MOVE WS-COMPLAINT-NUM-BUILD TO CPL-COMPLAINT-NUM
           WRITE COMPLAINT-RECORD
           IF COMPLAINT-OK
               MOVE 'OPENED' TO WS-RESULT-CODE
               ADD 1 TO WS-OPENED-CNT
           ELSE
               MOVE 'WRITE FAILED' TO WS-RESULT-CODE
           END-IF.

       P530-EXIT.
           EXIT.

      *    The policy master fills in whatever the desk did not key.
      *    An unknown policy number is kept as keyed and reported --
      *    the complaint itself must not be lost.
       P535-LINK-POLICY.
           IF NOT MASTER-IS-OPEN
               GO TO P535-EXIT
           END-IF
           MOVE CPL-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-POLICY-CNT
                   MOVE SPACES TO REPORT-LINE
                   STRING 'WARNING: POLICY ' CTR-POLICY-NUM
                          ' NOT ON MASTER - COMPLAINT RECEIVED '
                          CTR-RECEIVED-DATE ' OPENED UNLINKED'
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
                   GO TO P535-EXIT
           END-READ
           MOVE POL-CUSTOMER-NUM TO CPL-CUSTOMER-NUM
           MOVE POL-POLICY-TYPE TO CPL-POLICY-TYPE
           IF CPL-STATE = SPACES
               MOVE POL-TERRITORY-CODE (1:2) TO CPL-STATE
           END-IF
           IF CPL-AGENCY-CODE = SPACES
               MOVE POL-AGENCY-CODE TO CPL-AGENCY-CODE
           END-IF.

       P535-EXIT.
           EXIT.

       P536-FIND-RESPONSE-DAYS.
           MOVE ZERO TO WS-BEST-RANK
           IF CPL-FROM-DEPARTMENT
               MOVE WS-DOI-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           ELSE
               MOVE WS-INS-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           END-IF
           PERFORM P537-RANK-RULE
                   VARYING RUL-IDX FROM 1 BY 1
                   UNTIL RUL-IDX > WS-RULE-COUNT.

       P537-RANK-RULE.
           MOVE ZERO TO WS-RULE-RANK
           EVALUATE TRUE
               WHEN WS-RUL-STATE (RUL-IDX) = CPL-STATE AND
                    WS-RUL-SOURCE (RUL-IDX) = CPL-SOURCE
                   MOVE 3 TO WS-RULE-RANK
               WHEN WS-RUL-STATE (RUL-IDX) = CPL-STATE AND
                    WS-RUL-SOURCE (RUL-IDX) = '*'
                   MOVE 2 TO WS-RULE-RANK
               WHEN WS-RUL-STATE (RUL-IDX) = '**' AND
                    WS-RUL-SOURCE (RUL-IDX) = CPL-SOURCE
                   MOVE 1 TO WS-RULE-RANK
           END-EVALUATE
           IF WS-RULE-RANK > WS-BEST-RANK
               MOVE WS-RULE-RANK TO WS-BEST-RANK
               MOVE WS-RUL-DAYS (RUL-IDX) TO WS-RESPONSE-DAYS
           END-IF.

      *----------------------------------------------------------------*
      * UPDATE -- NON-BLANK FIELDS REPLACE THE MASTER'S.  A CLOSED     *
      * COMPLAINT IS NOT UPDATED; IT IS REOPENED AS A NEW ONE.         *
      *----------------------------------------------------------------*
       P540-UPDATE-COMPLAINT.
           MOVE CTR-COMPLAINT-NUM TO CPL-COMPLAINT-NUM
           READ COMPLAINT-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-RESULT-CODE
                   GO TO P540-EXIT
           END-READ
           IF CPL-CLOSED
               MOVE 'ALREADY CLOSED' TO WS-RESULT-CODE
               GO TO P540-EXIT
           END-IF
           IF CTR-CATEGORY NOT = SPACES
               MOVE CTR-CATEGORY TO CPL-CATEGORY
               IF NOT CPL-VALID-CATEGORY
                   MOVE 'BAD CATEGORY' TO WS-RESULT-CODE
                   GO TO P540-EXIT
               END-IF
           END-IF
           PERFORM P545-APPLY-CHANGES
           REWRITE COMPLAINT-RECORD
           IF COMPLAINT-OK
               MOVE 'UPDATED' TO WS-RESULT-CODE
               ADD 1 TO WS-UPDATED-CNT
           ELSE
               MOVE 'REWRITE FAILED' TO WS-RESULT-CODE
           END-IF.

       P540-EXIT.
           EXIT.

       P545-APPLY-CHANGES.
           IF CTR-REASON NOT = SPACES
               MOVE CTR-REASON TO CPL-REASON
           END-IF
           IF CTR-DOI-FILE-NUM NOT = SPACES
               MOVE CTR-DOI-FILE-NUM TO CPL-DOI-FILE-NUM
           END-IF
           IF CTR-CLAIM-NUMBER NOT = SPACES
               MOVE CTR-CLAIM-NUMBER TO CPL-CLAIM-NUMBER
           END-IF
           IF CTR-AGENCY-CODE NOT = SPACES
               MOVE CTR-AGENCY-CODE TO CPL-AGENCY-CODE
           END-IF
           IF CTR-STATE NOT = SPACES
               MOVE CTR-STATE TO CPL-STATE
           END-IF
           IF CTR-DUE-DATE NUMERIC AND CTR-DUE-DATE > ZERO
               MOVE CTR-DUE-DATE TO CPL-RESPONSE-DUE-DATE
           END-IF
           IF CTR-RESPONDED-DATE NUMERIC AND CTR-RESPONDED-DATE > ZERO
               MOVE CTR-RESPONDED-DATE TO CPL-RESPONDED-DATE
           END-IF
           IF CTR-RESOLUTION-TEXT NOT = SPACES
               MOVE CTR-RESOLUTION-TEXT TO CPL-RESOLUTION-TEXT
           END-IF
           MOVE WS-CURRENT-DATE TO CPL-LAST-ACTIVITY-DATE
           MOVE CTR-OPERATOR-ID TO CPL-OPERATOR-ID.

      *----------------------------------------------------------------*
      * CLOSE -- A DISPOSITION IS REQUIRED.  A COMPLAINT CLOSED WITH   *
      * NO RESPONSE DATE ON FILE IS TAKEN AS ANSWERED ON CLOSING.      *
      *----------------------------------------------------------------*
       P550-CLOSE-COMPLAINT.
           MOVE CTR-COMPLAINT-NUM TO CPL-COMPLAINT-NUM
           READ COMPLAINT-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-RESULT-CODE
                   GO TO P550-EXIT
           END-READ
           IF CPL-CLOSED
               MOVE 'ALREADY CLOSED' TO WS-RESULT-CODE
               GO TO P550-EXIT
           END-IF
           MOVE CTR-DISPOSITION TO CPL-DISPOSITION
           IF NOT CPL-VALID-DISPOSITION
               MOVE 'BAD DISPOSITION' TO WS-RESULT-CODE
               GO TO P550-EXIT
           END-IF
           PERFORM P545-APPLY-CHANGES
           IF CTR-ACTION-DATE NUMERIC AND CTR-ACTION-DATE > ZERO
               MOVE CTR-ACTION-DATE TO WS-CLOSE-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-CLOSE-DATE
           END-IF
           MOVE WS-CLOSE-DATE TO CPL-CLOSED-DATE
           IF CPL-RESPONDED-DATE NOT NUMERIC OR
              CPL-RESPONDED-DATE = ZERO
               MOVE WS-CLOSE-DATE TO CPL-RESPONDED-DATE
           END-IF
           MOVE 'C' TO CPL-STATUS
           REWRITE COMPLAINT-RECORD
           IF COMPLAINT-OK
               MOVE 'CLOSED' TO WS-RESULT-CODE
               ADD 1 TO WS-CLOSED-CNT
           ELSE
               MOVE 'REWRITE FAILED' TO WS-RESULT-CODE
           END-IF.

       P550-EXIT.
           EXIT.

       P560-WRITE-RESULT-RECORD.
           MOVE SPACES TO RESULT-LINE
           STRING CTR-ACTION ','
                  FUNCTION TRIM(CPL-COMPLAINT-NUM) ','
                  CPL-STATE ','
                  FUNCTION TRIM(CPL-POLICY-NUM) ','
                  CPL-CATEGORY ','
                  FUNCTION TRIM(CPL-REASON) ','
                  CPL-RESPONSE-DUE-DATE ','
                  CPL-STATUS ','
                  FUNCTION TRIM(WS-RESULT-CODE)
                  DELIMITED BY SIZE INTO RESULT-LINE
           WRITE RESULT-LINE.

       P580-WRITE-REJECT-DETAIL.
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTED: ACTION ' CTR-ACTION
                  ' COMPLAINT ' CTR-COMPLAINT-NUM
                  ' POLICY ' CTR-POLICY-NUM
                  ' BY ' CTR-OPERATOR-ID
                  ' - ' FUNCTION TRIM(WS-RESULT-CODE)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO RETURN-CODE.

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '     CONSUMER COMPLAINT MAINTENANCE SUMMARY'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:              ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Transactions Read:     ' WS-TOTAL-REC
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Complaints Opened:     ' WS-OPENED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Complaints Updated:    ' WS-UPDATED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Complaints Closed:     ' WS-CLOSED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Opened Unlinked:       ' WS-NO-POLICY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Transactions Rejected: ' WS-REJECTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P650-SAVE-COMPLAINT-NUMBER.
           OPEN OUTPUT COMPLAINT-NUMBER-FILE
           IF COMPLAINT-NUMBER-OK
               MOVE WS-NEXT-COMPLAINT-SEQ TO CNC-LAST-COMPLAINT-SEQ
               WRITE COMPLAINT-NUMBER-RECORD
               CLOSE COMPLAINT-NUMBER-FILE
           END-IF.

       P700-CLOSE-FILES.
           CLOSE TRAN-FILE
           CLOSE COMPLAINT-FILE
           CLOSE RESULT-FILE
           CLOSE REPORT-FILE
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
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
           MOVE 'LGAPCPL1' TO RST-PROGRAM
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
