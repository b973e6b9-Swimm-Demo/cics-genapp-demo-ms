       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPPHR1.
      *================================================================*
      * PROGRAM: LGAPPHR1 - POLICY AS-OF RECONSTRUCTION               *
      * PURPOSE: ANSWERS "WHAT DID THIS POLICY LOOK LIKE ON A GIVEN   *
      *          DATE" FROM THE POLICY HISTORY FILE (POLHIST.DAT).    *
      *          EACH REQUEST (PHQREQ.DAT) NAMES A POLICY AND AN      *
      *          AS-OF DATE (BLANK FOR TODAY).  THE POLICY'S TERMS    *
      *          ON THAT DATE ARE THOSE LEFT BY THE LATEST            *
      *          TRANSACTION EFFECTIVE ON OR BEFORE IT -- LATEST BY   *
      *          EFFECTIVE DATE, THEN BY HISTORY SEQUENCE -- WITH THE *
      *          TERM, AGENCY AND TERRITORY TAKEN FROM THE LATEST     *
      *          SUCH TRANSACTION THAT CARRIED THEM.  THE REPORT      *
      *          (PHQRPT.DAT) GIVES THOSE TERMS AND THE POLICY'S      *
      *          WHOLE TRANSACTION LIST, EACH MARKED AS APPLIED BY    *
      *          THE AS-OF DATE OR LATER.                             *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'PHQREQ.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REQ-STAT.

           SELECT HISTORY-FILE ASSIGN TO 'POLHIST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HST-STAT.

           SELECT REPORT-FILE ASSIGN TO 'PHQRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
      *    Policy number and the date its terms are wanted as of
      *    (blank or zero for the run date).
       FD  REQUEST-FILE.
       01  HISTORY-QUERY-RECORD.
           05 PHQ-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X.
           05 PHQ-AS-OF-DATE           PIC 9(8).

       FD  HISTORY-FILE.
       01  HISTORY-LINE                PIC X(215).

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

       01  WS-HST-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-EOF              VALUE '10'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-COUNTERS.
           05 WS-REQUEST-CNT           PIC 9(6) VALUE ZERO.
           05 WS-ANSWERED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-NOT-IN-FORCE-CNT      PIC 9(6) VALUE ZERO.
           05 WS-NOT-FOUND-CNT         PIC 9(6) VALUE ZERO.
           05 WS-DEFERRED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-HISTORY-READ-CNT      PIC 9(9) VALUE ZERO.

      *----------------------------------------------------------------*
      * THE RUN'S REQUESTS -- ALL LOADED FIRST SO THE HISTORY FILE IS  *
      * PASSED ONCE.                                                   *
      *----------------------------------------------------------------*
       01  WS-REQ-MAX                  PIC 9(3) VALUE 200.
       01  WS-REQUEST-TABLE.
           05 WS-REQ-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-REQ-ENTRY             OCCURS 200 TIMES
                                       INDEXED BY REQ-IDX.
              10 WS-REQ-POLICY         PIC X(12).
              10 WS-REQ-AS-OF          PIC 9(8).

      *    Every history record for a requested policy, in file
      *    (sequence) order.  A policy asked for twice is held once.
       01  WS-TRN-MAX                  PIC 9(5) VALUE 10000.
       01  WS-TRANSACTION-TABLE.
           05 WS-TRN-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-TRN-ENTRY             OCCURS 10000 TIMES
                                       INDEXED BY TRN-IDX.
              10 WS-TRN-RECORD         PIC X(215).

       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 WS-TABLE-FULL-WARNED     VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE RECONSTRUCTION FOR ONE REQUEST.  THE GOVERNING ENTRY IS    *
      * THE LATEST TRANSACTION IN EFFECT BY THE AS-OF DATE; THE TERMS  *
      * ENTRY IS THE LATEST OF THOSE THAT CARRIED THE POLICY TERM.     *
      *----------------------------------------------------------------*
       01  WS-RECON-WORK.
           05 WS-RCN-TRN-CNT           PIC 9(5).
           05 WS-RCN-APPLIED-CNT       PIC 9(5).
           05 WS-RCN-GOVERN-IDX        PIC 9(5).
           05 WS-RCN-GOVERN-EFF        PIC 9(8).
           05 WS-RCN-GOVERN-SEQ        PIC 9(10).
           05 WS-RCN-TERMS-IDX         PIC 9(5).
           05 WS-RCN-TERMS-EFF         PIC 9(8).
           05 WS-RCN-TERMS-SEQ         PIC 9(10).

       01  WS-APPLIED-TEXT             PIC X(7).
       01  WS-AMT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY2             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

           COPY POLHIST.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P400-LOAD-REQUESTS
           PERFORM P500-SCAN-HISTORY
           PERFORM P600-RECONSTRUCT-POLICY THRU P600-EXIT
                   VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-REQ-COUNT
           PERFORM P850-WRITE-SUMMARY
           PERFORM P900-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

       P300-OPEN-FILES.
           OPEN INPUT REQUEST-FILE
           IF NOT REQUEST-OK
               DISPLAY 'ERROR: Cannot open history requests: '
                       WS-REQ-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'ERROR: Cannot open policy history: '
                       WS-HST-STAT
               CLOSE REQUEST-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open history report: '
                       WS-RPT-STAT
               CLOSE REQUEST-FILE
               CLOSE HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE '       POLICY TERMS AS OF DATE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * LOAD THE REQUESTS.  A BLANK AS-OF DATE MEANS TODAY.            *
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
           IF PHQ-POLICY-NUM = SPACES
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-REQUEST-CNT
           IF PHQ-AS-OF-DATE NOT NUMERIC OR
              PHQ-AS-OF-DATE = ZERO
               MOVE WS-CURRENT-DATE TO PHQ-AS-OF-DATE
           END-IF
           IF WS-REQ-COUNT NOT < WS-REQ-MAX
               ADD 1 TO WS-DEFERRED-CNT
               MOVE SPACES TO REPORT-LINE
               STRING 'POLICY ' PHQ-POLICY-NUM
                      ' AS OF ' PHQ-AS-OF-DATE
                      ' - REQUEST TABLE FULL, RESUBMIT'
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-REQ-COUNT
           SET REQ-IDX TO WS-REQ-COUNT
           MOVE PHQ-POLICY-NUM TO WS-REQ-POLICY (REQ-IDX)
           MOVE PHQ-AS-OF-DATE TO WS-REQ-AS-OF (REQ-IDX).

       P420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * HISTORY PASS -- HOLD EVERY RECORD FOR A REQUESTED POLICY.      *
      *----------------------------------------------------------------*
       P500-SCAN-HISTORY.
           PERFORM P510-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               ADD 1 TO WS-HISTORY-READ-CNT
               PERFORM P520-MATCH-HISTORY THRU P520-EXIT
               PERFORM P510-READ-HISTORY
           END-PERFORM.

       P510-READ-HISTORY.
           READ HISTORY-FILE INTO POLICY-HISTORY-RECORD
           END-READ.

       P520-MATCH-HISTORY.
           SET REQ-IDX TO 1
           SEARCH WS-REQ-ENTRY
               AT END
                   GO TO P520-EXIT
               WHEN REQ-IDX > WS-REQ-COUNT
                   GO TO P520-EXIT
               WHEN WS-REQ-POLICY (REQ-IDX) = PHS-POLICY-NUM
                   CONTINUE
           END-SEARCH
           IF WS-TRN-COUNT NOT < WS-TRN-MAX
               IF NOT WS-TABLE-FULL-WARNED
                   MOVE 'Y' TO WS-TABLE-FULL-IND
                   DISPLAY 'Warning: transaction table full at '
                           WS-TRN-MAX ' - later history not used'
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO P520-EXIT
           END-IF
           ADD 1 TO WS-TRN-COUNT
           SET TRN-IDX TO WS-TRN-COUNT
           MOVE POLICY-HISTORY-RECORD TO WS-TRN-RECORD (TRN-IDX).

       P520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ONE REQUEST -- FIND THE GOVERNING AND TERMS ENTRIES, PRINT THE *
      * TERMS, THEN LIST THE POLICY'S TRANSACTIONS.                    *
      *----------------------------------------------------------------*
       P600-RECONSTRUCT-POLICY.
           MOVE ZERO TO WS-RCN-TRN-CNT
           MOVE ZERO TO WS-RCN-APPLIED-CNT
           MOVE ZERO TO WS-RCN-GOVERN-IDX
           MOVE ZERO TO WS-RCN-GOVERN-EFF
           MOVE ZERO TO WS-RCN-GOVERN-SEQ
           MOVE ZERO TO WS-RCN-TERMS-IDX
           MOVE ZERO TO WS-RCN-TERMS-EFF
           MOVE ZERO TO WS-RCN-TERMS-SEQ
           PERFORM P610-WEIGH-TRANSACTION
                   VARYING TRN-IDX FROM 1 BY 1
                   UNTIL TRN-IDX > WS-TRN-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING 'POLICY ' WS-REQ-POLICY (REQ-IDX)
                  '   TERMS AS OF ' WS-REQ-AS-OF (REQ-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-RCN-TRN-CNT = ZERO
               ADD 1 TO WS-NOT-FOUND-CNT
               MOVE '  NO HISTORY ON FILE FOR THIS POLICY'
                    TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF

           IF WS-RCN-GOVERN-IDX = ZERO
               ADD 1 TO WS-NOT-IN-FORCE-CNT
               MOVE '  NOT YET ISSUED ON THIS DATE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-ANSWERED-CNT
               PERFORM P620-WRITE-TERMS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  SEQUENCE   TYPE     EFFECTIVE PROCESSED '
                  '  BEFORE PREMIUM   AFTER PREMIUM STATUS AFTER'
                  '          PROGRAM  APPLIED'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P630-WRITE-TRANSACTION
                   VARYING TRN-IDX FROM 1 BY 1
                   UNTIL TRN-IDX > WS-TRN-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P600-EXIT.
           EXIT.

       P610-WEIGH-TRANSACTION.
           MOVE WS-TRN-RECORD (TRN-IDX) TO POLICY-HISTORY-RECORD
           IF PHS-POLICY-NUM = WS-REQ-POLICY (REQ-IDX)
               ADD 1 TO WS-RCN-TRN-CNT
               IF PHS-EFFECTIVE-DATE NOT > WS-REQ-AS-OF (REQ-IDX)
                   ADD 1 TO WS-RCN-APPLIED-CNT
                   IF PHS-EFFECTIVE-DATE > WS-RCN-GOVERN-EFF OR
                      (PHS-EFFECTIVE-DATE = WS-RCN-GOVERN-EFF AND
                       PHS-SEQUENCE-NUM NOT < WS-RCN-GOVERN-SEQ)
                       SET WS-RCN-GOVERN-IDX TO TRN-IDX
                       MOVE PHS-EFFECTIVE-DATE TO WS-RCN-GOVERN-EFF
                       MOVE PHS-SEQUENCE-NUM TO WS-RCN-GOVERN-SEQ
                   END-IF
                   IF PHS-TERM-EFFECTIVE-DATE NOT = ZERO AND
                      (PHS-EFFECTIVE-DATE > WS-RCN-TERMS-EFF OR
                       (PHS-EFFECTIVE-DATE = WS-RCN-TERMS-EFF AND
                        PHS-SEQUENCE-NUM NOT < WS-RCN-TERMS-SEQ))
                       SET WS-RCN-TERMS-IDX TO TRN-IDX
                       MOVE PHS-EFFECTIVE-DATE TO WS-RCN-TERMS-EFF
                       MOVE PHS-SEQUENCE-NUM TO WS-RCN-TERMS-SEQ
                   END-IF
               END-IF
           END-IF.

       P620-WRITE-TERMS.
           MOVE WS-TRN-RECORD (WS-RCN-GOVERN-IDX)
                TO POLICY-HISTORY-RECORD
           MOVE PHS-AFTER-PREMIUM TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  CUSTOMER   ' PHS-CUSTOMER-NUM
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  STATUS     ' PHS-AFTER-STATUS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  PREMIUM    ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  LAST CHANGE ' PHS-TRAN-TYPE
                  ' EFFECTIVE ' PHS-EFFECTIVE-DATE
                  ' SEQUENCE ' PHS-SEQUENCE-NUM
                  ' BY ' PHS-ORIG-PROGRAM
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-RCN-TERMS-IDX = ZERO
               MOVE '  TERM       NOT RECORDED' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-TRN-RECORD (WS-RCN-TERMS-IDX)
                    TO POLICY-HISTORY-RECORD
               MOVE SPACES TO REPORT-LINE
               STRING '  TERM       ' PHS-TERM-EFFECTIVE-DATE
                      ' TO ' PHS-TERM-EXPIRY-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '  AGENCY     ' PHS-AGENCY-CODE
                      '   TERRITORY ' PHS-TERRITORY-CODE
                      '   POLICY TYPE ' PHS-POLICY-TYPE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P630-WRITE-TRANSACTION.
           MOVE WS-TRN-RECORD (TRN-IDX) TO POLICY-HISTORY-RECORD
           IF PHS-POLICY-NUM = WS-REQ-POLICY (REQ-IDX)
               IF PHS-EFFECTIVE-DATE NOT > WS-REQ-AS-OF (REQ-IDX)
                   MOVE 'APPLIED' TO WS-APPLIED-TEXT
               ELSE
                   MOVE 'LATER' TO WS-APPLIED-TEXT
               END-IF
               MOVE PHS-BEFORE-PREMIUM TO WS-AMT-DISPLAY
               MOVE PHS-AFTER-PREMIUM TO WS-AMT-DISPLAY2
               MOVE SPACES TO REPORT-LINE
               STRING '  ' PHS-SEQUENCE-NUM
                      ' ' PHS-TRAN-TYPE
                      ' ' PHS-EFFECTIVE-DATE
                      '  ' PHS-PROCESSED-DATE
                      ' ' WS-AMT-DISPLAY
                      '  ' WS-AMT-DISPLAY2
                      ' ' PHS-AFTER-STATUS
                      ' ' PHS-ORIG-PROGRAM
                      ' ' WS-APPLIED-TEXT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P850-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Run Date:             ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'History Records Read: ' WS-HISTORY-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Requests Read:        ' WS-REQUEST-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Terms Reconstructed:  ' WS-ANSWERED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Not Yet Issued:       ' WS-NOT-IN-FORCE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'No History On File:   ' WS-NOT-FOUND-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Deferred:             ' WS-DEFERRED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P900-CLOSE-FILES.
           CLOSE HISTORY-FILE
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
           MOVE 'LGAPPHR1' TO RST-PROGRAM
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
