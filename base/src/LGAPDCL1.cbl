       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPDCL1.
      *================================================================*
      * PROGRAM: LGAPDCL1 - CATASTROPHE CLAIMS DATA CALL              *
      * PURPOSE: AFTER A DECLARED CATASTROPHE, THE DATA CALL THE      *
      *          STATE REGULATORS ISSUE FOR THE EVENT: FOR EACH       *
      *          AFFECTED STATE, BY POSTCODE AND LINE (POLICY TYPE),  *
      *          THE EVENT'S CLAIMS REPORTED, CLOSED WITH PAYMENT,    *
      *          CLOSED WITHOUT PAYMENT AND STILL OPEN, WITH THE      *
      *          AMOUNTS PAID AND HELD IN CASE RESERVE.  THE EVENT    *
      *          CODE (DCL_EVENT_CODE) AND AS-OF DATE (DCL_AS_OF_DATE,*
      *          DEFAULT TODAY) COME FROM CONFIG.DAT.  EACH FILING IS *
      *          CUMULATIVE; THE PRIOR SUBMISSION'S FIGURES ARE READ  *
      *          BACK FROM DCLHIST.DAT AND SHOWN WITH THE MOVEMENT    *
      *          SINCE, AND THIS SUBMISSION IS APPENDED THERE FOR THE *
      *          NEXT ONE.  THE SAME FIGURES GO TO A CSV EXTRACT FOR  *
      *          THE STATE SUBMISSIONS.                               *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Scanned for each customer's state, postcode and line --
      *    the claims master carries only the customer number.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

      *    Every submission filed, appended run by run and never
      *    truncated, as TRENDHST.DAT is for LGAPRPT1.
           SELECT HISTORY-FILE ASSIGN TO 'DCLHIST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DCH-STAT.

           SELECT REPORT-FILE ASSIGN TO 'DCLRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    The same figures, three lines (cumulative, prior and
      *    movement) per postcode and line and per state total.
           SELECT EXTRACT-FILE ASSIGN TO 'DCLEXT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

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

       FD  HISTORY-FILE.
           COPY DCLHIST.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(200).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.
           88 POLICY-MASTER-EOF        VALUE '10'.

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-DCH-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-EOF              VALUE '10'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-EXT-STAT                 PIC X(2).
           88 EXTRACT-OK               VALUE '00'.

      *----------------------------------------------------------------*
      * THE DATA CALL: THE EVENT, AND THE DATE THE FILING IS AS OF.    *
      * CLAIMS ARE TAKEN AS THE CLAIMS MASTER STANDS WHEN THE RUN IS   *
      * MADE; A CLAIM DATED AFTER THE AS-OF DATE IS LEFT OUT.          *
      *----------------------------------------------------------------*
       01  WS-EVENT-CODE               PIC X(8) VALUE SPACES.
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(8).

      *----------------------------------------------------------------*
      * THE PRIOR SUBMISSION FOR THE EVENT -- THE LATEST ON THE        *
      * HISTORY WITH AN EARLIER AS-OF DATE, AND OF THOSE THE LATEST    *
      * RUN.  COMPARED AS A WHOLE AGAINST DCH-SUBMISSION.              *
      *----------------------------------------------------------------*
       01  WS-PRIOR-SUBMISSION.
           05 WS-PRIOR-AS-OF-DATE      PIC 9(8) VALUE ZERO.
           05 WS-PRIOR-RUN-DATE        PIC 9(8) VALUE ZERO.
           05 WS-PRIOR-RUN-TIME        PIC 9(8) VALUE ZERO.

       01  WS-PRIOR-IND                PIC X(1) VALUE 'N'.
           88 PRIOR-SUBMISSION-FOUND   VALUE 'Y'.

      *----------------------------------------------------------------*
      * CUSTOMER TO STATE, POSTCODE AND LINE CROSS REFERENCE FOR       *
      * PLACING CLAIMS.  A CUSTOMER WITH MORE THAN ONE POLICY IS       *
      * PLACED BY THE ONE IN FORCE ON THE CLAIM DATE, FAILING THAT BY  *
      * THE LAST ONE ON THE MASTER.                                    *
      *----------------------------------------------------------------*
       01  WS-CUSTOMER-XREF.
           05 WS-XREF-COUNT            PIC 9(5) VALUE ZERO.
           05 WS-XREF-ENTRY            OCCURS 10000 TIMES
                                       INDEXED BY XREF-IDX.
              10 WS-XREF-CUSTOMER      PIC X(10).
              10 WS-XREF-STATE         PIC X(2).
              10 WS-XREF-POSTCODE      PIC X(8).
              10 WS-XREF-TYPE          PIC X(1).
              10 WS-XREF-EFF-DATE      PIC 9(8).
              10 WS-XREF-EXP-DATE      PIC 9(8).

       01  WS-XREF-MATCH-IDX           PIC 9(5) VALUE ZERO.
       01  WS-XREF-COVER-IND           PIC X(1).
           88 XREF-ON-COVER            VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE DATA CALL CELLS -- STATE, POSTCODE AND LINE -- WITH THIS   *
      * SUBMISSION'S CUMULATIVE FIGURES AND THE PRIOR SUBMISSION'S.    *
      * CLAIMS THAT CANNOT BE PLACED ON A POLICY ARE CARRIED UNDER     *
      * STATE '**' SO THE EVENT TOTALS STILL TIE TO THE CLAIMS MASTER. *
      *----------------------------------------------------------------*
       01  WS-CELL-TABLE.
           05 WS-CEL-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-CEL-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY CEL-IDX.
              10 WS-CEL-STATE          PIC X(2).
              10 WS-CEL-POSTCODE       PIC X(8).
              10 WS-CEL-TYPE           PIC X(1).
              10 WS-CEL-CURRENT.
                 15 WS-CEL-REPORTED    PIC 9(7).
                 15 WS-CEL-CLOSED-PAID PIC 9(7).
                 15 WS-CEL-CLOSED-NOPAY PIC 9(7).
                 15 WS-CEL-OPEN        PIC 9(7).
                 15 WS-CEL-PAID        PIC 9(11)V99.
                 15 WS-CEL-RESERVE     PIC 9(11)V99.
              10 WS-CEL-PRIOR.
                 15 WS-CEL-PRI-REPORTED PIC 9(7).
                 15 WS-CEL-PRI-CLOSED-PAID PIC 9(7).
                 15 WS-CEL-PRI-CLOSED-NOPAY PIC 9(7).
                 15 WS-CEL-PRI-OPEN    PIC 9(7).
                 15 WS-CEL-PRI-PAID    PIC 9(11)V99.
                 15 WS-CEL-PRI-RESERVE PIC 9(11)V99.

       01  WS-CEL-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-CEL-WORK-STATE           PIC X(2).
       01  WS-CEL-WORK-POSTCODE        PIC X(8).
       01  WS-CEL-WORK-TYPE            PIC X(1).

      *----------------------------------------------------------------*
      * THE AFFECTED STATES, ONE DATA CALL EACH, IN THE ORDER FIRST    *
      * SEEN.                                                          *
      *----------------------------------------------------------------*
       01  WS-STATE-TABLE.
           05 WS-STE-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-STE-CODE              PIC X(2) OCCURS 60 TIMES
                                       INDEXED BY STE-IDX.

       01  WS-STE-MATCH-IDX            PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
      * ONE BLOCK OF THE DATA CALL -- A POSTCODE AND LINE, A STATE     *
      * TOTAL OR THE EVENT TOTAL -- CUMULATIVE, PRIOR AND MOVEMENT.    *
      *----------------------------------------------------------------*
       01  WS-BLOCK.
           05 WS-BLK-STATE             PIC X(3).
           05 WS-BLK-POSTCODE          PIC X(8).
           05 WS-BLK-TYPE              PIC X(1).
           05 WS-BLK-LINE-NAME         PIC X(10).
           05 WS-BLK-CURRENT.
              10 WS-BLK-REPORTED       PIC 9(7).
              10 WS-BLK-CLOSED-PAID    PIC 9(7).
              10 WS-BLK-CLOSED-NOPAY   PIC 9(7).
              10 WS-BLK-OPEN           PIC 9(7).
              10 WS-BLK-PAID           PIC 9(11)V99.
              10 WS-BLK-RESERVE        PIC 9(11)V99.
           05 WS-BLK-PRIOR.
              10 WS-BLK-PRI-REPORTED   PIC 9(7).
              10 WS-BLK-PRI-CLOSED-PAID PIC 9(7).
              10 WS-BLK-PRI-CLOSED-NOPAY PIC 9(7).
              10 WS-BLK-PRI-OPEN       PIC 9(7).
              10 WS-BLK-PRI-PAID       PIC 9(11)V99.
              10 WS-BLK-PRI-RESERVE    PIC 9(11)V99.

      *    State and event totals, built up as the cells are written.
       01  WS-STATE-TOTAL.
           05 WS-STT-CURRENT.
              10 WS-STT-REPORTED       PIC 9(7).
              10 WS-STT-CLOSED-PAID    PIC 9(7).
              10 WS-STT-CLOSED-NOPAY   PIC 9(7).
              10 WS-STT-OPEN           PIC 9(7).
              10 WS-STT-PAID           PIC 9(11)V99.
              10 WS-STT-RESERVE        PIC 9(11)V99.
           05 WS-STT-PRIOR.
              10 WS-STT-PRI-REPORTED   PIC 9(7).
              10 WS-STT-PRI-CLOSED-PAID PIC 9(7).
              10 WS-STT-PRI-CLOSED-NOPAY PIC 9(7).
              10 WS-STT-PRI-OPEN       PIC 9(7).
              10 WS-STT-PRI-PAID       PIC 9(11)V99.
              10 WS-STT-PRI-RESERVE    PIC 9(11)V99.

       01  WS-EVENT-TOTAL.
           05 WS-EVT-CURRENT.
              10 WS-EVT-REPORTED       PIC 9(7).
              10 WS-EVT-CLOSED-PAID    PIC 9(7).
              10 WS-EVT-CLOSED-NOPAY   PIC 9(7).
              10 WS-EVT-OPEN           PIC 9(7).
              10 WS-EVT-PAID           PIC 9(11)V99.
              10 WS-EVT-RESERVE        PIC 9(11)V99.
           05 WS-EVT-PRIOR.
              10 WS-EVT-PRI-REPORTED   PIC 9(7).
              10 WS-EVT-PRI-CLOSED-PAID PIC 9(7).
              10 WS-EVT-PRI-CLOSED-NOPAY PIC 9(7).
              10 WS-EVT-PRI-OPEN       PIC 9(7).
              10 WS-EVT-PRI-PAID       PIC 9(11)V99.
              10 WS-EVT-PRI-RESERVE    PIC 9(11)V99.

      *    One line of a block -- the figures on the basis named.
       01  WS-ROW.
           05 WS-ROW-BASIS             PIC X(10).
           05 WS-ROW-REPORTED          PIC S9(7).
           05 WS-ROW-CLOSED-PAID       PIC S9(7).
           05 WS-ROW-CLOSED-NOPAY      PIC S9(7).
           05 WS-ROW-OPEN              PIC S9(7).
           05 WS-ROW-PAID              PIC S9(11)V99.
           05 WS-ROW-RESERVE           PIC S9(11)V99.

       01  WS-COUNTERS.
           05 WS-MASTER-READ-CNT       PIC 9(7) VALUE ZERO.
           05 WS-CLAIM-READ-CNT        PIC 9(7) VALUE ZERO.
           05 WS-CLAIM-CNT             PIC 9(7) VALUE ZERO.
           05 WS-AFTER-AS-OF-CNT       PIC 9(7) VALUE ZERO.
           05 WS-UNPLACED-CNT          PIC 9(7) VALUE ZERO.
           05 WS-PRIOR-CELL-CNT        PIC 9(7) VALUE ZERO.
           05 WS-HISTORY-WRITE-CNT     PIC 9(7) VALUE ZERO.
           05 WS-TABLE-FULL-CNT        PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-INCURRED        PIC 9(13)V99 VALUE ZERO.

       01  WS-CURRENT-DATE             PIC 9(8).

       01  WS-RPT-DISPLAY              PIC --,---,--9.
       01  WS-CPD-DISPLAY              PIC --,---,--9.
       01  WS-CNP-DISPLAY              PIC --,---,--9.
       01  WS-OPN-DISPLAY              PIC --,---,--9.
       01  WS-PD-DISPLAY               PIC ---,---,---,--9.99.
       01  WS-RES-DISPLAY              PIC ---,---,---,--9.99.

       01  WS-RPT-CSV                  PIC -9(7).
       01  WS-CPD-CSV                  PIC -9(7).
       01  WS-CNP-CSV                  PIC -9(7).
       01  WS-OPN-CSV                  PIC -9(7).
       01  WS-PD-CSV                   PIC -9(11).99.
       01  WS-RES-CSV                  PIC -9(11).99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-PRIOR-SUBMISSION THRU P300-EXIT
           PERFORM P400-SCAN-POLICY-MASTER THRU P400-EXIT
           PERFORM P500-SELECT-CLAIMS THRU P500-EXIT
           PERFORM P600-WRITE-DATA-CALL THRU P600-EXIT
           PERFORM P700-UPDATE-HISTORY THRU P700-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'DCL_EVENT_CODE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE TO WS-EVENT-CODE
               END-IF
               MOVE 'DCL_AS_OF_DATE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-AS-OF-DATE
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           IF WS-EVENT-CODE = SPACES
               DISPLAY 'ERROR: DCL_EVENT_CODE not set in CONFIG.DAT'
                       ' - no catastrophe event to report'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * FIND THE PRIOR SUBMISSION FOR THE EVENT ON THE HISTORY, THEN   *
      * READ IT AGAIN FOR ITS CELLS.  NO PRIOR MEANS THIS IS THE FIRST *
      * FILING AND THE WHOLE OF IT IS MOVEMENT.                        *
      *----------------------------------------------------------------*
       P300-LOAD-PRIOR-SUBMISSION.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               IF DCH-EVENT-CODE = WS-EVENT-CODE AND
                  DCH-AS-OF-DATE < WS-AS-OF-DATE AND
                  DCH-SUBMISSION > WS-PRIOR-SUBMISSION
                   MOVE DCH-SUBMISSION TO WS-PRIOR-SUBMISSION
                   MOVE 'Y' TO WS-PRIOR-IND
               END-IF
               PERFORM P310-READ-HISTORY
           END-PERFORM
           CLOSE HISTORY-FILE
           IF NOT PRIOR-SUBMISSION-FOUND
               GO TO P300-EXIT
           END-IF

           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               IF DCH-EVENT-CODE = WS-EVENT-CODE AND
                  DCH-SUBMISSION = WS-PRIOR-SUBMISSION
                   PERFORM P320-POST-PRIOR-CELL
               END-IF
               PERFORM P310-READ-HISTORY
           END-PERFORM
           CLOSE HISTORY-FILE.

       P300-EXIT.
           EXIT.

       P310-READ-HISTORY.
           READ HISTORY-FILE
           END-READ.

       P320-POST-PRIOR-CELL.
           MOVE DCH-STATE TO WS-CEL-WORK-STATE
           MOVE DCH-POSTCODE TO WS-CEL-WORK-POSTCODE
           MOVE DCH-LINE TO WS-CEL-WORK-TYPE
           PERFORM P450-FIND-OR-ADD-CELL
           IF WS-CEL-MATCH-IDX = ZERO
               ADD 1 TO WS-TABLE-FULL-CNT
           ELSE
               ADD 1 TO WS-PRIOR-CELL-CNT
               SET CEL-IDX TO WS-CEL-MATCH-IDX
               MOVE DCH-REPORTED-CNT TO WS-CEL-PRI-REPORTED (CEL-IDX)
               MOVE DCH-CLOSED-PAID-CNT
                    TO WS-CEL-PRI-CLOSED-PAID (CEL-IDX)
               MOVE DCH-CLOSED-NOPAY-CNT
                    TO WS-CEL-PRI-CLOSED-NOPAY (CEL-IDX)
               MOVE DCH-OPEN-CNT TO WS-CEL-PRI-OPEN (CEL-IDX)
               MOVE DCH-PAID-AMT TO WS-CEL-PRI-PAID (CEL-IDX)
               MOVE DCH-RESERVE-AMT TO WS-CEL-PRI-RESERVE (CEL-IDX)
           END-IF.

       P400-SCAN-POLICY-MASTER.
           OPEN INPUT POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'ERROR: Cannot open policy master: '
                       WS-POL-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO POL-POLICY-NUM
           START POLICY-MASTER-FILE KEY NOT < POL-POLICY-NUM
               INVALID KEY
                   CLOSE POLICY-MASTER-FILE
                   GO TO P400-EXIT
           END-START
           PERFORM P410-SCAN-ONE-POLICY
                   UNTIL POLICY-MASTER-EOF
           CLOSE POLICY-MASTER-FILE.

       P400-EXIT.
           EXIT.

       P410-SCAN-ONE-POLICY.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-CNT
                   PERFORM P420-ADD-XREF
           END-READ.

       P420-ADD-XREF.
           IF WS-XREF-COUNT < 10000
               ADD 1 TO WS-XREF-COUNT
               SET XREF-IDX TO WS-XREF-COUNT
               MOVE POL-CUSTOMER-NUM TO WS-XREF-CUSTOMER (XREF-IDX)
               MOVE POL-TERRITORY-CODE (1:2)
                    TO WS-XREF-STATE (XREF-IDX)
               MOVE POL-POSTCODE TO WS-XREF-POSTCODE (XREF-IDX)
               MOVE POL-POLICY-TYPE TO WS-XREF-TYPE (XREF-IDX)
               MOVE ZERO TO WS-XREF-EFF-DATE (XREF-IDX)
                            WS-XREF-EXP-DATE (XREF-IDX)
               IF POL-EFFECTIVE-DATE NUMERIC
                   MOVE POL-EFFECTIVE-DATE
                        TO WS-XREF-EFF-DATE (XREF-IDX)
               END-IF
               IF POL-EXPIRY-DATE NUMERIC
                   MOVE POL-EXPIRY-DATE TO WS-XREF-EXP-DATE (XREF-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-TABLE-FULL-CNT
           END-IF.

       P450-FIND-OR-ADD-CELL.
           MOVE ZERO TO WS-CEL-MATCH-IDX
           PERFORM P451-CHECK-CELL
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-COUNT
                      OR WS-CEL-MATCH-IDX > ZERO
           IF WS-CEL-MATCH-IDX = ZERO
               PERFORM P460-FIND-OR-ADD-STATE
               IF WS-CEL-COUNT < 500 AND WS-STE-MATCH-IDX > ZERO
                   ADD 1 TO WS-CEL-COUNT
                   MOVE WS-CEL-COUNT TO WS-CEL-MATCH-IDX
                   SET CEL-IDX TO WS-CEL-MATCH-IDX
                   INITIALIZE WS-CEL-ENTRY (CEL-IDX)
                   MOVE WS-CEL-WORK-STATE TO WS-CEL-STATE (CEL-IDX)
                   MOVE WS-CEL-WORK-POSTCODE
                        TO WS-CEL-POSTCODE (CEL-IDX)
                   MOVE WS-CEL-WORK-TYPE TO WS-CEL-TYPE (CEL-IDX)
               END-IF
           END-IF.

       P451-CHECK-CELL.
           IF WS-CEL-STATE (CEL-IDX) = WS-CEL-WORK-STATE AND
              WS-CEL-POSTCODE (CEL-IDX) = WS-CEL-WORK-POSTCODE AND
              WS-CEL-TYPE (CEL-IDX) = WS-CEL-WORK-TYPE
               SET WS-CEL-MATCH-IDX TO CEL-IDX
           END-IF.

       P460-FIND-OR-ADD-STATE.
           MOVE ZERO TO WS-STE-MATCH-IDX
           PERFORM P461-CHECK-STATE
                   VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-COUNT
                      OR WS-STE-MATCH-IDX > ZERO
           IF WS-STE-MATCH-IDX = ZERO AND WS-STE-COUNT < 60
               ADD 1 TO WS-STE-COUNT
               MOVE WS-STE-COUNT TO WS-STE-MATCH-IDX
               SET STE-IDX TO WS-STE-MATCH-IDX
               MOVE WS-CEL-WORK-STATE TO WS-STE-CODE (STE-IDX)
           END-IF.

       P461-CHECK-STATE.
           IF WS-STE-CODE (STE-IDX) = WS-CEL-WORK-STATE
               SET WS-STE-MATCH-IDX TO STE-IDX
           END-IF.

      *----------------------------------------------------------------*
      * THE EVENT'S CLAIMS.  A CLOSED CLAIM WITH ANYTHING PAID IS      *
      * CLOSED WITH PAYMENT; ONE CLOSED WITH NOTHING PAID (INCLUDING   *
      * WITHIN THE DEDUCTIBLE) OR DENIED IS CLOSED WITHOUT PAYMENT;    *
      * ANY OTHER IS OPEN AND ONLY AN OPEN CLAIM CARRIES CASE RESERVE. *
      *----------------------------------------------------------------*
       P500-SELECT-CLAIMS.
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               DISPLAY 'ERROR: Cannot open claims master: '
                       WS-CLM-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P510-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               ADD 1 TO WS-CLAIM-READ-CNT
               PERFORM P520-POST-CLAIM THRU P520-EXIT
               PERFORM P510-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE
           IF WS-CLAIM-CNT = ZERO
               DISPLAY 'Warning: No claims on file for event '
                       WS-EVENT-CODE ' as of ' WS-AS-OF-DATE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-UNPLACED-CNT > ZERO
               DISPLAY 'Warning: ' WS-UNPLACED-CNT
                       ' event claims with no policy on file - '
                       'reported under state **'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P500-EXIT.
           EXIT.

       P510-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P520-POST-CLAIM.
           IF CLM-EVENT-CODE NOT = WS-EVENT-CODE
               GO TO P520-EXIT
           END-IF
           IF CLM-CLAIM-DATE NUMERIC AND
              CLM-CLAIM-DATE > WS-AS-OF-DATE
               ADD 1 TO WS-AFTER-AS-OF-CNT
               GO TO P520-EXIT
           END-IF

           MOVE ZERO TO WS-XREF-MATCH-IDX
           MOVE 'N' TO WS-XREF-COVER-IND
           PERFORM P521-FIND-XREF
                   VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > WS-XREF-COUNT
           IF WS-XREF-MATCH-IDX > ZERO
               SET XREF-IDX TO WS-XREF-MATCH-IDX
               MOVE WS-XREF-STATE (XREF-IDX) TO WS-CEL-WORK-STATE
               MOVE WS-XREF-POSTCODE (XREF-IDX)
                    TO WS-CEL-WORK-POSTCODE
               MOVE WS-XREF-TYPE (XREF-IDX) TO WS-CEL-WORK-TYPE
           ELSE
               ADD 1 TO WS-UNPLACED-CNT
               MOVE '**' TO WS-CEL-WORK-STATE
               MOVE 'UNKNOWN' TO WS-CEL-WORK-POSTCODE
               MOVE '*' TO WS-CEL-WORK-TYPE
           END-IF
           PERFORM P450-FIND-OR-ADD-CELL
           IF WS-CEL-MATCH-IDX = ZERO
               ADD 1 TO WS-TABLE-FULL-CNT
               GO TO P520-EXIT
           END-IF
           SET CEL-IDX TO WS-CEL-MATCH-IDX

           ADD 1 TO WS-CLAIM-CNT
           ADD 1 TO WS-CEL-REPORTED (CEL-IDX)
           ADD CLM-PAID-AMOUNT TO WS-CEL-PAID (CEL-IDX)
           ADD CLM-PAID-AMOUNT TO WS-TOTAL-INCURRED
           EVALUATE TRUE
               WHEN CLM-CLOSED AND CLM-PAID-AMOUNT > ZERO
                   ADD 1 TO WS-CEL-CLOSED-PAID (CEL-IDX)
               WHEN CLM-CLOSED OR CLM-DENIED
                   ADD 1 TO WS-CEL-CLOSED-NOPAY (CEL-IDX)
               WHEN OTHER
                   ADD 1 TO WS-CEL-OPEN (CEL-IDX)
                   ADD CLM-RESERVE-AMOUNT TO WS-CEL-RESERVE (CEL-IDX)
                   ADD CLM-RESERVE-AMOUNT TO WS-TOTAL-INCURRED
           END-EVALUATE.

       P520-EXIT.
           EXIT.

       P521-FIND-XREF.
           IF WS-XREF-CUSTOMER (XREF-IDX) = CLM-CUSTOMER-NUM
               IF CLM-CLAIM-DATE NUMERIC AND
                  CLM-CLAIM-DATE >= WS-XREF-EFF-DATE (XREF-IDX) AND
                  CLM-CLAIM-DATE < WS-XREF-EXP-DATE (XREF-IDX)
                   SET WS-XREF-MATCH-IDX TO XREF-IDX
                   MOVE 'Y' TO WS-XREF-COVER-IND
               ELSE
                   IF NOT XREF-ON-COVER
                       SET WS-XREF-MATCH-IDX TO XREF-IDX
                   END-IF
               END-IF
           END-IF.

       P600-WRITE-DATA-CALL.
           IF WS-TABLE-FULL-CNT > ZERO
               DISPLAY 'Warning: ' WS-TABLE-FULL-CNT
                       ' policies, claims or prior cells left out'
                       ' - tables full'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open data call report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF NOT EXTRACT-OK
               DISPLAY 'ERROR: Cannot open data call extract: '
                       WS-EXT-STAT
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO P600-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '     CATASTROPHE CLAIMS DATA CALL' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Event Code:          ' WS-EVENT-CODE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'As Of Date:          ' WS-AS-OF-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF PRIOR-SUBMISSION-FOUND
               STRING 'Prior Submission:    ' WS-PRIOR-AS-OF-DATE
                      '  (RUN ' WS-PRIOR-RUN-DATE ')'
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE 'Prior Submission:    NONE - FIRST FILING'
                    TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Claims Reported:     ' WS-CLAIM-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Claims Unplaced (**):' WS-UNPLACED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Dated After As Of:   ' WS-AFTER-AS-OF-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO EXTRACT-LINE
           STRING 'EVENT_CODE' ',' 'AS_OF_DATE' ',' 'STATE' ','
                  'POSTCODE' ',' 'LINE' ',' 'BASIS' ','
                  'REPORTED' ',' 'CLOSED_WITH_PAYMENT' ','
                  'CLOSED_WITHOUT_PAYMENT' ',' 'OPEN' ','
                  'PAID' ',' 'CASE_RESERVE'
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE

           INITIALIZE WS-EVENT-TOTAL
           PERFORM P605-WRITE-STATE-SECTION
                   VARYING STE-IDX FROM 1 BY 1
                   UNTIL STE-IDX > WS-STE-COUNT

           INITIALIZE WS-BLOCK
           MOVE 'ALL' TO WS-BLK-STATE
           MOVE 'ALL' TO WS-BLK-POSTCODE
           MOVE 'A' TO WS-BLK-TYPE
           MOVE 'ALL LINES' TO WS-BLK-LINE-NAME
           MOVE WS-EVT-CURRENT TO WS-BLK-CURRENT
           MOVE WS-EVT-PRIOR TO WS-BLK-PRIOR
           MOVE SPACES TO REPORT-LINE
           STRING 'EVENT ' WS-EVENT-CODE ' TOTAL, ALL STATES'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P620-WRITE-BLOCK

           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE.

       P600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ONE STATE'S DATA CALL: EACH POSTCODE AND LINE, THEN THE STATE  *
      * TOTAL, WHICH IS ALSO ADDED INTO THE EVENT TOTAL.               *
      *----------------------------------------------------------------*
       P605-WRITE-STATE-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING 'DATA CALL - STATE ' WS-STE-CODE (STE-IDX)
                  '   EVENT ' WS-EVENT-CODE
                  '   AS OF ' WS-AS-OF-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  POSTCODE LINE             BASIS      '
                  '  REPORTED CLSD W/PAY  CLSD NO PAY       OPEN'
                  '         PAID AMOUNT       CASE RESERVE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           INITIALIZE WS-STATE-TOTAL
           PERFORM P610-WRITE-CELL THRU P610-EXIT
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-COUNT

           INITIALIZE WS-BLOCK
           MOVE WS-STE-CODE (STE-IDX) TO WS-BLK-STATE
           MOVE 'ALL' TO WS-BLK-POSTCODE
           MOVE 'A' TO WS-BLK-TYPE
           MOVE 'ALL LINES' TO WS-BLK-LINE-NAME
           MOVE WS-STT-CURRENT TO WS-BLK-CURRENT
           MOVE WS-STT-PRIOR TO WS-BLK-PRIOR
           MOVE SPACES TO REPORT-LINE
           STRING '  STATE ' WS-STE-CODE (STE-IDX) ' TOTAL'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P620-WRITE-BLOCK

           ADD WS-STT-REPORTED TO WS-EVT-REPORTED
           ADD WS-STT-CLOSED-PAID TO WS-EVT-CLOSED-PAID
           ADD WS-STT-CLOSED-NOPAY TO WS-EVT-CLOSED-NOPAY
           ADD WS-STT-OPEN TO WS-EVT-OPEN
           ADD WS-STT-PAID TO WS-EVT-PAID
           ADD WS-STT-RESERVE TO WS-EVT-RESERVE
           ADD WS-STT-PRI-REPORTED TO WS-EVT-PRI-REPORTED
           ADD WS-STT-PRI-CLOSED-PAID TO WS-EVT-PRI-CLOSED-PAID
           ADD WS-STT-PRI-CLOSED-NOPAY TO WS-EVT-PRI-CLOSED-NOPAY
           ADD WS-STT-PRI-OPEN TO WS-EVT-PRI-OPEN
           ADD WS-STT-PRI-PAID TO WS-EVT-PRI-PAID
           ADD WS-STT-PRI-RESERVE TO WS-EVT-PRI-RESERVE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P610-WRITE-CELL.
           IF WS-CEL-STATE (CEL-IDX) NOT = WS-STE-CODE (STE-IDX)
               GO TO P610-EXIT
           END-IF
           INITIALIZE WS-BLOCK
           MOVE WS-CEL-STATE (CEL-IDX) TO WS-BLK-STATE
           MOVE WS-CEL-POSTCODE (CEL-IDX) TO WS-BLK-POSTCODE
           MOVE WS-CEL-TYPE (CEL-IDX) TO WS-BLK-TYPE
           EVALUATE WS-CEL-TYPE (CEL-IDX)
               WHEN 'C'  MOVE 'COMMERCIAL' TO WS-BLK-LINE-NAME
               WHEN 'P'  MOVE 'PERSONAL' TO WS-BLK-LINE-NAME
               WHEN 'F'  MOVE 'FARM' TO WS-BLK-LINE-NAME
               WHEN OTHER MOVE 'UNKNOWN' TO WS-BLK-LINE-NAME
           END-EVALUATE
           MOVE WS-CEL-CURRENT (CEL-IDX) TO WS-BLK-CURRENT
           MOVE WS-CEL-PRIOR (CEL-IDX) TO WS-BLK-PRIOR
           PERFORM P620-WRITE-BLOCK

           ADD WS-BLK-REPORTED TO WS-STT-REPORTED
           ADD WS-BLK-CLOSED-PAID TO WS-STT-CLOSED-PAID
           ADD WS-BLK-CLOSED-NOPAY TO WS-STT-CLOSED-NOPAY
           ADD WS-BLK-OPEN TO WS-STT-OPEN
           ADD WS-BLK-PAID TO WS-STT-PAID
           ADD WS-BLK-RESERVE TO WS-STT-RESERVE
           ADD WS-BLK-PRI-REPORTED TO WS-STT-PRI-REPORTED
           ADD WS-BLK-PRI-CLOSED-PAID TO WS-STT-PRI-CLOSED-PAID
           ADD WS-BLK-PRI-CLOSED-NOPAY TO WS-STT-PRI-CLOSED-NOPAY
           ADD WS-BLK-PRI-OPEN TO WS-STT-PRI-OPEN
           ADD WS-BLK-PRI-PAID TO WS-STT-PRI-PAID
           ADD WS-BLK-PRI-RESERVE TO WS-STT-PRI-RESERVE.

       P610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A BLOCK IS THREE LINES: THE CUMULATIVE FIGURES FILED NOW, THE  *
      * PRIOR SUBMISSION'S, AND THE MOVEMENT BETWEEN THEM.  A CLOSED   *
      * OR PAID-DOWN CLAIM CAN MAKE THE OPEN COUNT OR RESERVE MOVE     *
      * DOWN, SO MOVEMENT IS SIGNED.                                   *
      *----------------------------------------------------------------*
       P620-WRITE-BLOCK.
           MOVE 'CUMULATIVE' TO WS-ROW-BASIS
           MOVE WS-BLK-REPORTED TO WS-ROW-REPORTED
           MOVE WS-BLK-CLOSED-PAID TO WS-ROW-CLOSED-PAID
           MOVE WS-BLK-CLOSED-NOPAY TO WS-ROW-CLOSED-NOPAY
           MOVE WS-BLK-OPEN TO WS-ROW-OPEN
           MOVE WS-BLK-PAID TO WS-ROW-PAID
           MOVE WS-BLK-RESERVE TO WS-ROW-RESERVE
           PERFORM P630-WRITE-ROW

           MOVE 'PRIOR' TO WS-ROW-BASIS
           MOVE WS-BLK-PRI-REPORTED TO WS-ROW-REPORTED
           MOVE WS-BLK-PRI-CLOSED-PAID TO WS-ROW-CLOSED-PAID
           MOVE WS-BLK-PRI-CLOSED-NOPAY TO WS-ROW-CLOSED-NOPAY
           MOVE WS-BLK-PRI-OPEN TO WS-ROW-OPEN
           MOVE WS-BLK-PRI-PAID TO WS-ROW-PAID
           MOVE WS-BLK-PRI-RESERVE TO WS-ROW-RESERVE
           PERFORM P630-WRITE-ROW

           MOVE 'MOVEMENT' TO WS-ROW-BASIS
           COMPUTE WS-ROW-REPORTED =
               WS-BLK-REPORTED - WS-BLK-PRI-REPORTED
           COMPUTE WS-ROW-CLOSED-PAID =
               WS-BLK-CLOSED-PAID - WS-BLK-PRI-CLOSED-PAID
           COMPUTE WS-ROW-CLOSED-NOPAY =
               WS-BLK-CLOSED-NOPAY - WS-BLK-PRI-CLOSED-NOPAY
           COMPUTE WS-ROW-OPEN = WS-BLK-OPEN - WS-BLK-PRI-OPEN
           COMPUTE WS-ROW-PAID = WS-BLK-PAID - WS-BLK-PRI-PAID
           COMPUTE WS-ROW-RESERVE =
               WS-BLK-RESERVE - WS-BLK-PRI-RESERVE
           PERFORM P630-WRITE-ROW.

       P630-WRITE-ROW.
           MOVE WS-ROW-REPORTED TO WS-RPT-DISPLAY WS-RPT-CSV
           MOVE WS-ROW-CLOSED-PAID TO WS-CPD-DISPLAY WS-CPD-CSV
           MOVE WS-ROW-CLOSED-NOPAY TO WS-CNP-DISPLAY WS-CNP-CSV
           MOVE WS-ROW-OPEN TO WS-OPN-DISPLAY WS-OPN-CSV
           MOVE WS-ROW-PAID TO WS-PD-DISPLAY WS-PD-CSV
           MOVE WS-ROW-RESERVE TO WS-RES-DISPLAY WS-RES-CSV
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-BLK-POSTCODE ' '
                  WS-BLK-TYPE ' ' WS-BLK-LINE-NAME '  '
                  WS-ROW-BASIS '  '
                  WS-RPT-DISPLAY '  ' WS-CPD-DISPLAY '   '
                  WS-CNP-DISPLAY ' ' WS-OPN-DISPLAY ' '
                  WS-PD-DISPLAY ' ' WS-RES-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO EXTRACT-LINE
           STRING FUNCTION TRIM(WS-EVENT-CODE) ','
                  WS-AS-OF-DATE ','
                  FUNCTION TRIM(WS-BLK-STATE) ','
                  FUNCTION TRIM(WS-BLK-POSTCODE) ','
                  WS-BLK-TYPE ','
                  FUNCTION TRIM(WS-ROW-BASIS) ','
                  FUNCTION TRIM(WS-RPT-CSV) ','
                  FUNCTION TRIM(WS-CPD-CSV) ','
                  FUNCTION TRIM(WS-CNP-CSV) ','
                  FUNCTION TRIM(WS-OPN-CSV) ','
                  FUNCTION TRIM(WS-PD-CSV) ','
                  FUNCTION TRIM(WS-RES-CSV)
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE.

      *----------------------------------------------------------------*
      * APPEND THIS SUBMISSION'S CELLS SO THE NEXT FILING FOR THE      *
      * EVENT CAN SHOW ITS MOVEMENT.  A CELL WITH NO CLAIMS NOW (ONLY  *
      * IN THE PRIOR) IS NOT CARRIED FORWARD.  NOTHING IS APPENDED IF  *
      * THE DATA CALL ITSELF COULD NOT BE WRITTEN.                     *
      *----------------------------------------------------------------*
       P700-UPDATE-HISTORY.
           IF RETURN-CODE >= 12
               GO TO P700-EXIT
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF NOT HISTORY-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT HISTORY-OK
               DISPLAY 'Warning: Cannot open data call history: '
                       WS-DCH-STAT ' - next filing will show no prior'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO P700-EXIT
           END-IF
           PERFORM P710-WRITE-HISTORY-CELL
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-COUNT
           CLOSE HISTORY-FILE.

       P700-EXIT.
           EXIT.

       P710-WRITE-HISTORY-CELL.
           IF WS-CEL-REPORTED (CEL-IDX) > ZERO
               INITIALIZE DATA-CALL-HISTORY-RECORD
               MOVE WS-EVENT-CODE TO DCH-EVENT-CODE
               MOVE WS-AS-OF-DATE TO DCH-AS-OF-DATE
               MOVE WS-CURRENT-DATE TO DCH-RUN-DATE
               MOVE WS-RUN-TIME TO DCH-RUN-TIME
               MOVE WS-CEL-STATE (CEL-IDX) TO DCH-STATE
               MOVE WS-CEL-POSTCODE (CEL-IDX) TO DCH-POSTCODE
               MOVE WS-CEL-TYPE (CEL-IDX) TO DCH-LINE
               MOVE WS-CEL-REPORTED (CEL-IDX) TO DCH-REPORTED-CNT
               MOVE WS-CEL-CLOSED-PAID (CEL-IDX)
                    TO DCH-CLOSED-PAID-CNT
               MOVE WS-CEL-CLOSED-NOPAY (CEL-IDX)
                    TO DCH-CLOSED-NOPAY-CNT
               MOVE WS-CEL-OPEN (CEL-IDX) TO DCH-OPEN-CNT
               MOVE WS-CEL-PAID (CEL-IDX) TO DCH-PAID-AMT
               MOVE WS-CEL-RESERVE (CEL-IDX) TO DCH-RESERVE-AMT
               WRITE DATA-CALL-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-WRITE-CNT
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
           MOVE 'LGAPDCL1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-CLAIM-CNT TO RST-RECORD-COUNT
           MOVE WS-TOTAL-INCURRED TO RST-TOTAL-AMOUNT
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
