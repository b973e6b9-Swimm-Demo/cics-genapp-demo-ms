      *          AGENCY IS PRINTED WITH POLICY DETAIL, MONTH TOTALS   *
      *          AND YEAR-TO-DATE FIGURES, PLUS A PAYABLES SUMMARY    *
      *          FINANCE CAN CUT CHECKS FROM; THE MONTH THEN RESETS.  *
      *          COMMISSION ON AN AGENCY-BILLED POLICY IS KEPT BY THE *
      *          AGENCY OUT OF ITS REMITTANCE: IT IS CARRIED APART AS *
      *          RETAINED, DEDUCTED ON THE AGENCY'S ACCOUNT CURRENT   *
      *          (LGAPACR1, RUN BEFORE THE STATEMENTS) AND LEFT OUT   *
      *          OF THE CHECK.  COMMISSION EARNED AS COLLECTED       *
      *          (AGTEARN.DAT FROM LGAPPAY1) IS FOLDED IN THE SAME    *
      *          WAY, AND THE STATEMENT SHOWS EACH SUCH POLICY'S      *
      *          COMMISSION WRITTEN, EARNED TO DATE AND UNEARNED.     *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DLY-STAT.

      *    Commission earned as collected, from LGAPPAY1 -- same
      *    layout as AGTCOMM.DAT without the header.  Emptied once it
      *    is folded in.  Optional.
           SELECT EARNED-COMM-FILE ASSIGN TO 'AGTEARN.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ERN-STAT.

      *    Earning master, for the written / earned / unearned
      *    commission on the statements.  Optional.
           SELECT EARNING-MASTER-FILE ASSIGN TO 'COMMEARN.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CER-STAT.

           SELECT COMM-MASTER-FILE ASSIGN TO 'COMMMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MST-STAT.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DTL-STAT.

      *    Policy master, for the bill type of each policy on the
      *    extract.  Optional -- without it everything is payable.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT STATEMENT-FILE ASSIGN TO 'COMMSTMT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STM-STAT.

      *    The month's payables are reportable on the agencies'
      *    year-end 1099-NEC -- appended to the ledger LGAPTIN1
      *    totals.
           SELECT TAX-LEDGER-FILE ASSIGN TO 'TAXPAY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TXL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
       FD  DAILY-COMM-FILE.
       01  DAILY-COMM-LINE             PIC X(200).

       FD  EARNED-COMM-FILE.
       01  EARNED-COMM-LINE            PIC X(200).

       FD  EARNING-MASTER-FILE.
           COPY COMMEARN.

       FD  COMM-MASTER-FILE.
       01  COMM-MASTER-RECORD.
           05 CMM-AGY-CODE             PIC X(4).
           05 CMM-YTD-PREMIUM          PIC S9(13)V99.
           05 FILLER                   PIC X.
           05 CMM-YTD-COMMISSION       PIC S9(12)V99.
      *    Added at the end of the record so masters written under
      *    the earlier layout still read correctly -- there it comes
      *    up as spaces and is taken as zero.  The part of the month's
      *    commission earned on agency-billed policies, which the
      *    agency keeps out of its remittance instead of being paid.
           05 FILLER                   PIC X.
           05 CMM-MTD-RETAINED-COMM    PIC S9(12)V99.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  COMM-DETAIL-FILE.
       01  COMM-DETAIL-LINE            PIC X(200).
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(133).

       FD  TAX-LEDGER-FILE.
           COPY TAXLEDG.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           88 DAILY-OK                 VALUE '00'.
           88 DAILY-EOF                VALUE '10'.

       01  WS-ERN-STAT                 PIC X(2).
           88 EARNED-COMM-OK           VALUE '00'.
           88 EARNED-COMM-EOF          VALUE '10'.

       01  WS-CER-STAT                 PIC X(2).
           88 EARNING-MASTER-OK        VALUE '00'.
           88 EARNING-MASTER-EOF       VALUE '10'.

       01  WS-EARNED-PASS-IND          PIC X VALUE 'N'.
           88 EARNED-PASS              VALUE 'Y'.

       01  WS-MST-STAT                 PIC X(2).
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
           88 DETAIL-OK                VALUE '00'.
           88 DETAIL-EOF               VALUE '10'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-POLICY-MASTER-OPEN       PIC X VALUE 'N'.
           88 POLICY-MASTER-IS-OPEN    VALUE 'Y'.

       01  WS-STM-STAT                 PIC X(2).
           88 STATEMENT-OK             VALUE '00'.

       01  WS-TXL-STAT                 PIC X(2).
           88 TAX-LEDGER-OK            VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

              10 WS-MST-MTD-COMM       PIC S9(12)V99.
              10 WS-MST-YTD-PREM       PIC S9(13)V99.
              10 WS-MST-YTD-COMM       PIC S9(12)V99.
              10 WS-MST-MTD-RETAINED   PIC S9(12)V99.

       01  WS-MST-MATCH-IDX            PIC 9(3) VALUE ZERO.

       01  WS-FOLD-LINE                PIC X(200).

       01  WS-PARSE-FIELDS.
           05 WS-CSV-CUSTOMER          PIC X(30).
           05 WS-CSV-AGENCY            PIC X(30).
           05 WS-CSV-PREMIUM           PIC X(30).
           05 WS-CSV-COMMISSION        PIC X(30).
           05 WS-CSV-POLICY            PIC X(30).

       01  WS-WORK-AMOUNTS.
           05 WS-PREMIUM-AMT           PIC S9(10)V99.
           05 WS-COMMISSION-AMT        PIC S9(10)V99.
           05 WS-AGENCY-PAYABLE        PIC S9(12)V99.

       01  WS-COUNTERS.
           05 WS-DAILY-REC-CNT         PIC 9(7) VALUE ZERO.
           05 WS-FOLDED-CNT            PIC 9(7) VALUE ZERO.
           05 WS-RETAINED-CNT          PIC 9(7) VALUE ZERO.
           05 WS-EARNED-FOLDED-CNT     PIC 9(7) VALUE ZERO.
           05 WS-STMT-AGENCIES         PIC 9(3) VALUE ZERO.

       01  WS-PAYABLE-TOTAL            PIC S9(13)V99 VALUE ZERO.

       01  WS-DETAIL-AGENCY            PIC X(4).

      *----------------------------------------------------------------*
      * EARNED-AS-COLLECTED POLICIES ON ONE AGENCY'S STATEMENT.        *
      *----------------------------------------------------------------*
       01  WS-EARNING-STATEMENT.
           05 WS-ERN-LINE-CNT          PIC 9(5).
           05 WS-ERN-UNEARNED          PIC 9(8)V99.
           05 WS-ERN-TOT-WRITTEN       PIC 9(10)V99.
           05 WS-ERN-TOT-EARNED        PIC 9(10)V99.
           05 WS-ERN-TOT-UNEARNED      PIC 9(10)V99.
           05 WS-ERN-STATUS-TEXT       PIC X(9).
           05 WS-ERN-DSP-WRITTEN       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ERN-DSP-EARNED        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ERN-DSP-UNEARNED      PIC Z,ZZZ,ZZZ,ZZ9.99.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
               PERFORM P700-ROLL-THE-MONTH
           ELSE
               PERFORM P400-ACCUMULATE-DAILY THRU P400-EXIT
               PERFORM P440-FOLD-EARNED THRU P440-EXIT
           END-IF
           PERFORM P800-REWRITE-MASTER THRU P800-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   MOVE CMM-YTD-PREMIUM TO WS-MST-YTD-PREM (MST-IDX)
                   MOVE CMM-YTD-COMMISSION
                        TO WS-MST-YTD-COMM (MST-IDX)
                   IF CMM-MTD-RETAINED-COMM NUMERIC
                       MOVE CMM-MTD-RETAINED-COMM
                            TO WS-MST-MTD-RETAINED (MST-IDX)
                   ELSE
                       MOVE ZERO TO WS-MST-MTD-RETAINED (MST-IDX)
                   END-IF
               END-IF
               PERFORM P310-READ-MASTER
           END-PERFORM
               GO TO P400-EXIT
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-POLICY-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: policy master unavailable - no '
                       'commission held back for agency billing'
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE 'COMMDETL.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN EXTEND COMM-DETAIL-FILE
           IF NOT DETAIL-OK
               OPEN OUTPUT COMM-DETAIL-FILE
               PERFORM P410-READ-DAILY
           END-PERFORM
           CLOSE DAILY-COMM-FILE
           IF POLICY-MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
               MOVE 'N' TO WS-POLICY-MASTER-OPEN
           END-IF
           IF DETAIL-OK
               CLOSE COMM-DETAIL-FILE
           END-IF.
           EXIT.

       P410-READ-DAILY.
           READ DAILY-COMM-FILE INTO WS-FOLD-LINE
           END-READ.

       P420-FOLD-DAILY-LINE.
           ADD 1 TO WS-DAILY-REC-CNT

      *    Skip the CSV header line
           IF WS-DAILY-REC-CNT = 1 AND NOT EARNED-PASS
               GO TO P420-EXIT
           END-IF

           MOVE SPACES TO WS-CSV-POLICY
           UNSTRING WS-FOLD-LINE DELIMITED BY ','
               INTO WS-CSV-CUSTOMER WS-CSV-AGENCY
                    WS-CSV-PREMIUM WS-CSV-COMMISSION
                    WS-CSV-POLICY
           END-UNSTRING

           IF WS-CSV-AGENCY = SPACES
               GO TO P420-EXIT
           END-IF
           SET MST-IDX TO WS-MST-MATCH-IDX
      *    A policy counts once, when written -- not again as its
      *    commission is earned, nor on a chargeback (negative
      *    premium) that came wholly off unearned commission.
           IF WS-PREMIUM-AMT >= ZERO AND WS-COMMISSION-AMT >= ZERO
              AND NOT EARNED-PASS
               ADD 1 TO WS-MST-MTD-CNT (MST-IDX)
           END-IF
           ADD WS-PREMIUM-AMT TO WS-MST-MTD-PREM (MST-IDX)
           ADD WS-COMMISSION-AMT TO WS-MST-YTD-COMM (MST-IDX)
           ADD 1 TO WS-FOLDED-CNT

      *    Commission (or its chargeback) on an agency-billed policy
      *    is settled on the account current, not paid by check.
           IF POLICY-MASTER-IS-OPEN AND WS-CSV-POLICY NOT = SPACES
               MOVE WS-CSV-POLICY (1:12) TO POL-POLICY-NUM
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO POL-BILL-TYPE
               END-READ
               IF POL-AGENCY-BILLED
                   ADD WS-COMMISSION-AMT
                       TO WS-MST-MTD-RETAINED (MST-IDX)
                   ADD 1 TO WS-RETAINED-CNT
               END-IF
           END-IF

           IF DETAIL-OK
               MOVE WS-FOLD-LINE TO COMM-DETAIL-LINE
               WRITE COMM-DETAIL-LINE
           END-IF.

       P420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FOLD THE COMMISSION EARNED AS COLLECTED SINCE THE LAST RUN     *
      * (AGTEARN.DAT) THE SAME WAY, THEN EMPTY THE FILE SO NOTHING IS  *
      * PAID TWICE.                                                    *
      *----------------------------------------------------------------*
       P440-FOLD-EARNED.
           OPEN INPUT EARNED-COMM-FILE
           IF NOT EARNED-COMM-OK
               GO TO P440-EXIT
           END-IF
           OPEN EXTEND COMM-DETAIL-FILE
           IF NOT DETAIL-OK
               OPEN OUTPUT COMM-DETAIL-FILE
           END-IF
           MOVE 'Y' TO WS-EARNED-PASS-IND
           PERFORM P445-READ-EARNED
           PERFORM UNTIL EARNED-COMM-EOF
               ADD 1 TO WS-EARNED-FOLDED-CNT
               PERFORM P420-FOLD-DAILY-LINE THRU P420-EXIT
               PERFORM P445-READ-EARNED
           END-PERFORM
           MOVE 'N' TO WS-EARNED-PASS-IND
           CLOSE EARNED-COMM-FILE
           IF DETAIL-OK
               CLOSE COMM-DETAIL-FILE
           END-IF
           DISPLAY 'Earned commission lines folded: '
                   WS-EARNED-FOLDED-CNT

           MOVE 'AGTEARN.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN OUTPUT EARNED-COMM-FILE
           IF EARNED-COMM-OK
               CLOSE EARNED-COMM-FILE
           END-IF.

       P440-EXIT.
           EXIT.

       P445-READ-EARNED.
           READ EARNED-COMM-FILE INTO WS-FOLD-LINE
           END-READ.

       P430-FIND-OR-ADD-AGENCY.
           MOVE ZERO TO WS-MST-MATCH-IDX
           PERFORM P431-CHECK-MASTER-ENTRY
                   MOVE ZERO TO WS-MST-MTD-COMM (MST-IDX)
                   MOVE ZERO TO WS-MST-YTD-PREM (MST-IDX)
                   MOVE ZERO TO WS-MST-YTD-COMM (MST-IDX)
                   MOVE ZERO TO WS-MST-MTD-RETAINED (MST-IDX)
               END-IF
           END-IF.

                   VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MST-COUNT

           OPEN EXTEND TAX-LEDGER-FILE
           IF NOT TAX-LEDGER-OK
               OPEN OUTPUT TAX-LEDGER-FILE
           END-IF
           IF NOT TAX-LEDGER-OK
               DISPLAY 'Warning: Cannot open 1099 payment ledger: '
                       WS-TXL-STAT
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE '    COMMISSION PAYABLES SUMMARY' TO STATEMENT-LINE
           PERFORM P630-PRINT-PAYABLE-LINE
                   VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MST-COUNT
           IF TAX-LEDGER-OK
               CLOSE TAX-LEDGER-FILE
           END-IF

           MOVE WS-PAYABLE-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE

           MOVE WS-MST-AGY-CODE (MST-IDX) TO WS-DETAIL-AGENCY
           PERFORM P620-PRINT-AGENCY-DETAIL THRU P620-EXIT
           PERFORM P640-PRINT-EARNING-STATUS THRU P640-EXIT

           MOVE SPACES TO STATEMENT-LINE
           STRING '  POLICIES THIS MONTH: '
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-MST-MTD-RETAINED (MST-IDX) NOT = ZERO
               MOVE WS-MST-MTD-RETAINED (MST-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING '  RETAINED BY AGENCY:' WS-AMT-DISPLAY
                      ' (AGENCY BILLED - ON ACCOUNT CURRENT)'
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE WS-MST-YTD-PREM (MST-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '  YTD PREMIUM:       ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           COMPUTE WS-PAYABLE-TOTAL = WS-PAYABLE-TOTAL
               + WS-MST-MTD-COMM (MST-IDX)
               - WS-MST-MTD-RETAINED (MST-IDX).

       P620-PRINT-AGENCY-DETAIL.
           OPEN INPUT COMM-DETAIL-FILE
               WRITE STATEMENT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * COMMISSION EARNED AS COLLECTED: EVERY TERM OF THE AGENCY'S     *
      * STILL EARNING, AND ANY FULLY EARNED OR CANCELLED IN THE        *
      * STATEMENT MONTH, WITH THE COMMISSION WRITTEN, EARNED TO DATE   *
      * AND STILL UNEARNED.                                            *
      *----------------------------------------------------------------*
       P640-PRINT-EARNING-STATUS.
           OPEN INPUT EARNING-MASTER-FILE
           IF NOT EARNING-MASTER-OK
               GO TO P640-EXIT
           END-IF
           MOVE ZERO TO WS-ERN-LINE-CNT
           MOVE ZERO TO WS-ERN-TOT-WRITTEN
           MOVE ZERO TO WS-ERN-TOT-EARNED
           MOVE ZERO TO WS-ERN-TOT-UNEARNED
           PERFORM P641-READ-EARNING
           PERFORM UNTIL EARNING-MASTER-EOF
               PERFORM P642-PRINT-EARNING-LINE THRU P642-EXIT
               PERFORM P641-READ-EARNING
           END-PERFORM
           CLOSE EARNING-MASTER-FILE
           IF WS-ERN-LINE-CNT = ZERO
               GO TO P640-EXIT
           END-IF
           MOVE WS-ERN-TOT-WRITTEN TO WS-ERN-DSP-WRITTEN
           MOVE WS-ERN-TOT-EARNED TO WS-ERN-DSP-EARNED
           MOVE WS-ERN-TOT-UNEARNED TO WS-ERN-DSP-UNEARNED
           MOVE SPACES TO STATEMENT-LINE
           STRING '    TOTAL        ' ' WRITTEN ' WS-ERN-DSP-WRITTEN
                  ' EARNED ' WS-ERN-DSP-EARNED
                  ' UNEARNED ' WS-ERN-DSP-UNEARNED
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       P640-EXIT.
           EXIT.

       P641-READ-EARNING.
           READ EARNING-MASTER-FILE
           END-READ.

       P642-PRINT-EARNING-LINE.
           IF CER-AGENCY-CODE NOT = WS-DETAIL-AGENCY
               GO TO P642-EXIT
           END-IF
           IF NOT CER-EARNING AND
              CER-LAST-ACTIVITY-DATE (1:6) NOT =
                  WS-MST-STMT-MONTH (MST-IDX)
               GO TO P642-EXIT
           END-IF
           IF WS-ERN-LINE-CNT = ZERO
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE '    COMMISSION EARNED AS COLLECTED'
                    TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           ADD 1 TO WS-ERN-LINE-CNT
           COMPUTE WS-ERN-UNEARNED = CER-COMM-WRITTEN - CER-COMM-EARNED
           ADD CER-COMM-WRITTEN TO WS-ERN-TOT-WRITTEN
           ADD CER-COMM-EARNED TO WS-ERN-TOT-EARNED
           ADD WS-ERN-UNEARNED TO WS-ERN-TOT-UNEARNED
           EVALUATE TRUE
               WHEN CER-FULLY-EARNED
                   MOVE 'EARNED' TO WS-ERN-STATUS-TEXT
               WHEN CER-CANCELLED
                   MOVE 'CANCELLED' TO WS-ERN-STATUS-TEXT
               WHEN OTHER
                   MOVE 'EARNING' TO WS-ERN-STATUS-TEXT
           END-EVALUATE
           MOVE CER-COMM-WRITTEN TO WS-ERN-DSP-WRITTEN
           MOVE CER-COMM-EARNED TO WS-ERN-DSP-EARNED
           MOVE WS-ERN-UNEARNED TO WS-ERN-DSP-UNEARNED
           MOVE SPACES TO STATEMENT-LINE
           STRING '    ' CER-POLICY-NUM
                  ' WRITTEN ' WS-ERN-DSP-WRITTEN
                  ' EARNED ' WS-ERN-DSP-EARNED
                  ' UNEARNED ' WS-ERN-DSP-UNEARNED
                  ' ' WS-ERN-STATUS-TEXT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       P642-EXIT.
           EXIT.

       P700-ROLL-THE-MONTH.
      *    The statements are cut: zero the month columns, roll the
      *    statement month forward, reset YTD at the turn of the
           PERFORM P710-ROLL-ONE-AGENCY
                   VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > WS-MST-COUNT
           MOVE 'COMMDETL.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN OUTPUT COMM-DETAIL-FILE
           IF DETAIL-OK
               CLOSE COMM-DETAIL-FILE
           MOVE ZERO TO WS-MST-MTD-CNT (MST-IDX)
           MOVE ZERO TO WS-MST-MTD-PREM (MST-IDX)
           MOVE ZERO TO WS-MST-MTD-COMM (MST-IDX)
           MOVE ZERO TO WS-MST-MTD-RETAINED (MST-IDX)
           IF WS-MST-STMT-MONTH (MST-IDX) / 100 NOT = WS-CUR-YYYY
               MOVE ZERO TO WS-MST-YTD-PREM (MST-IDX)
               MOVE ZERO TO WS-MST-YTD-COMM (MST-IDX)
           MOVE WS-CURRENT-MONTH TO WS-MST-STMT-MONTH (MST-IDX).

       P800-REWRITE-MASTER.
           MOVE 'COMMMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN OUTPUT COMM-MASTER-FILE
           IF NOT MASTER-OK
               DISPLAY 'ERROR: Cannot rewrite commission master: '
           MOVE WS-MST-MTD-COMM (MST-IDX) TO CMM-MTD-COMMISSION
           MOVE WS-MST-YTD-PREM (MST-IDX) TO CMM-YTD-PREMIUM
           MOVE WS-MST-YTD-COMM (MST-IDX) TO CMM-YTD-COMMISSION
           MOVE WS-MST-MTD-RETAINED (MST-IDX)
                TO CMM-MTD-RETAINED-COMM
           WRITE COMM-MASTER-RECORD.

       P630-PRINT-PAYABLE-LINE.
      *    The check is the month's commission less what the agency
      *    kept on its agency-billed business; the 1099 ledger still
      *    takes the whole commission, retained or paid.
           COMPUTE WS-AGENCY-PAYABLE = WS-MST-MTD-COMM (MST-IDX)
                                     - WS-MST-MTD-RETAINED (MST-IDX)
           MOVE WS-AGENCY-PAYABLE TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '  AGENCY ' WS-MST-AGY-CODE (MST-IDX)
                  ' PAYABLE: ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF TAX-LEDGER-OK AND WS-MST-MTD-COMM (MST-IDX) NOT = ZERO
               MOVE SPACES TO TAX-LEDGER-RECORD
               MOVE 'A' TO TXL-SOURCE
               MOVE WS-MST-AGY-CODE (MST-IDX) TO TXL-PAYEE-KEY
               MOVE WS-CURRENT-DATE TO TXL-PAY-DATE
               MOVE WS-MST-MTD-COMM (MST-IDX) TO TXL-AMOUNT
               MOVE SPACES TO TXL-REFERENCE
               STRING 'COMM ' WS-MST-STMT-MONTH (MST-IDX)
                      DELIMITED BY SIZE INTO TXL-REFERENCE
               WRITE TAX-LEDGER-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPCOM2' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
           MOVE 'LGAPCOM2' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           IF STATEMENT-MODE
               MOVE WS-STMT-AGENCIES TO RST-RECORD-COUNT
           ELSE
