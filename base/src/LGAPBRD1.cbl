      *          (BORDCAT.DAT) FROM CATCES.DAT PLUS THE EVENT         *
      *          RECOVERIES IN CATRECV.DAT.  EACH FILE ENDS WITH A    *
      *          CONTROL RECORD WHOSE COUNT AND TOTAL TIE BACK TO     *
      *          THE CESSION RUNS.  EVERY LINE CARRIES THE CEDING     *
      *          UNDERWRITING COMPANY FROM THE POLICY MASTER, AND THE *
      *          CONTROL REPORT SUBTOTALS BY COMPANY.  POLICY AND     *
      *          CUSTOMER NUMBERS GO TO THE REINSURER ONLY AS ITS     *
      *          PRIVACY PROFILE ALLOWS.                              *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

      *    The policy master names the underwriting company each
      *    ceded policy is written on -- each company cedes under
      *    its own name.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT SS-BORDEREAU-FILE ASSIGN TO 'BORDSS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BSS-STAT.
       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

      *----------------------------------------------------------------*
      * THE AGREED BORDEREAU LAYOUT -- 'BP' PREMIUM DETAIL, 'BL' LOSS  *
      * DETAIL, 'BC' CONTROL TRAILER, THE SAME DETAIL/CONTROL          *
              10 BSS-CUSTOMER-NUM      PIC X(10).
              10 FILLER                PIC X VALUE SPACE.
              10 BSS-AMOUNT            PIC 9(12)V99.
              10 FILLER                PIC X VALUE SPACE.
              10 BSS-COMPANY-CODE      PIC X(5).
           05 BSS-CONTROL-DATA REDEFINES BSS-DETAIL-DATA.
              10 BSS-RECORD-COUNT      PIC 9(8).
              10 FILLER                PIC X.
              10 BSS-AMOUNT-TOTAL      PIC 9(12)V99.
              10 FILLER                PIC X(21).

       FD  CAT-BORDEREAU-FILE.
       01  CAT-BORDEREAU-RECORD.
              10 BCA-CUSTOMER-NUM      PIC X(10).
              10 FILLER                PIC X VALUE SPACE.
              10 BCA-AMOUNT            PIC 9(12)V99.
              10 FILLER                PIC X VALUE SPACE.
              10 BCA-COMPANY-CODE      PIC X(5).
           05 BCA-CONTROL-DATA REDEFINES BCA-DETAIL-DATA.
              10 BCA-RECORD-COUNT      PIC 9(8).
              10 FILLER                PIC X.
              10 BCA-AMOUNT-TOTAL      PIC 9(12)V99.
              10 FILLER                PIC X(21).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-BSS-STAT                 PIC X(2).
           88 SS-BORDEREAU-OK          VALUE '00'.

              10 WS-SHR-CUSTOMER       PIC X(10).
              10 WS-SHR-POLICY         PIC X(12).
              10 WS-SHR-RATIO          PIC 9V9(4).
              10 WS-SHR-COMPANY        PIC X(5).

       01  WS-SHR-MATCH-IDX            PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------*
      * CEDED TOTALS BY UNDERWRITING COMPANY.  A POLICY NOT ON THE     *
      * MASTER, OR WRITTEN BEFORE THE COMPANY SPLIT, AND THE CAT       *
      * EVENT RECOVERIES (WHICH ARE ADVISED BY EVENT, NOT POLICY)      *
      * BELONG TO THE HOME COMPANY (CONFIG CMP_HOME_COMPANY).          *
      *----------------------------------------------------------------*
       01  WS-HOME-COMPANY             PIC X(5) VALUE '00001'.
       01  WS-REC-COMPANY              PIC X(5).
       01  WS-LOOKUP-POLICY            PIC X(12).

       01  WS-COMPANY-TOTALS.
           05 WS-CMP-COUNT             PIC 9(2) VALUE ZERO.
           05 WS-CMP-TABLE             OCCURS 9 TIMES
                                       INDEXED BY CMP-IDX.
              10 WS-CMP-CODE           PIC X(5).
              10 WS-CMP-SS-COUNT       PIC 9(8).
              10 WS-CMP-SS-TOTAL       PIC 9(12)V99.
              10 WS-CMP-CAT-COUNT      PIC 9(8).
              10 WS-CMP-CAT-TOTAL      PIC 9(12)V99.

       01  WS-CMP-MATCH-IDX            PIC 9(2) VALUE ZERO.

       01  WS-WORK-AMOUNTS.
           05 WS-TOTAL-PREM            PIC 9(9)V99.
           05 WS-CEDED-PREM            PIC 9(9)V99.

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Outbound field masking request, passed to LGAPMSK1.
           COPY MASKREQ.

       PROCEDURE DIVISION.

       P100-MAIN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-COMPANY-TOTALS
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CMP_HOME_COMPANY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND CONFIG-VALUE NOT = SPACES
                   MOVE CONFIG-VALUE (1:5) TO WS-HOME-COMPANY
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: Policy master unavailable: '
                       WS-POL-STAT ' - all cessions shown under '
                       'home company ' WS-HOME-COMPANY
           END-IF
           OPEN OUTPUT SS-BORDEREAU-FILE
           IF NOT SS-BORDEREAU-OK
               DISPLAY 'ERROR: Cannot open surplus bordereau: '
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE 'LGAPBRD1' TO MSK-PROGRAM
           MOVE 'BORD' TO MSK-EXTRACT-CLASS.

      *----------------------------------------------------------------*
      * PREMIUM LINES FOR THE SURPLUS-SHARE TREATY, ONE PER CEDED      *
                    WS-CSV-F5 WS-CSV-F6 WS-CSV-F7 WS-CSV-F8
           END-UNSTRING

           MOVE WS-CSV-F6 (1:12) TO WS-LOOKUP-POLICY
           PERFORM P470-RESOLVE-COMPANY THRU P470-EXIT

           COMPUTE WS-TOTAL-PREM = FUNCTION NUMVAL(WS-CSV-F3)
           COMPUTE WS-CEDED-PREM = FUNCTION NUMVAL(WS-CSV-F5)
           IF WS-CSV-F7 = SPACES
               MOVE WS-CSV-F6 (1:12) TO BSS-POLICY-NUM
               MOVE WS-CSV-F1 (1:10) TO BSS-CUSTOMER-NUM
               MOVE WS-CEDED-PREM TO BSS-AMOUNT
               MOVE WS-REC-COMPANY TO BSS-COMPANY-CODE
               PERFORM P570-MASK-SS-IDENTIFIERS
               WRITE SS-BORDEREAU-RECORD
               ADD 1 TO WS-SS-COUNT
               ADD WS-CEDED-PREM TO WS-SS-TOTAL
               PERFORM P480-ACCUM-COMPANY THRU P480-EXIT
               IF WS-CMP-MATCH-IDX > ZERO
                   ADD 1 TO WS-CMP-SS-COUNT (CMP-IDX)
                   ADD WS-CEDED-PREM TO WS-CMP-SS-TOTAL (CMP-IDX)
               END-IF
           END-IF

           IF WS-FAC-CEDED > ZERO
               MOVE WS-CSV-F6 (1:12) TO BSS-POLICY-NUM
               MOVE WS-CSV-F1 (1:10) TO BSS-CUSTOMER-NUM
               MOVE WS-FAC-CEDED TO BSS-AMOUNT
               MOVE WS-REC-COMPANY TO BSS-COMPANY-CODE
               PERFORM P570-MASK-SS-IDENTIFIERS
               WRITE SS-BORDEREAU-RECORD
               ADD 1 TO WS-SS-COUNT
               ADD WS-FAC-CEDED TO WS-SS-TOTAL
               PERFORM P480-ACCUM-COMPANY THRU P480-EXIT
               IF WS-CMP-MATCH-IDX > ZERO
                   ADD 1 TO WS-CMP-SS-COUNT (CMP-IDX)
                   ADD WS-FAC-CEDED TO WS-CMP-SS-TOTAL (CMP-IDX)
               END-IF
           END-IF

           IF WS-TOTAL-PREM > ZERO AND WS-SHR-COUNT < 10000
               MOVE WS-CSV-F6 (1:12) TO WS-SHR-POLICY (SHR-IDX)
               COMPUTE WS-SHR-RATIO (SHR-IDX) ROUNDED =
                   WS-CEDED-PREM / WS-TOTAL-PREM
               MOVE WS-REC-COMPANY TO WS-SHR-COMPANY (SHR-IDX)
           END-IF.

       P320-EXIT.
           MOVE WS-SHR-POLICY (SHR-IDX) TO BSS-POLICY-NUM
           MOVE CLM-CUSTOMER-NUM TO BSS-CUSTOMER-NUM
           MOVE WS-RECOVERABLE TO BSS-AMOUNT
           MOVE WS-SHR-COMPANY (SHR-IDX) TO BSS-COMPANY-CODE
           PERFORM P570-MASK-SS-IDENTIFIERS
           WRITE SS-BORDEREAU-RECORD
           ADD 1 TO WS-SS-COUNT
           ADD WS-RECOVERABLE TO WS-SS-TOTAL
           MOVE WS-SHR-COMPANY (SHR-IDX) TO WS-REC-COMPANY
           PERFORM P480-ACCUM-COMPANY THRU P480-EXIT
           IF WS-CMP-MATCH-IDX > ZERO
               ADD 1 TO WS-CMP-SS-COUNT (CMP-IDX)
               ADD WS-RECOVERABLE TO WS-CMP-SS-TOTAL (CMP-IDX)
           END-IF.

       P420-EXIT.
           EXIT.
               SET WS-SHR-MATCH-IDX TO SHR-IDX
           END-IF.

      *----------------------------------------------------------------*
      * THE CEDING COMPANY OF A POLICY, FROM THE POLICY MASTER.        *
      *----------------------------------------------------------------*
       P470-RESOLVE-COMPANY.
           MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
           IF NOT MASTER-IS-OPEN OR WS-LOOKUP-POLICY = SPACES
               GO TO P470-EXIT
           END-IF
           MOVE WS-LOOKUP-POLICY TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P470-EXIT
           END-READ
           IF POL-COMPANY-CODE NOT = SPACES
               MOVE POL-COMPANY-CODE TO WS-REC-COMPANY
           END-IF.

       P470-EXIT.
           EXIT.

       P480-ACCUM-COMPANY.
           MOVE ZERO TO WS-CMP-MATCH-IDX
           PERFORM P481-CHECK-CMP-ENTRY
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CMP-COUNT
           IF WS-CMP-MATCH-IDX = ZERO
               IF WS-CMP-COUNT < 9
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-CMP-COUNT TO WS-CMP-MATCH-IDX
                   SET CMP-IDX TO WS-CMP-MATCH-IDX
                   MOVE WS-REC-COMPANY TO WS-CMP-CODE (CMP-IDX)
                   MOVE ZERO TO WS-CMP-SS-COUNT (CMP-IDX)
                   MOVE ZERO TO WS-CMP-SS-TOTAL (CMP-IDX)
                   MOVE ZERO TO WS-CMP-CAT-COUNT (CMP-IDX)
                   MOVE ZERO TO WS-CMP-CAT-TOTAL (CMP-IDX)
               ELSE
                   DISPLAY 'Warning: Company table full - company '
                           WS-REC-COMPANY ' not subtotalled'
                   MOVE 4 TO RETURN-CODE
                   GO TO P480-EXIT
               END-IF
           END-IF
           SET CMP-IDX TO WS-CMP-MATCH-IDX.

       P480-EXIT.
           EXIT.

       P481-CHECK-CMP-ENTRY.
           IF WS-CMP-CODE (CMP-IDX) = WS-REC-COMPANY
               SET WS-CMP-MATCH-IDX TO CMP-IDX
           END-IF.

       P450-WRITE-SS-CONTROL.
           MOVE SPACES TO SS-BORDEREAU-RECORD
           MOVE 'BC' TO BSS-RECORD-TYPE
           MOVE WS-SS-COUNT TO BSS-RECORD-COUNT
           MOVE WS-SS-TOTAL TO BSS-AMOUNT-TOTAL
           WRITE SS-BORDEREAU-RECORD
           CLOSE SS-BORDEREAU-FILE
           MOVE 'BORDSS' TO MSK-EXTRACT-ID
           MOVE 'BORDSS.DAT' TO MSK-FILE-NAME
           MOVE 'LOG' TO MSK-FUNCTION
           MOVE WS-SS-COUNT TO MSK-RECORD-COUNT
           PERFORM P590-CALL-MASKING
           IF MSK-NO-PROFILE
               DISPLAY 'Note: no recipient profile for '
                       'BORDSS.DAT - sent in full'
           END-IF.

       P500-BUILD-CAT-PREMIUM.
           OPEN INPUT CAT-CESSION-FILE
           MOVE WS-CSV-F1 (1:12) TO BCA-POLICY-NUM
           MOVE WS-CSV-F2 (1:10) TO BCA-CUSTOMER-NUM
           MOVE WS-CEDED-PREM TO BCA-AMOUNT
           MOVE WS-CSV-F1 (1:12) TO WS-LOOKUP-POLICY
           PERFORM P470-RESOLVE-COMPANY THRU P470-EXIT
           MOVE WS-REC-COMPANY TO BCA-COMPANY-CODE
           PERFORM P580-MASK-CAT-IDENTIFIERS
           WRITE CAT-BORDEREAU-RECORD
           ADD 1 TO WS-CAT-COUNT
           ADD WS-CEDED-PREM TO WS-CAT-TOTAL
           PERFORM P480-ACCUM-COMPANY THRU P480-EXIT
           IF WS-CMP-MATCH-IDX > ZERO
               ADD 1 TO WS-CMP-CAT-COUNT (CMP-IDX)
               ADD WS-CEDED-PREM TO WS-CMP-CAT-TOTAL (CMP-IDX)
           END-IF.

       P520-EXIT.
           EXIT.
           MOVE WS-CSV-F1 (1:12) TO BCA-POLICY-NUM
           MOVE SPACES TO BCA-CUSTOMER-NUM
           MOVE WS-RECOVERABLE TO BCA-AMOUNT
           MOVE WS-HOME-COMPANY TO BCA-COMPANY-CODE
           PERFORM P580-MASK-CAT-IDENTIFIERS
           WRITE CAT-BORDEREAU-RECORD
           ADD 1 TO WS-CAT-COUNT
           ADD WS-RECOVERABLE TO WS-CAT-TOTAL
           MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
           PERFORM P480-ACCUM-COMPANY THRU P480-EXIT
           IF WS-CMP-MATCH-IDX > ZERO
               ADD 1 TO WS-CMP-CAT-COUNT (CMP-IDX)
               ADD WS-RECOVERABLE TO WS-CMP-CAT-TOTAL (CMP-IDX)
           END-IF.

       P552-EXIT.
           EXIT.
           MOVE WS-CAT-COUNT TO BCA-RECORD-COUNT
           MOVE WS-CAT-TOTAL TO BCA-AMOUNT-TOTAL
           WRITE CAT-BORDEREAU-RECORD
           CLOSE CAT-BORDEREAU-FILE
           MOVE 'BORDCAT' TO MSK-EXTRACT-ID
           MOVE 'BORDCAT.DAT' TO MSK-FILE-NAME
           MOVE 'LOG' TO MSK-FUNCTION
           MOVE WS-CAT-COUNT TO MSK-RECORD-COUNT
           PERFORM P590-CALL-MASKING
           IF MSK-NO-PROFILE
               DISPLAY 'Note: no recipient profile for '
                       'BORDCAT.DAT - sent in full'
           END-IF
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------*
      * EACH BORDEREAU LINE'S POLICY AND CUSTOMER NUMBERS ARE PASSED   *
      * THROUGH LGAPMSK1 UNDER THAT BORDEREAU'S RECIPIENT PROFILE.     *
      *----------------------------------------------------------------*
       P570-MASK-SS-IDENTIFIERS.
           MOVE 'BORDSS' TO MSK-EXTRACT-ID
           MOVE 'BORDSS.DAT' TO MSK-FILE-NAME
           MOVE 'APPLY' TO MSK-FUNCTION
           MOVE 'POLICY-NUM' TO MSK-FIELD-NAME
           MOVE BSS-POLICY-NUM TO MSK-VALUE
           MOVE 12 TO MSK-VALUE-LEN
           PERFORM P590-CALL-MASKING
           MOVE MSK-VALUE TO BSS-POLICY-NUM
           MOVE 'CUSTOMER-NUM' TO MSK-FIELD-NAME
           MOVE BSS-CUSTOMER-NUM TO MSK-VALUE
           MOVE 10 TO MSK-VALUE-LEN
           PERFORM P590-CALL-MASKING
           MOVE MSK-VALUE TO BSS-CUSTOMER-NUM.

       P580-MASK-CAT-IDENTIFIERS.
           MOVE 'BORDCAT' TO MSK-EXTRACT-ID
           MOVE 'BORDCAT.DAT' TO MSK-FILE-NAME
           MOVE 'APPLY' TO MSK-FUNCTION
           MOVE 'POLICY-NUM' TO MSK-FIELD-NAME
           MOVE BCA-POLICY-NUM TO MSK-VALUE
           MOVE 12 TO MSK-VALUE-LEN
           PERFORM P590-CALL-MASKING
           MOVE MSK-VALUE TO BCA-POLICY-NUM
           MOVE 'CUSTOMER-NUM' TO MSK-FIELD-NAME
           MOVE BCA-CUSTOMER-NUM TO MSK-VALUE
           MOVE 10 TO MSK-VALUE-LEN
           PERFORM P590-CALL-MASKING
           MOVE MSK-VALUE TO BCA-CUSTOMER-NUM.

       P590-CALL-MASKING.
           MOVE RETURN-CODE TO MSK-CALLER-RC
           CALL 'LGAPMSK1' USING MASK-REQUEST.

       P600-WRITE-SUMMARY.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '     CEDED BY UNDERWRITING COMPANY' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P610-WRITE-COMPANY-LINES
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CMP-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.
       P600-EXIT.
           EXIT.

       P610-WRITE-COMPANY-LINES.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CMP-SS-TOTAL (CMP-IDX) TO WS-AMT-DISPLAY
           STRING '  COMPANY ' WS-CMP-CODE (CMP-IDX)
                  ' SURPLUS LINES: ' WS-CMP-SS-COUNT (CMP-IDX)
                  ' TOTAL: ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CMP-CAT-TOTAL (CMP-IDX) TO WS-AMT-DISPLAY
           STRING '                CAT LINES:     '
                  WS-CMP-CAT-COUNT (CMP-IDX)
                  ' TOTAL: ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
           MOVE 'LGAPBRD1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-SS-COUNT TO RST-RECORD-COUNT
           MOVE WS-SS-TOTAL TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
