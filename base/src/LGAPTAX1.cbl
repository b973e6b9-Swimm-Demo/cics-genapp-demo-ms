       PROGRAM-ID. LGAPTAX1.
      *================================================================*
      * PROGRAM: LGAPTAX1 - PREMIUM TAX REMITTANCE REPORT             *
      * PURPOSE: READS THE WRITTEN PREMIUM HISTORY (PREMHIST.DAT)     *
      *          FOR THE REMITTANCE PERIOD, ACCUMULATES THE           *
      *          STATE TAX, COUNTY TAX AND POLICY/INSPECTION FEES     *
      *          OWED TO EACH TAXING JURISDICTION (THE STATE CARRIED  *
      *          IN THE FIRST TWO CHARACTERS OF THE TERRITORY CODE),  *
      *          AND PRODUCES BOTH A REMITTANCE SUMMARY AND A POLICY- *
      *          LEVEL DETAIL LISTING TO SUPPORT THE QUARTERLY FILING *
      *          -- SPLIT BY UNDERWRITING COMPANY, SINCE EACH COMPANY *
      *          FILES AND REMITS UNDER ITS OWN NAME.                 *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*


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

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
           COPY PREMHIST.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-PMH-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-EOF              VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.
       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-PERIOD-CONTROL.
           05 WS-PERIOD-START-DATE     PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-END-DATE       PIC 9(8) VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-START-INT             PIC 9(9).
           05 WS-END-INT               PIC 9(9).

       01  WS-READ-START-DATE          PIC 9(8).

       01  WS-COUNTERS.
           05 WS-RUN-DATES-READ        PIC 9(5) VALUE ZERO.
           05 WS-POLICY-CNT            PIC 9(7) VALUE ZERO.

       01  WS-POLICY-WORK.
           05 WS-STATE-TAX             PIC 9(6)V99.
           05 WS-POLICY-FEE            PIC 9(4)V99.
           05 WS-INSPECTION-FEE        PIC 9(4)V99.

      *    Company the record in hand is written on.  Policies issued
      *    before the company was carried belong to the home company.
       01  WS-HOME-COMPANY             PIC X(5) VALUE '00001'.
       01  WS-REC-COMPANY              PIC X(5).

       01  WS-GRAND-TOTALS.
           05 WS-TOT-STATE-TAX         PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-COUNTY-TAX        PIC 9(11)V99 VALUE ZERO.
      * TABLE PATTERN AS THE P015B BREAKDOWNS.                         *
      *----------------------------------------------------------------*
       01  WS-JURISDICTION-TOTALS.
           05 WS-JUR-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-JUR-TABLE             OCCURS 180 TIMES
                                       INDEXED BY JUR-IDX.
              10 WS-JUR-COMPANY        PIC X(5).
              10 WS-JUR-CODE           PIC X(2).
              10 WS-JUR-POL-CNT        PIC 9(6).
              10 WS-JUR-STATE-TAX      PIC 9(10)V99.
              10 WS-JUR-POLICY-FEES    PIC 9(9)V99.
              10 WS-JUR-INSP-FEES      PIC 9(9)V99.

       01  WS-JUR-MATCH-IDX            PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
      * REMITTANCE TOTALS BY UNDERWRITING COMPANY.                     *
      *----------------------------------------------------------------*
       01  WS-COMPANY-TOTALS.
           05 WS-CMP-COUNT             PIC 9(2) VALUE ZERO.
           05 WS-CMP-TABLE             OCCURS 9 TIMES
                                       INDEXED BY CMP-IDX.
              10 WS-CMP-CODE           PIC X(5).
              10 WS-CMP-POL-CNT        PIC 9(7).
              10 WS-CMP-STATE-TAX      PIC 9(11)V99.
              10 WS-CMP-COUNTY-TAX     PIC 9(11)V99.
              10 WS-CMP-FEES           PIC 9(11)V99.

       01  WS-CMP-MATCH-IDX            PIC 9(2) VALUE ZERO.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-DETAIL
           PERFORM P400-READ-PREMIUM-HISTORY
           PERFORM P600-WRITE-REPORT THRU P600-EXIT
           PERFORM P700-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-PERIOD-END-DATE
               END-IF
               MOVE 'CMP_HOME_COMPANY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND CONFIG-VALUE NOT = SPACES
                   MOVE CONFIG-VALUE (1:5) TO WS-HOME-COMPANY
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

           END-IF
           STRING 'POLICY_NUM' ',' 'CUSTOMER_NUM' ',' 'STATE' ','
                  'TERRITORY' ',' 'STATE_TAX' ',' 'COUNTY_TAX' ','
                  'POLICY_FEE' ',' 'INSPECTION_FEE' ',' 'COMPANY'
                  DELIMITED BY SIZE INTO DETAIL-LINE
           WRITE DETAIL-LINE.

      *----------------------------------------------------------------*
      * READ THE WRITTEN PREMIUM HISTORY FOR THE REMITTANCE PERIOD,    *
      * FROM ITS FIRST RUN DATE THROUGH THE PERIOD END.                *
      *----------------------------------------------------------------*
       P400-READ-PREMIUM-HISTORY.
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
               PERFORM P430-READ-HISTORY
           END-IF
           PERFORM UNTIL NOT HISTORY-OK
               PERFORM P440-PROCESS-RECORD THRU P440-EXIT
               PERFORM P430-READ-HISTORY
           END-PERFORM
           IF NOT HISTORY-EOF
               DISPLAY 'Warning: written premium history read ended '
                       'with status ' WS-PMH-STAT
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE HISTORY-FILE.

       P430-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
      *    Run dates after the period end are outside the period.
           IF HISTORY-OK AND PMH-RUN-DATE > WS-PERIOD-END-DATE
               MOVE '10' TO WS-PMH-STAT
           END-IF.

       P440-PROCESS-RECORD.
      *    Each run date opens with its control record
           IF PMH-CONTROL-RECORD
               ADD 1 TO WS-RUN-DATES-READ
               GO TO P440-EXIT
           END-IF

           IF PMH-STATUS NOT = 'APPROVED'
               GO TO P440-EXIT
           END-IF

           MOVE PMH-STATE-TAX TO WS-STATE-TAX
           MOVE PMH-COUNTY-TAX TO WS-COUNTY-TAX
           MOVE PMH-POLICY-FEE TO WS-POLICY-FEE
           MOVE PMH-INSPECTION-FEE TO WS-INSPECTION-FEE

           IF WS-STATE-TAX = ZERO AND WS-COUNTY-TAX = ZERO AND
              WS-POLICY-FEE = ZERO AND WS-INSPECTION-FEE = ZERO
               GO TO P440-EXIT
           END-IF

           IF PMH-COMPANY-CODE = SPACES
               MOVE WS-HOME-COMPANY TO WS-REC-COMPANY
           ELSE
               MOVE PMH-COMPANY-CODE TO WS-REC-COMPANY
           END-IF

           ADD 1 TO WS-POLICY-CNT
           ADD WS-STATE-TAX TO WS-TOT-STATE-TAX
           ADD WS-COUNTY-TAX TO WS-TOT-COUNTY-TAX
           ADD WS-POLICY-FEE WS-INSPECTION-FEE TO WS-TOT-FEES

           PERFORM P445-ACCUM-COMPANY THRU P445-EXIT
           PERFORM P450-ACCUM-JURISDICTION THRU P450-EXIT
           PERFORM P460-WRITE-DETAIL-LINE.

       P440-EXIT.
           EXIT.

       P445-ACCUM-COMPANY.
           MOVE ZERO TO WS-CMP-MATCH-IDX
           PERFORM P446-CHECK-CMP-ENTRY
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CMP-COUNT

           IF WS-CMP-MATCH-IDX = ZERO
               IF WS-CMP-COUNT < 9
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-CMP-COUNT TO WS-CMP-MATCH-IDX
                   SET CMP-IDX TO WS-CMP-MATCH-IDX
                   MOVE WS-REC-COMPANY TO WS-CMP-CODE (CMP-IDX)
                   MOVE ZERO TO WS-CMP-POL-CNT (CMP-IDX)
                   MOVE ZERO TO WS-CMP-STATE-TAX (CMP-IDX)
                   MOVE ZERO TO WS-CMP-COUNTY-TAX (CMP-IDX)
                   MOVE ZERO TO WS-CMP-FEES (CMP-IDX)
               ELSE
                   DISPLAY 'Warning: Company table full - company '
                           WS-REC-COMPANY ' not subtotalled'
                   MOVE 4 TO RETURN-CODE
                   GO TO P445-EXIT
               END-IF
           END-IF

           SET CMP-IDX TO WS-CMP-MATCH-IDX
           ADD 1 TO WS-CMP-POL-CNT (CMP-IDX)
           ADD WS-STATE-TAX TO WS-CMP-STATE-TAX (CMP-IDX)
           ADD WS-COUNTY-TAX TO WS-CMP-COUNTY-TAX (CMP-IDX)
           ADD WS-POLICY-FEE WS-INSPECTION-FEE
               TO WS-CMP-FEES (CMP-IDX).

       P445-EXIT.
           EXIT.

       P446-CHECK-CMP-ENTRY.
           IF WS-CMP-CODE (CMP-IDX) = WS-REC-COMPANY
               SET WS-CMP-MATCH-IDX TO CMP-IDX
           END-IF.

       P450-ACCUM-JURISDICTION.
           MOVE ZERO TO WS-JUR-MATCH-IDX
           PERFORM P451-CHECK-JUR-ENTRY
                   UNTIL JUR-IDX > WS-JUR-COUNT

           IF WS-JUR-MATCH-IDX = ZERO
               IF WS-JUR-COUNT < 180
                   ADD 1 TO WS-JUR-COUNT
                   MOVE WS-JUR-COUNT TO WS-JUR-MATCH-IDX
                   SET JUR-IDX TO WS-JUR-MATCH-IDX
                   MOVE WS-REC-COMPANY TO WS-JUR-COMPANY (JUR-IDX)
                   MOVE PMH-TERRITORY-CODE (1:2)
                        TO WS-JUR-CODE (JUR-IDX)
                   MOVE ZERO TO WS-JUR-POL-CNT (JUR-IDX)
                   MOVE ZERO TO WS-JUR-STATE-TAX (JUR-IDX)
           EXIT.

       P451-CHECK-JUR-ENTRY.
           IF WS-JUR-CODE (JUR-IDX) = PMH-TERRITORY-CODE (1:2) AND
              WS-JUR-COMPANY (JUR-IDX) = WS-REC-COMPANY
               SET WS-JUR-MATCH-IDX TO JUR-IDX
           END-IF.

       P460-WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-LINE
           STRING FUNCTION TRIM(PMH-POLICY-NUM) ','
                  FUNCTION TRIM(PMH-CUSTOMER-NUM) ','
                  PMH-TERRITORY-CODE (1:2) ','
                  FUNCTION TRIM(PMH-TERRITORY-CODE) ','
                  FUNCTION TRIM(WS-STATE-TAX) ','
                  FUNCTION TRIM(WS-COUNTY-TAX) ','
                  FUNCTION TRIM(WS-POLICY-FEE) ','
                  FUNCTION TRIM(WS-INSPECTION-FEE) ','
                  FUNCTION TRIM(WS-REC-COMPANY)
                  DELIMITED BY SIZE INTO DETAIL-LINE
           WRITE DETAIL-LINE.

                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'History Run Dates:   ' WS-RUN-DATES-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    REMITTANCE BY COMPANY AND JURISDICTION'
                TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P605-WRITE-COMPANY-SECTION
                   VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > WS-CMP-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
       P600-EXIT.
           EXIT.

       P605-WRITE-COMPANY-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING '  COMPANY ' WS-CMP-CODE (CMP-IDX)
                  '  POLICIES: ' WS-CMP-POL-CNT (CMP-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CMP-STATE-TAX (CMP-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  COMPANY STATE TAX: ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CMP-COUNTY-TAX (CMP-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  COMPANY COUNTY TAX:' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CMP-FEES (CMP-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  COMPANY FEES:      ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P610-WRITE-JUR-SECTION THRU P610-EXIT
                   VARYING JUR-IDX FROM 1 BY 1
                   UNTIL JUR-IDX > WS-JUR-COUNT.

       P610-WRITE-JUR-SECTION.
           IF WS-JUR-COMPANY (JUR-IDX) NOT = WS-CMP-CODE (CMP-IDX)
               GO TO P610-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '  JURISDICTION ' WS-JUR-CODE (JUR-IDX)
                  '  POLICIES: ' WS-JUR-POL-CNT (JUR-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P610-EXIT.
           EXIT.

       P700-CLOSE-FILES.
           CLOSE DETAIL-FILE.

           MOVE 'LGAPTAX1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-POLICY-CNT TO RST-RECORD-COUNT
           MOVE WS-TOT-STATE-TAX TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
