       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPACR1.
      *================================================================*
      * PROGRAM: LGAPACR1 - MONTHLY AGENCY ACCOUNT CURRENT            *
      * PURPOSE: MONTH-END SETTLEMENT WITH THE AGENCIES THAT BILL     *
      *          THEIR OWN CLIENTS.  THE MONTH'S POLICY HISTORY IS    *
      *          READ FOR THE AGENCY-BILLED POLICIES' NEW AND RENEWAL *
      *          WRITINGS, ENDORSEMENTS AND AUDITS, CANCELLATIONS AND *
      *          REINSTATEMENTS; LESS THE COMMISSION THE AGENCY KEEPS *
      *          ON THEM (THE RETAINED COLUMN OF THE LGAPCOM2         *
      *          MASTER) THEY GIVE THE NET DUE ON A STATEMENT PER     *
      *          AGENCY, KEPT ON THE ACCOUNT CURRENT MASTER.  THE     *
      *          AGENCIES' REMITTANCES ARE THEN APPLIED, NAMED MONTH  *
      *          FIRST AND OLDEST FIRST AFTER THAT, AND THE UNPAID    *
      *          BALANCES AGED BY AGENCY.  RUN AT MONTH END BEFORE    *
      *          THE LGAPCOM2 STATEMENT RUN CLEARS THE MONTH.         *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO 'POLHIST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PHS-STAT.

      *    Policy master, for the bill type.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

      *    Commission master -- the month's commission retained by
      *    each agency on its agency-billed business.
           SELECT COMM-MASTER-FILE ASSIGN TO 'COMMMAST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CMM-STAT.

           SELECT ACCOUNT-CURRENT-FILE ASSIGN TO 'ACCTCUR.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACR-KEY
                  FILE STATUS IS WS-ACR-STAT.

      *    The month's agency-billed items, kept so every statement
      *    figure traces back to a policy.
           SELECT DETAIL-FILE ASSIGN TO 'ACRDETL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACD-STAT.

      *    Agency remittances, keyed from the checks and wires the
      *    agencies send in against their account currents.
           SELECT REMIT-FILE ASSIGN TO 'AGYREMIT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RMT-STAT.

           SELECT STATEMENT-FILE ASSIGN TO 'ACRSTMT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STM-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT REPORT-FILE ASSIGN TO 'ACRRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
           COPY POLHIST.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  COMM-MASTER-FILE.
       01  COMM-MASTER-RECORD.
           05 CMM-AGY-CODE             PIC X(4).
           05 FILLER                   PIC X.
           05 CMM-STMT-MONTH           PIC 9(6).
           05 FILLER                   PIC X.
           05 CMM-MTD-POLICY-CNT       PIC 9(6).
           05 FILLER                   PIC X.
           05 CMM-MTD-PREMIUM          PIC S9(12)V99.
           05 FILLER                   PIC X.
           05 CMM-MTD-COMMISSION       PIC S9(12)V99.
           05 FILLER                   PIC X.
           05 CMM-YTD-PREMIUM          PIC S9(13)V99.
           05 FILLER                   PIC X.
           05 CMM-YTD-COMMISSION       PIC S9(12)V99.
           05 FILLER                   PIC X.
           05 CMM-MTD-RETAINED-COMM    PIC S9(12)V99.

       FD  ACCOUNT-CURRENT-FILE.
           COPY ACCTCUR.

      *    One item: G gross written, E endorsement or audit, C
      *    cancellation or reinstatement -- the amount signed as it
      *    moves the net due.
       FD  DETAIL-FILE.
       01  DETAIL-RECORD.
           05 ACD-AGENCY-CODE          PIC X(4).
           05 FILLER                   PIC X.
           05 ACD-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X.
           05 ACD-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X.
           05 ACD-TRAN-TYPE            PIC X(8).
           05 FILLER                   PIC X.
           05 ACD-PROCESSED-DATE       PIC 9(8).
           05 FILLER                   PIC X.
           05 ACD-CATEGORY             PIC X(1).
              88 ACD-GROSS-WRITTEN     VALUE 'G'.
              88 ACD-ENDORSEMENT       VALUE 'E'.
              88 ACD-CANCELLATION      VALUE 'C'.
           05 FILLER                   PIC X.
           05 ACD-AMOUNT               PIC S9(9)V99.

      *    A zero or blank account month applies the remittance to
      *    the agency's oldest open balances.  A zero or blank
      *    received date takes the run date.
       FD  REMIT-FILE.
       01  REMIT-RECORD.
           05 RMT-AGENCY-CODE          PIC X(4).
           05 FILLER                   PIC X.
           05 RMT-ACCOUNT-MONTH        PIC 9(6).
           05 FILLER                   PIC X.
           05 RMT-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 RMT-RECEIVED-DATE        PIC 9(8).
           05 FILLER                   PIC X.
           05 RMT-REFERENCE            PIC X(15).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(133).

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

       01  WS-PHS-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-EOF              VALUE '10'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-CMM-STAT                 PIC X(2).
           88 COMM-MASTER-OK           VALUE '00'.
           88 COMM-MASTER-EOF          VALUE '10'.

       01  WS-ACR-STAT                 PIC X(2).
           88 ACCOUNT-CURRENT-OK       VALUE '00'.
           88 ACCOUNT-CURRENT-EOF      VALUE '10'.
           88 ACCOUNT-CURRENT-MISSING  VALUE '35'.

       01  WS-ACD-STAT                 PIC X(2).
           88 DETAIL-OK                VALUE '00'.
           88 DETAIL-EOF               VALUE '10'.

       01  WS-RMT-STAT                 PIC X(2).
           88 REMIT-OK                 VALUE '00'.
           88 REMIT-EOF                VALUE '10'.

       01  WS-STM-STAT                 PIC X(2).
           88 STATEMENT-OK             VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE ACCOUNT MONTH (CONFIG KEY ACR_MONTH, YYYYMM, DEFAULT THE   *
      * RUN MONTH) AND THE DAYS AFTER ITS LAST DAY THE NET DUE IS      *
      * PAYABLE (ACR_DUE_DAYS, PER THE AGENCY-BILL CONTRACT).  THE     *
      * MONTH IS ONLY BUILT WHILE THE COMMISSION MASTER STILL HOLDS    *
      * IT -- ONCE LGAPCOM2 HAS CUT ITS STATEMENTS THE RETAINED        *
      * COMMISSION IS GONE AND THE NET DUE COULD NOT BE STATED.        *
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-MONTH            PIC 9(6).
       01  WS-ACCOUNT-MONTH-X REDEFINES WS-ACCOUNT-MONTH.
           05 WS-ACM-YYYY              PIC 9(4).
           05 WS-ACM-MM                PIC 99.
       01  WS-DUE-DAYS                 PIC 9(3) VALUE 45.
       01  WS-MONTH-DUE-DATE           PIC 9(8).
       01  WS-NEXT-MONTH-START         PIC 9(8).
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH-START.
           05 WS-NMS-YYYY              PIC 9(4).
           05 WS-NMS-MM                PIC 99.
           05 WS-NMS-DD                PIC 99.

       01  WS-BUILD-IND                PIC X VALUE 'N'.
           88 BUILD-THE-MONTH          VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE MONTH'S FIGURES BY AGENCY -- SAME IN-CORE TABLE PATTERN    *
      * AS THE COMMISSION MASTER RUN.                                  *
      *----------------------------------------------------------------*
       01  WS-AGENCY-TABLE.
           05 WS-AGT-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-AGT-ENTRY             OCCURS 200 TIMES
                                       INDEXED BY AGT-IDX.
              10 WS-AGT-CODE           PIC X(4).
              10 WS-AGT-ITEM-CNT       PIC 9(6).
              10 WS-AGT-GROSS          PIC S9(11)V99.
              10 WS-AGT-ENDORSE        PIC S9(11)V99.
              10 WS-AGT-CANCEL         PIC S9(11)V99.
              10 WS-AGT-COMMISSION     PIC S9(11)V99.

       01  WS-AGT-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-WORK-AGENCY              PIC X(4).
       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 AGENCY-TABLE-FULL        VALUE 'Y'.

       01  WS-ITEM-WORK.
           05 WS-ITEM-MONTH            PIC X(6).
           05 WS-ITEM-CATEGORY         PIC X(1).
           05 WS-ITEM-AMOUNT           PIC S9(9)V99.

      *----------------------------------------------------------------*
      * REMITTANCE IN HAND AND WHAT IS LEFT OF IT TO APPLY.            *
      *----------------------------------------------------------------*
       01  WS-REMIT-WORK.
           05 WS-REMIT-LEFT            PIC S9(11)V99.
           05 WS-REMIT-DATE            PIC 9(8).
           05 WS-ITEM-BALANCE          PIC S9(11)V99.
           05 WS-APPLY-AMOUNT          PIC S9(11)V99.
           05 WS-LAST-MONTH-FOUND      PIC 9(6).
           05 WS-SCAN-DONE-IND         PIC X.
              88 SCAN-DONE             VALUE 'Y'.

       01  WS-REJECT-REASON            PIC X(30).

      *----------------------------------------------------------------*
      * AGING BUCKETS -- DAYS PAST THE ACCOUNT CURRENT'S DUE DATE.     *
      * A CREDIT BALANCE IS SHOWN APART, NOT NETTED INTO THE BUCKETS.  *
      *----------------------------------------------------------------*
       01  WS-AGING-BUCKETS.
           05 WS-AGE-CURRENT           PIC S9(11)V99.
           05 WS-AGE-1-30              PIC S9(11)V99.
           05 WS-AGE-31-60             PIC S9(11)V99.
           05 WS-AGE-61-90             PIC S9(11)V99.
           05 WS-AGE-OVER-90           PIC S9(11)V99.
           05 WS-AGE-CREDIT            PIC S9(11)V99.
           05 WS-AGE-TOTAL             PIC S9(11)V99.

       01  WS-AGING-TOTALS.
           05 WS-AGT-TOT-CURRENT       PIC S9(12)V99 VALUE ZERO.
           05 WS-AGT-TOT-1-30          PIC S9(12)V99 VALUE ZERO.
           05 WS-AGT-TOT-31-60         PIC S9(12)V99 VALUE ZERO.
           05 WS-AGT-TOT-61-90         PIC S9(12)V99 VALUE ZERO.
           05 WS-AGT-TOT-OVER-90       PIC S9(12)V99 VALUE ZERO.
           05 WS-AGT-TOT-CREDIT        PIC S9(12)V99 VALUE ZERO.
           05 WS-AGT-TOT-TOTAL         PIC S9(12)V99 VALUE ZERO.

       01  WS-AGING-AGENCY             PIC X(4) VALUE SPACES.
       01  WS-DAYS-PAST-DUE            PIC S9(5).

       01  WS-COUNTERS.
           05 WS-HISTORY-READ-CNT      PIC 9(8) VALUE ZERO.
           05 WS-ITEM-CNT              PIC 9(6) VALUE ZERO.
           05 WS-NO-POLICY-CNT         PIC 9(6) VALUE ZERO.
           05 WS-BUILT-CNT             PIC 9(4) VALUE ZERO.
           05 WS-REBUILT-CNT           PIC 9(4) VALUE ZERO.
           05 WS-REMIT-READ-CNT        PIC 9(6) VALUE ZERO.
           05 WS-REMIT-APPLIED-CNT     PIC 9(6) VALUE ZERO.
           05 WS-REMIT-REJECTED-CNT    PIC 9(6) VALUE ZERO.
           05 WS-OVERPAID-CNT          PIC 9(6) VALUE ZERO.
           05 WS-AGED-AGENCY-CNT       PIC 9(4) VALUE ZERO.

       01  WS-TOTALS.
           05 WS-NET-DUE-TOTAL         PIC S9(12)V99 VALUE ZERO.
           05 WS-REMIT-APPLIED-TOTAL   PIC S9(12)V99 VALUE ZERO.

       01  WS-AMT-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AGE-DISPLAYS.
           05 WS-AGE-DSP-1             PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-AGE-DSP-2             PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-AGE-DSP-3             PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-AGE-DSP-4             PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-AGE-DSP-5             PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-AGE-DSP-6             PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-AGE-DSP-7             PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-WORK-INT              PIC 9(9).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-DATE-X REDEFINES WS-DATE-TIME.
           05 WS-CUR-YYYY              PIC 9(4).
           05 WS-CUR-MM                PIC 99.
           05 WS-CUR-DD                PIC 99.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P350-LOAD-COMMISSION THRU P350-EXIT
           IF BUILD-THE-MONTH
               PERFORM P400-BUILD-MONTH THRU P400-EXIT
           END-IF
           IF BUILD-THE-MONTH
               PERFORM P460-STORE-ACCOUNT-CURRENT
                       VARYING AGT-IDX FROM 1 BY 1
                       UNTIL AGT-IDX > WS-AGT-COUNT
               PERFORM P470-PRINT-STATEMENTS THRU P470-EXIT
           END-IF
           PERFORM P500-APPLY-REMITTANCES THRU P500-EXIT
           PERFORM P600-AGE-BALANCES THRU P600-EXIT
           PERFORM P700-WRITE-SUMMARY
           PERFORM P750-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           COMPUTE WS-ACCOUNT-MONTH = (WS-CUR-YYYY * 100) + WS-CUR-MM
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'ACR_MONTH' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-ACCOUNT-MONTH
               END-IF
               MOVE 'ACR_DUE_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-DUE-DAYS
               END-IF
               CLOSE CONFIG-FILE
           END-IF

      *    Due the configured number of days after the month's last
      *    day -- counted from the first of the month following.
           MOVE WS-ACM-YYYY TO WS-NMS-YYYY
           MOVE WS-ACM-MM TO WS-NMS-MM
           MOVE 1 TO WS-NMS-DD
           IF WS-NMS-MM = 12
               ADD 1 TO WS-NMS-YYYY
               MOVE 1 TO WS-NMS-MM
           ELSE
               ADD 1 TO WS-NMS-MM
           END-IF
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-NEXT-MONTH-START)
                                 + WS-DUE-DAYS - 1
           COMPUTE WS-MONTH-DUE-DATE = FUNCTION DATE-OF-INTEGER
                                        (WS-WORK-INT).

       P300-OPEN-FILES.
           MOVE 'ACCTCUR.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O ACCOUNT-CURRENT-FILE
           IF ACCOUNT-CURRENT-MISSING
               OPEN OUTPUT ACCOUNT-CURRENT-FILE
               IF ACCOUNT-CURRENT-OK
                   CLOSE ACCOUNT-CURRENT-FILE
                   OPEN I-O ACCOUNT-CURRENT-FILE
               END-IF
           END-IF
           IF NOT ACCOUNT-CURRENT-OK
               DISPLAY 'ERROR: Cannot open account current master: '
                       WS-ACR-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open account current report: '
                       WS-RPT-STAT
               CLOSE ACCOUNT-CURRENT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '       AGENCY ACCOUNT CURRENT REPORT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * THE COMMISSION MASTER MUST STILL BE ON THE ACCOUNT MONTH.      *
      * EACH AGENCY'S RETAINED COMMISSION STARTS ITS TABLE ENTRY, SO   *
      * AN AGENCY WHOSE ONLY ACTIVITY IS A CHARGEBACK STILL GETS ITS   *
      * ACCOUNT CURRENT.                                               *
      *----------------------------------------------------------------*
       P350-LOAD-COMMISSION.
           IF NOT MASTER-IS-OPEN
               DISPLAY 'ERROR: policy master unavailable - account '
                       'currents not built'
               MOVE 8 TO RETURN-CODE
               GO TO P350-EXIT
           END-IF
           OPEN INPUT COMM-MASTER-FILE
           IF NOT COMM-MASTER-OK
               DISPLAY 'ERROR: commission master unavailable - '
                       'account currents not built'
               MOVE 8 TO RETURN-CODE
               GO TO P350-EXIT
           END-IF
           MOVE 'Y' TO WS-BUILD-IND
           PERFORM P360-READ-COMM-MASTER
           PERFORM UNTIL COMM-MASTER-EOF
               PERFORM P370-TAKE-COMMISSION THRU P370-EXIT
               PERFORM P360-READ-COMM-MASTER
           END-PERFORM
           CLOSE COMM-MASTER-FILE
           IF NOT BUILD-THE-MONTH
               DISPLAY 'ERROR: commission master is past month '
                       WS-ACCOUNT-MONTH ' - account currents not '
                       'built'
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO REPORT-LINE
               STRING 'NOT BUILT: COMMISSION MASTER NO LONGER ON '
                      'MONTH ' WS-ACCOUNT-MONTH
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P350-EXIT.
           EXIT.

       P360-READ-COMM-MASTER.
           READ COMM-MASTER-FILE
           END-READ.

       P370-TAKE-COMMISSION.
           IF CMM-STMT-MONTH NOT = WS-ACCOUNT-MONTH
               MOVE 'N' TO WS-BUILD-IND
               GO TO P370-EXIT
           END-IF
           IF CMM-MTD-RETAINED-COMM NOT NUMERIC OR
              CMM-MTD-RETAINED-COMM = ZERO
               GO TO P370-EXIT
           END-IF
           MOVE CMM-AGY-CODE TO WS-WORK-AGENCY
           PERFORM P430-FIND-OR-ADD-AGENCY
           IF WS-AGT-MATCH-IDX = ZERO
               GO TO P370-EXIT
           END-IF
           SET AGT-IDX TO WS-AGT-MATCH-IDX
           MOVE CMM-MTD-RETAINED-COMM TO WS-AGT-COMMISSION (AGT-IDX).

       P370-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ONE PASS OF THE POLICY HISTORY FOR TRANSACTIONS BOOKED IN THE  *
      * ACCOUNT MONTH ON POLICIES NOW AGENCY BILLED.  NEW, RENEWAL     *
      * AND ASSUMED WRITINGS ARE GROSS WRITTEN AT THE PREMIUM AFTER;   *
      * ENDORSEMENTS AND AUDITS ADD THE CHANGE; CANCELLATIONS TAKE OFF *
      * THE RETURN AND REINSTATEMENTS PUT IT BACK.                     *
      *----------------------------------------------------------------*
       P400-BUILD-MONTH.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'Warning: policy history unavailable - '
                       'commission only on the account currents'
               MOVE 4 TO RETURN-CODE
               GO TO P400-EXIT
           END-IF
           OPEN OUTPUT DETAIL-FILE
           IF NOT DETAIL-OK
               DISPLAY 'ERROR: Cannot open account current detail: '
                       WS-ACD-STAT
               CLOSE HISTORY-FILE
               MOVE 'N' TO WS-BUILD-IND
               MOVE 12 TO RETURN-CODE
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               PERFORM P420-TAKE-HISTORY THRU P420-EXIT
               PERFORM P410-READ-HISTORY
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE DETAIL-FILE
           IF AGENCY-TABLE-FULL
               DISPLAY 'ERROR: more than 200 agencies on the month - '
                       'account currents incomplete'
               MOVE 8 TO RETURN-CODE
           END-IF.

       P400-EXIT.
           EXIT.

       P410-READ-HISTORY.
           READ HISTORY-FILE
           END-READ.

       P420-TAKE-HISTORY.
           ADD 1 TO WS-HISTORY-READ-CNT
           IF PHS-PROCESSED-DATE NOT NUMERIC
               GO TO P420-EXIT
           END-IF
           MOVE PHS-PROCESSED-DATE (1:6) TO WS-ITEM-MONTH
           IF WS-ITEM-MONTH NOT = WS-ACCOUNT-MONTH-X
               GO TO P420-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PHS-NEW-BUSINESS OR PHS-RENEWAL OR PHS-ASSUMED
                   MOVE 'G' TO WS-ITEM-CATEGORY
                   MOVE PHS-AFTER-PREMIUM TO WS-ITEM-AMOUNT
               WHEN PHS-ENDORSEMENT OR PHS-PREMIUM-AUDIT
                   MOVE 'E' TO WS-ITEM-CATEGORY
                   COMPUTE WS-ITEM-AMOUNT =
                       PHS-AFTER-PREMIUM - PHS-BEFORE-PREMIUM
               WHEN PHS-CANCELLATION OR PHS-REINSTATEMENT
                   MOVE 'C' TO WS-ITEM-CATEGORY
                   COMPUTE WS-ITEM-AMOUNT =
                       PHS-BEFORE-PREMIUM - PHS-AFTER-PREMIUM
               WHEN OTHER
                   GO TO P420-EXIT
           END-EVALUATE
           IF WS-ITEM-AMOUNT = ZERO
               GO TO P420-EXIT
           END-IF

           MOVE PHS-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-POLICY-CNT
                   GO TO P420-EXIT
           END-READ
           IF NOT POL-AGENCY-BILLED
               GO TO P420-EXIT
           END-IF

           MOVE PHS-AGENCY-CODE TO WS-WORK-AGENCY
           PERFORM P430-FIND-OR-ADD-AGENCY
           IF WS-AGT-MATCH-IDX = ZERO
               GO TO P420-EXIT
           END-IF
           SET AGT-IDX TO WS-AGT-MATCH-IDX
           ADD 1 TO WS-AGT-ITEM-CNT (AGT-IDX)
           ADD 1 TO WS-ITEM-CNT
           EVALUATE WS-ITEM-CATEGORY
               WHEN 'G'
                   ADD WS-ITEM-AMOUNT TO WS-AGT-GROSS (AGT-IDX)
               WHEN 'E'
                   ADD WS-ITEM-AMOUNT TO WS-AGT-ENDORSE (AGT-IDX)
               WHEN OTHER
                   ADD WS-ITEM-AMOUNT TO WS-AGT-CANCEL (AGT-IDX)
           END-EVALUATE

           MOVE SPACES TO DETAIL-RECORD
           MOVE PHS-AGENCY-CODE TO ACD-AGENCY-CODE
           MOVE PHS-POLICY-NUM TO ACD-POLICY-NUM
           MOVE PHS-CUSTOMER-NUM TO ACD-CUSTOMER-NUM
           MOVE PHS-TRAN-TYPE TO ACD-TRAN-TYPE
           MOVE PHS-PROCESSED-DATE TO ACD-PROCESSED-DATE
           MOVE WS-ITEM-CATEGORY TO ACD-CATEGORY
           MOVE WS-ITEM-AMOUNT TO ACD-AMOUNT
           WRITE DETAIL-RECORD.

       P420-EXIT.
           EXIT.

       P430-FIND-OR-ADD-AGENCY.
           MOVE ZERO TO WS-AGT-MATCH-IDX
           PERFORM P431-CHECK-AGENCY-ENTRY
                   VARYING AGT-IDX FROM 1 BY 1
                   UNTIL AGT-IDX > WS-AGT-COUNT
           IF WS-AGT-MATCH-IDX = ZERO
               IF WS-AGT-COUNT < 200
                   ADD 1 TO WS-AGT-COUNT
                   MOVE WS-AGT-COUNT TO WS-AGT-MATCH-IDX
                   SET AGT-IDX TO WS-AGT-MATCH-IDX
                   MOVE WS-WORK-AGENCY TO WS-AGT-CODE (AGT-IDX)
                   MOVE ZERO TO WS-AGT-ITEM-CNT (AGT-IDX)
                   MOVE ZERO TO WS-AGT-GROSS (AGT-IDX)
                   MOVE ZERO TO WS-AGT-ENDORSE (AGT-IDX)
                   MOVE ZERO TO WS-AGT-CANCEL (AGT-IDX)
                   MOVE ZERO TO WS-AGT-COMMISSION (AGT-IDX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               END-IF
           END-IF.

       P431-CHECK-AGENCY-ENTRY.
           IF WS-AGT-CODE (AGT-IDX) = WS-WORK-AGENCY
               SET WS-AGT-MATCH-IDX TO AGT-IDX
           END-IF.

      *----------------------------------------------------------------*
      * ONE ACCOUNT CURRENT PER AGENCY FOR THE MONTH.  A RERUN OF THE  *
      * MONTH RESTATES THE FIGURES BUT KEEPS WHAT HAS BEEN PAID.       *
      *----------------------------------------------------------------*
       P460-STORE-ACCOUNT-CURRENT.
           MOVE WS-AGT-CODE (AGT-IDX) TO ACR-AGENCY-CODE
           MOVE WS-ACCOUNT-MONTH TO ACR-ACCOUNT-MONTH
           READ ACCOUNT-CURRENT-FILE
               INVALID KEY
                   MOVE SPACES TO ACR-STATUS
           END-READ
           IF ACCOUNT-CURRENT-OK
               ADD 1 TO WS-REBUILT-CNT
           ELSE
               MOVE SPACES TO ACCOUNT-CURRENT-RECORD
               MOVE WS-AGT-CODE (AGT-IDX) TO ACR-AGENCY-CODE
               MOVE WS-ACCOUNT-MONTH TO ACR-ACCOUNT-MONTH
               MOVE ZERO TO ACR-PAID-AMOUNT
               MOVE ZERO TO ACR-LAST-PAID-DATE
               MOVE ZERO TO ACR-REMIT-CNT
               ADD 1 TO WS-BUILT-CNT
           END-IF
           MOVE WS-CURRENT-DATE TO ACR-STATEMENT-DATE
           MOVE WS-MONTH-DUE-DATE TO ACR-DUE-DATE
           MOVE WS-AGT-ITEM-CNT (AGT-IDX) TO ACR-ITEM-CNT
           MOVE WS-AGT-GROSS (AGT-IDX) TO ACR-GROSS-WRITTEN
           MOVE WS-AGT-ENDORSE (AGT-IDX) TO ACR-ENDORSEMENTS
           MOVE WS-AGT-CANCEL (AGT-IDX) TO ACR-CANCELLATIONS
           MOVE WS-AGT-COMMISSION (AGT-IDX) TO ACR-COMMISSION
           COMPUTE ACR-NET-DUE = ACR-GROSS-WRITTEN
                               + ACR-ENDORSEMENTS
                               - ACR-CANCELLATIONS
                               - ACR-COMMISSION
           PERFORM P480-SET-STATUS
           ADD ACR-NET-DUE TO WS-NET-DUE-TOTAL
           IF ACCOUNT-CURRENT-OK
               REWRITE ACCOUNT-CURRENT-RECORD
           ELSE
               WRITE ACCOUNT-CURRENT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * ONE STATEMENT PER AGENCY: THE MONTH'S ITEMS, THE FOUR FIGURES  *
      * AND THE NET DUE WITH ITS DUE DATE.                             *
      *----------------------------------------------------------------*
       P470-PRINT-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE
           IF NOT STATEMENT-OK
               DISPLAY 'ERROR: Cannot open account current '
                       'statements: ' WS-STM-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P470-EXIT
           END-IF
           PERFORM P475-PRINT-ONE-STATEMENT THRU P475-EXIT
                   VARYING AGT-IDX FROM 1 BY 1
                   UNTIL AGT-IDX > WS-AGT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE '              END OF STATEMENTS' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           CLOSE STATEMENT-FILE.

       P470-EXIT.
           EXIT.

       P475-PRINT-ONE-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'ACCOUNT CURRENT - AGENCY ' WS-AGT-CODE (AGT-IDX)
                  ' - MONTH ' WS-ACCOUNT-MONTH
                  ' - DUE ' WS-MONTH-DUE-DATE
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-AGT-CODE (AGT-IDX) TO WS-WORK-AGENCY
           OPEN INPUT DETAIL-FILE
           IF DETAIL-OK
               PERFORM P476-READ-DETAIL
               PERFORM UNTIL DETAIL-EOF
                   PERFORM P477-PRINT-DETAIL-LINE
                   PERFORM P476-READ-DETAIL
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-AGT-GROSS (AGT-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '  GROSS WRITTEN PREMIUM:  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-AGT-ENDORSE (AGT-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '  ENDORSEMENTS:           ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-APPLY-AMOUNT = ZERO - WS-AGT-CANCEL (AGT-IDX)
           MOVE WS-APPLY-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '  CANCELLATIONS:          ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-APPLY-AMOUNT =
               ZERO - WS-AGT-COMMISSION (AGT-IDX)
           MOVE WS-APPLY-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '  LESS COMMISSION:        ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           COMPUTE WS-APPLY-AMOUNT = WS-AGT-GROSS (AGT-IDX)
                                   + WS-AGT-ENDORSE (AGT-IDX)
                                   - WS-AGT-CANCEL (AGT-IDX)
                                   - WS-AGT-COMMISSION (AGT-IDX)
           MOVE WS-APPLY-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           IF WS-APPLY-AMOUNT < ZERO
               STRING '  NET CREDIT TO AGENCY:   ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING '  NET DUE FROM AGENCY:    ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE.

       P475-EXIT.
           EXIT.

       P476-READ-DETAIL.
           READ DETAIL-FILE
           END-READ.

       P477-PRINT-DETAIL-LINE.
           IF ACD-AGENCY-CODE = WS-WORK-AGENCY
               MOVE ACD-AMOUNT TO WS-AMT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING '    ' ACD-POLICY-NUM
                      ' ' ACD-CUSTOMER-NUM
                      ' ' ACD-TRAN-TYPE
                      ' ' ACD-PROCESSED-DATE
                      ' ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * OPEN WHILE THE AGENCY STILL OWES ON IT, PAID WHEN SETTLED,     *
      * CREDIT WHEN THE NET WAS TO THE AGENCY OR IT HAS OVERPAID.      *
      *----------------------------------------------------------------*
       P480-SET-STATUS.
           COMPUTE WS-ITEM-BALANCE = ACR-NET-DUE - ACR-PAID-AMOUNT
           EVALUATE TRUE
               WHEN WS-ITEM-BALANCE > ZERO
                   MOVE 'O' TO ACR-STATUS
               WHEN WS-ITEM-BALANCE < ZERO
                   MOVE 'C' TO ACR-STATUS
               WHEN OTHER
                   MOVE 'P' TO ACR-STATUS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * REMITTANCES.  ONE NAMING AN ACCOUNT MONTH GOES TO THAT MONTH   *
      * FIRST; WHAT IS LEFT, OR A REMITTANCE NAMING NONE, PAYS THE     *
      * AGENCY'S OPEN BALANCES OLDEST FIRST.  ANY OVERPAYMENT STAYS    *
      * ON THE LATEST ACCOUNT CURRENT AS A CREDIT.  AN AGENCY WITH NO  *
      * ACCOUNT CURRENT AT ALL IS REJECTED TO THE REPORT.              *
      *----------------------------------------------------------------*
       P500-APPLY-REMITTANCES.
           OPEN INPUT REMIT-FILE
           IF NOT REMIT-OK
               GO TO P500-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REMITTANCES' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P510-READ-REMIT
           PERFORM UNTIL REMIT-EOF
               PERFORM P520-APPLY-REMIT THRU P520-EXIT
               PERFORM P510-READ-REMIT
           END-PERFORM
           CLOSE REMIT-FILE.

       P500-EXIT.
           EXIT.

       P510-READ-REMIT.
           READ REMIT-FILE
           END-READ.

       P520-APPLY-REMIT.
           ADD 1 TO WS-REMIT-READ-CNT
           IF RMT-AGENCY-CODE = SPACES
               MOVE 'NO AGENCY CODE' TO WS-REJECT-REASON
               PERFORM P525-REJECT-REMIT
               GO TO P520-EXIT
           END-IF
           IF RMT-AMOUNT NOT NUMERIC OR RMT-AMOUNT = ZERO
               MOVE 'AMOUNT NOT VALID' TO WS-REJECT-REASON
               PERFORM P525-REJECT-REMIT
               GO TO P520-EXIT
           END-IF
           IF RMT-RECEIVED-DATE NUMERIC AND
              RMT-RECEIVED-DATE > ZERO
               MOVE RMT-RECEIVED-DATE TO WS-REMIT-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-REMIT-DATE
           END-IF
           MOVE RMT-AMOUNT TO WS-REMIT-LEFT

           IF RMT-ACCOUNT-MONTH NUMERIC AND
              RMT-ACCOUNT-MONTH > ZERO
               MOVE RMT-AGENCY-CODE TO ACR-AGENCY-CODE
               MOVE RMT-ACCOUNT-MONTH TO ACR-ACCOUNT-MONTH
               READ ACCOUNT-CURRENT-FILE
                   INVALID KEY
                       MOVE 'NO SUCH ACCOUNT CURRENT'
                            TO WS-REJECT-REASON
                       PERFORM P525-REJECT-REMIT
                       GO TO P520-EXIT
               END-READ
               PERFORM P530-APPLY-TO-ITEM
           END-IF

      *    Oldest first across the agency's account currents.
           MOVE ZERO TO WS-LAST-MONTH-FOUND
           MOVE 'N' TO WS-SCAN-DONE-IND
           MOVE RMT-AGENCY-CODE TO ACR-AGENCY-CODE
           MOVE ZERO TO ACR-ACCOUNT-MONTH
           START ACCOUNT-CURRENT-FILE KEY NOT < ACR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE-IND
           END-START
           PERFORM P540-APPLY-OLDEST
                   UNTIL SCAN-DONE

           IF WS-LAST-MONTH-FOUND = ZERO
               MOVE 'NO ACCOUNT CURRENT ON FILE' TO WS-REJECT-REASON
               PERFORM P525-REJECT-REMIT
               GO TO P520-EXIT
           END-IF
           ADD 1 TO WS-REMIT-APPLIED-CNT
           COMPUTE WS-REMIT-APPLIED-TOTAL =
               WS-REMIT-APPLIED-TOTAL + RMT-AMOUNT
           IF WS-REMIT-LEFT = ZERO
               GO TO P520-EXIT
           END-IF

           MOVE RMT-AGENCY-CODE TO ACR-AGENCY-CODE
           MOVE WS-LAST-MONTH-FOUND TO ACR-ACCOUNT-MONTH
           READ ACCOUNT-CURRENT-FILE
               INVALID KEY
                   GO TO P520-EXIT
           END-READ
           ADD 1 TO WS-OVERPAID-CNT
           MOVE WS-REMIT-LEFT TO WS-APPLY-AMOUNT
           PERFORM P535-POST-PAYMENT
           MOVE WS-APPLY-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'OVERPAID:  AGENCY ' ACR-AGENCY-CODE
                  ' MONTH ' ACR-ACCOUNT-MONTH
                  ' REF ' RMT-REFERENCE
                  ' CREDIT ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P520-EXIT.
           EXIT.

       P525-REJECT-REMIT.
           ADD 1 TO WS-REMIT-REJECTED-CNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REMITTANCE REJECTED: AGENCY ' RMT-AGENCY-CODE
                  ' MONTH ' RMT-ACCOUNT-MONTH
                  ' REF ' RMT-REFERENCE
                  ' - ' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P530-APPLY-TO-ITEM.
           COMPUTE WS-ITEM-BALANCE = ACR-NET-DUE - ACR-PAID-AMOUNT
           IF WS-ITEM-BALANCE > ZERO AND WS-REMIT-LEFT > ZERO
               IF WS-REMIT-LEFT < WS-ITEM-BALANCE
                   MOVE WS-REMIT-LEFT TO WS-APPLY-AMOUNT
               ELSE
                   MOVE WS-ITEM-BALANCE TO WS-APPLY-AMOUNT
               END-IF
               SUBTRACT WS-APPLY-AMOUNT FROM WS-REMIT-LEFT
               PERFORM P535-POST-PAYMENT
               MOVE WS-APPLY-AMOUNT TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'APPLIED:   AGENCY ' ACR-AGENCY-CODE
                      ' MONTH ' ACR-ACCOUNT-MONTH
                      ' REF ' RMT-REFERENCE
                      ' AMOUNT ' WS-AMT-DISPLAY
                      ' ' ACR-STATUS
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P535-POST-PAYMENT.
           ADD WS-APPLY-AMOUNT TO ACR-PAID-AMOUNT
           MOVE WS-REMIT-DATE TO ACR-LAST-PAID-DATE
           IF ACR-REMIT-CNT NOT NUMERIC
               MOVE ZERO TO ACR-REMIT-CNT
           END-IF
           IF ACR-REMIT-CNT < 9999
               ADD 1 TO ACR-REMIT-CNT
           END-IF
           PERFORM P480-SET-STATUS
           REWRITE ACCOUNT-CURRENT-RECORD.

       P540-APPLY-OLDEST.
           READ ACCOUNT-CURRENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-IND
               NOT AT END
                   IF ACR-AGENCY-CODE NOT = RMT-AGENCY-CODE
                       MOVE 'Y' TO WS-SCAN-DONE-IND
                   ELSE
                       MOVE ACR-ACCOUNT-MONTH TO WS-LAST-MONTH-FOUND
                       PERFORM P530-APPLY-TO-ITEM
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * AGE EVERY UNSETTLED ACCOUNT CURRENT BY DAYS PAST ITS DUE DATE, *
      * ONE LINE PER AGENCY (THE MASTER IS IN AGENCY ORDER) AND A      *
      * TOTAL LINE.                                                    *
      *----------------------------------------------------------------*
       P600-AGE-BALANCES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCOUNT CURRENT AGING AS OF' TO REPORT-LINE
           MOVE WS-CURRENT-DATE TO REPORT-LINE (29:8)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AGENCY         CURRENT      1-30 DAYS     31-60 DAYS'
                TO REPORT-LINE
           MOVE '61-90 DAYS    OVER 90 DAYS         CREDIT'
                TO REPORT-LINE (56:)
           MOVE 'TOTAL' TO REPORT-LINE (111:)
           WRITE REPORT-LINE

           MOVE SPACES TO WS-AGING-AGENCY
           MOVE LOW-VALUES TO ACR-KEY
           START ACCOUNT-CURRENT-FILE KEY NOT < ACR-KEY
               INVALID KEY
                   GO TO P600-EXIT
           END-START
           PERFORM P610-READ-ACCOUNT-CURRENT
           PERFORM UNTIL ACCOUNT-CURRENT-EOF
               PERFORM P620-AGE-ONE THRU P620-EXIT
               PERFORM P610-READ-ACCOUNT-CURRENT
           END-PERFORM
           IF WS-AGING-AGENCY NOT = SPACES
               PERFORM P630-WRITE-AGING-LINE
           END-IF

           MOVE WS-AGT-TOT-CURRENT TO WS-AGE-CURRENT
           MOVE WS-AGT-TOT-1-30 TO WS-AGE-1-30
           MOVE WS-AGT-TOT-31-60 TO WS-AGE-31-60
           MOVE WS-AGT-TOT-61-90 TO WS-AGE-61-90
           MOVE WS-AGT-TOT-OVER-90 TO WS-AGE-OVER-90
           MOVE WS-AGT-TOT-CREDIT TO WS-AGE-CREDIT
           MOVE WS-AGT-TOT-TOTAL TO WS-AGE-TOTAL
           MOVE 'ALL ' TO WS-AGING-AGENCY
           PERFORM P640-FORMAT-AGING-LINE.

       P600-EXIT.
           EXIT.

       P610-READ-ACCOUNT-CURRENT.
           READ ACCOUNT-CURRENT-FILE NEXT RECORD
           END-READ.

       P620-AGE-ONE.
           IF ACR-AGENCY-CODE NOT = WS-AGING-AGENCY
               IF WS-AGING-AGENCY NOT = SPACES
                   PERFORM P630-WRITE-AGING-LINE
               END-IF
               MOVE ACR-AGENCY-CODE TO WS-AGING-AGENCY
               INITIALIZE WS-AGING-BUCKETS
           END-IF
           IF ACR-PAID
               GO TO P620-EXIT
           END-IF
           COMPUTE WS-ITEM-BALANCE = ACR-NET-DUE - ACR-PAID-AMOUNT
           IF WS-ITEM-BALANCE < ZERO
               ADD WS-ITEM-BALANCE TO WS-AGE-CREDIT
               ADD WS-ITEM-BALANCE TO WS-AGE-TOTAL
               GO TO P620-EXIT
           END-IF
           IF WS-ITEM-BALANCE = ZERO
               GO TO P620-EXIT
           END-IF

           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE
                                  (ACR-DUE-DATE)
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-WORK-INT
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 1
                   ADD WS-ITEM-BALANCE TO WS-AGE-CURRENT
               WHEN WS-DAYS-PAST-DUE < 31
                   ADD WS-ITEM-BALANCE TO WS-AGE-1-30
               WHEN WS-DAYS-PAST-DUE < 61
                   ADD WS-ITEM-BALANCE TO WS-AGE-31-60
               WHEN WS-DAYS-PAST-DUE < 91
                   ADD WS-ITEM-BALANCE TO WS-AGE-61-90
               WHEN OTHER
                   ADD WS-ITEM-BALANCE TO WS-AGE-OVER-90
           END-EVALUATE
           ADD WS-ITEM-BALANCE TO WS-AGE-TOTAL.

       P620-EXIT.
           EXIT.

       P630-WRITE-AGING-LINE.
           IF WS-AGE-TOTAL = ZERO AND WS-AGE-CREDIT = ZERO
               GO TO P630-EXIT
           END-IF
           ADD 1 TO WS-AGED-AGENCY-CNT
           ADD WS-AGE-CURRENT TO WS-AGT-TOT-CURRENT
           ADD WS-AGE-1-30 TO WS-AGT-TOT-1-30
           ADD WS-AGE-31-60 TO WS-AGT-TOT-31-60
           ADD WS-AGE-61-90 TO WS-AGT-TOT-61-90
           ADD WS-AGE-OVER-90 TO WS-AGT-TOT-OVER-90
           ADD WS-AGE-CREDIT TO WS-AGT-TOT-CREDIT
           ADD WS-AGE-TOTAL TO WS-AGT-TOT-TOTAL
           PERFORM P640-FORMAT-AGING-LINE.

       P630-EXIT.
           EXIT.

       P640-FORMAT-AGING-LINE.
           MOVE WS-AGE-CURRENT TO WS-AGE-DSP-1
           MOVE WS-AGE-1-30 TO WS-AGE-DSP-2
           MOVE WS-AGE-31-60 TO WS-AGE-DSP-3
           MOVE WS-AGE-61-90 TO WS-AGE-DSP-4
           MOVE WS-AGE-OVER-90 TO WS-AGE-DSP-5
           MOVE WS-AGE-CREDIT TO WS-AGE-DSP-6
           MOVE WS-AGE-TOTAL TO WS-AGE-DSP-7
           MOVE SPACES TO REPORT-LINE
           STRING WS-AGING-AGENCY ' ' WS-AGE-DSP-1
                  WS-AGE-DSP-2 WS-AGE-DSP-3 WS-AGE-DSP-4
                  WS-AGE-DSP-5 WS-AGE-DSP-6 WS-AGE-DSP-7
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P700-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:                ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           STRING 'Account Month:           ' WS-ACCOUNT-MONTH
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           STRING 'Due Date:                ' WS-MONTH-DUE-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'History Records Read:    ' WS-HISTORY-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Agency-Billed Items:     ' WS-ITEM-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Policy Not On Master:    ' WS-NO-POLICY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Account Currents Built:  ' WS-BUILT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Account Currents Redone: ' WS-REBUILT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NET-DUE-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Month Net Due:           ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Remittances Read:        ' WS-REMIT-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Remittances Applied:     ' WS-REMIT-APPLIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REMIT-APPLIED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Amount Applied:          ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           STRING '  Left As Credit:        ' WS-OVERPAID-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Remittances Rejected:    ' WS-REMIT-REJECTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Agencies With Balances:  ' WS-AGED-AGENCY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

      *    A rejected remittance is cash in hand not yet on any
      *    agency's account -- flag the run so it is worked.
           IF (WS-REMIT-REJECTED-CNT > ZERO OR
               WS-NO-POLICY-CNT > ZERO) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       P750-CLOSE-FILES.
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           CLOSE ACCOUNT-CURRENT-FILE
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPACR1' TO GNR-JOB-NAME
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
           MOVE 'LGAPACR1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           COMPUTE RST-RECORD-COUNT = WS-BUILT-CNT + WS-REBUILT-CNT
           MOVE WS-REMIT-APPLIED-TOTAL TO RST-TOTAL-AMOUNT
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
