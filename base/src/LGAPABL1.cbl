       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPABL1.
      *================================================================*
      * PROGRAM: LGAPABL1 - CONSOLIDATED ACCOUNT BILLING              *
      * PURPOSE: BILLS A MULTI-POLICY CUSTOMER AS ONE ACCOUNT INSTEAD *
      *          OF ONE INSTALLMENT STREAM PER POLICY.  RUNS AFTER    *
      *          LGAPPAY1 HAS FOLDED THE DAY'S NEW SCHEDULES INTO     *
      *          THE INSTALLMENT MASTER:                              *
      *            - APPLIES ACCOUNT-BILL MAINTENANCE (ACCTMNT.DAT)   *
      *              TO THE ACCOUNT MASTER; ONLY A CUSTOMER WITH MORE *
      *              THAN ONE IN-FORCE POLICY ON CUSTMST.DAT MAY BE   *
      *              ENROLLED;                                        *
      *            - MOVES EVERY FUTURE OPEN INSTALLMENT OF AN        *
      *              ACCOUNT ONTO THE ACCOUNT'S BILL DAY IN THE MONTH *
      *              IT FALLS DUE, SO EACH CYCLE HAS ONE DUE DATE;    *
      *            - ISSUES ONE ACCOUNT BILL (ACCTSTMT.DAT) PER CYCLE *
      *              ACCT_BILL_LEAD_DAYS AHEAD OF ITS DUE DATE,       *
      *              LISTING EVERY POLICY'S INSTALLMENT IN THE CYCLE  *
      *              AND ANY BALANCE STILL OPEN FROM EARLIER ONES.    *
      *          LGAPPAY1 APPLIES AN ACCOUNT'S PAYMENTS ACROSS ALL    *
      *          ITS POLICIES AND LGAPDUN1 DUNS THE ACCOUNT AS ONE.   *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Enrollments, bill-day changes and de-enrollments keyed by
      *    the billing desk.
           SELECT ACCOUNT-MAINT-FILE ASSIGN TO 'ACCTMNT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ABM-STAT.

           SELECT ACCOUNT-BILL-FILE ASSIGN TO 'ACCTBILL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ABL-STAT.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUS-CUSTOMER-NUM
                  FILE STATUS IS WS-CUS-STAT.

           SELECT INSTALLMENT-MASTER-FILE ASSIGN TO 'INSTMST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

           SELECT STATEMENT-FILE ASSIGN TO 'ACCTSTMT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STM-STAT.

           SELECT REPORT-FILE ASSIGN TO 'ABLRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  ACCOUNT-MAINT-FILE.
       01  ACCOUNT-MAINT-RECORD.
           05 ABM-ACTION               PIC X(1).
              88 ABM-ENROLL            VALUE 'A'.
              88 ABM-CHANGE-BILL-DAY   VALUE 'C'.
              88 ABM-END               VALUE 'X'.
           05 FILLER                   PIC X.
           05 ABM-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X.
           05 ABM-BILL-DAY             PIC X(2).

       FD  ACCOUNT-BILL-FILE.
           COPY ACCTBILL.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(133).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-ABM-STAT                 PIC X(2).
           88 ACCOUNT-MAINT-OK         VALUE '00'.
           88 ACCOUNT-MAINT-EOF        VALUE '10'.

       01  WS-ABL-STAT                 PIC X(2).
           88 ACCOUNT-BILL-OK          VALUE '00'.
           88 ACCOUNT-BILL-EOF         VALUE '10'.

       01  WS-CUS-STAT                 PIC X(2).
           88 CUSTOMER-OK              VALUE '00'.

       01  WS-IMS-STAT                 PIC X(2).
           88 INST-MASTER-OK           VALUE '00'.
           88 INST-MASTER-EOF          VALUE '10'.

       01  WS-STM-STAT                 PIC X(2).
           88 STATEMENT-OK             VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-CUSTOMER-OPEN-IND        PIC X VALUE 'N'.
           88 CUSTOMER-MASTER-OPEN     VALUE 'Y'.

      *----------------------------------------------------------------*
      * BILLING TERMS (CONFIG KEY ACCT_BILL_LEAD_DAYS) -- HOW FAR      *
      * AHEAD OF THE CYCLE DUE DATE THE ACCOUNT BILL GOES OUT.         *
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-TERMS.
           05 WS-BILL-LEAD-DAYS        PIC 9(3) VALUE 20.

      *----------------------------------------------------------------*
      * IN-CORE ACCOUNT MASTER -- LOADED WHOLE, MAINTAINED, AND        *
      * REWRITTEN.                                                     *
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-TABLE.
           05 WS-ABL-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-ABL-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY ABL-IDX.
              10 WS-ABL-CUSTOMER-NUM   PIC X(10).
              10 WS-ABL-BILL-DAY       PIC 99.
              10 WS-ABL-STATUS         PIC X(1).
              10 WS-ABL-START-DATE     PIC 9(8).
              10 WS-ABL-LAST-CYCLE-DUE PIC 9(8).
              10 WS-ABL-LAST-BILL-DATE PIC 9(8).

       01  WS-ABL-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WS-FIND-CUSTOMER-NUM        PIC X(10).

      *----------------------------------------------------------------*
      * IN-CORE INSTALLMENT MASTER, HELD AS WHOLE RECORDS THE WAY THE  *
      * DUNNING RUN HOLDS IT.                                          *
      *----------------------------------------------------------------*
       01  WS-INSTALLMENT-MASTER.
           05 WS-IMS-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-IMS-ENTRY             OCCURS 20000 TIMES
                                       INDEXED BY IMS-IDX.
              10 WS-IMS-RECORD         PIC X(100).

       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 MASTER-TABLE-FULL        VALUE 'Y'.
       01  WS-IMS-CHANGED-IND          PIC X VALUE 'N'.
           88 INST-MASTER-CHANGED      VALUE 'Y'.

      *    The account's bill day laid over an installment's due
      *    month.
       01  WS-CYCLE-DATE               PIC 9(8).
       01  WS-CYCLE-PARTS REDEFINES WS-CYCLE-DATE.
           05 WS-CYCLE-YYYYMM          PIC 9(6).
           05 WS-CYCLE-DD              PIC 99.

       01  WS-BILL-WORK.
           05 WS-CYCLE-DUE             PIC 9(8).
           05 WS-CUSTOMER-NAME         PIC X(50).
           05 WS-BALANCE-DUE           PIC 9(8)V99.
           05 WS-PRIOR-BALANCE         PIC 9(10)V99.
           05 WS-CURRENT-BALANCE       PIC 9(10)V99.
           05 WS-BILL-TOTAL            PIC 9(10)V99.
           05 WS-BILL-LINE-CNT         PIC 9(4).
           05 WS-BILL-DAY-WORK         PIC 99.
           05 WS-RESULT-TEXT           PIC X(24).

       01  WS-COUNTERS.
           05 WS-MAINT-CNT             PIC 9(6) VALUE ZERO.
           05 WS-MAINT-REJECT-CNT      PIC 9(6) VALUE ZERO.
           05 WS-ACTIVE-CNT            PIC 9(6) VALUE ZERO.
           05 WS-ALIGNED-CNT           PIC 9(6) VALUE ZERO.
           05 WS-BILL-CNT              PIC 9(6) VALUE ZERO.
           05 WS-BILLED-INST-CNT       PIC 9(6) VALUE ZERO.

       01  WS-TOTALS.
           05 WS-BILLED-TOTAL          PIC 9(12)V99 VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-WORK-INT              PIC 9(9).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-LEAD-LIMIT-DATE       PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P250-LOAD-ACCOUNTS THRU P250-EXIT
           PERFORM P300-LOAD-INSTALLMENT-MASTER THRU P300-EXIT
           IF MASTER-TABLE-FULL
               DISPLAY 'ERROR: Account or installment master exceeds '
                       'the in-core tables - nothing billed'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P400-OPEN-FILES
           PERFORM P450-APPLY-MAINTENANCE THRU P450-EXIT
           PERFORM P500-ALIGN-INSTALLMENTS
           PERFORM P600-ISSUE-BILLS
           PERFORM P700-WRITE-SUMMARY
           PERFORM P750-CLOSE-FILES
           PERFORM P800-REWRITE-INSTALLMENTS THRU P800-EXIT
           PERFORM P820-REWRITE-ACCOUNTS THRU P820-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'ACCT_BILL_LEAD_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-BILL-LEAD-DAYS
               END-IF
               CLOSE CONFIG-FILE
           ELSE
               DISPLAY 'Warning: Config file unavailable - default '
                       'account billing terms used'
           END-IF
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-BILL-LEAD-DAYS
           COMPUTE WS-LEAD-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
                                         (WS-WORK-INT).

      *----------------------------------------------------------------*
      * LOAD THE ACCOUNT MASTER.  A MISSING MASTER IS AN EMPTY ONE --  *
      * THE FIRST ENROLLMENTS CREATE IT.                               *
      *----------------------------------------------------------------*
       P250-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-BILL-FILE
           IF NOT ACCOUNT-BILL-OK
               DISPLAY 'No account-bill master - starting empty'
               GO TO P250-EXIT
           END-IF
           PERFORM P260-READ-ACCOUNT
           PERFORM UNTIL ACCOUNT-BILL-EOF
               IF WS-ABL-COUNT < 2000
                   ADD 1 TO WS-ABL-COUNT
                   SET ABL-IDX TO WS-ABL-COUNT
                   MOVE ABL-CUSTOMER-NUM
                        TO WS-ABL-CUSTOMER-NUM (ABL-IDX)
                   MOVE ABL-BILL-DAY TO WS-ABL-BILL-DAY (ABL-IDX)
                   MOVE ABL-STATUS TO WS-ABL-STATUS (ABL-IDX)
                   MOVE ABL-START-DATE TO WS-ABL-START-DATE (ABL-IDX)
                   MOVE ABL-LAST-CYCLE-DUE
                        TO WS-ABL-LAST-CYCLE-DUE (ABL-IDX)
                   MOVE ABL-LAST-BILL-DATE
                        TO WS-ABL-LAST-BILL-DATE (ABL-IDX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               END-IF
               PERFORM P260-READ-ACCOUNT
           END-PERFORM
           CLOSE ACCOUNT-BILL-FILE.

       P250-EXIT.
           EXIT.

       P260-READ-ACCOUNT.
           READ ACCOUNT-BILL-FILE
           END-READ.

       P290-FIND-ACCOUNT.
           MOVE ZERO TO WS-ABL-MATCH-IDX
           PERFORM P291-CHECK-ACCOUNT
                   VARYING ABL-IDX FROM 1 BY 1
                   UNTIL ABL-IDX > WS-ABL-COUNT
                      OR WS-ABL-MATCH-IDX > ZERO.

       P291-CHECK-ACCOUNT.
           IF WS-ABL-CUSTOMER-NUM (ABL-IDX) = WS-FIND-CUSTOMER-NUM
               SET WS-ABL-MATCH-IDX TO ABL-IDX
           END-IF.

       P300-LOAD-INSTALLMENT-MASTER.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               DISPLAY 'No installment master on file - nothing to '
                       'bill'
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-INSTALLMENT
           PERFORM UNTIL INST-MASTER-EOF
               IF WS-IMS-COUNT < 20000
                   ADD 1 TO WS-IMS-COUNT
                   SET IMS-IDX TO WS-IMS-COUNT
                   MOVE INSTALLMENT-MASTER-RECORD
                        TO WS-IMS-RECORD (IMS-IDX)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               END-IF
               PERFORM P310-READ-INSTALLMENT
           END-PERFORM
           CLOSE INSTALLMENT-MASTER-FILE.

       P300-EXIT.
           EXIT.

       P310-READ-INSTALLMENT.
           READ INSTALLMENT-MASTER-FILE
           END-READ.

      *    The customer master only supplies the in-force count and
      *    the name on the bill -- without it nothing can be enrolled
      *    and bills go out addressed by customer number.
       P400-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open account billing report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           IF NOT STATEMENT-OK
               DISPLAY 'ERROR: Cannot open account bill file: '
                       WS-STM-STAT
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-OK
               MOVE 'Y' TO WS-CUSTOMER-OPEN-IND
           ELSE
               DISPLAY 'Warning: Customer master unavailable - '
                       'enrollments rejected'
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING '        CONSOLIDATED ACCOUNT BILLING - '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * ACCOUNT MAINTENANCE.  ENROLLING NEEDS MORE THAN ONE IN-FORCE   *
      * POLICY; RE-ENROLLING AN ENDED ACCOUNT KEEPS ITS BILLING        *
      * HISTORY.  ENDING AN ACCOUNT LEAVES ITS INSTALLMENTS WHERE      *
      * THEY ARE BUT BILLS, APPLIES AND DUNS THEM BY POLICY AGAIN.     *
      *----------------------------------------------------------------*
       P450-APPLY-MAINTENANCE.
           OPEN INPUT ACCOUNT-MAINT-FILE
           IF NOT ACCOUNT-MAINT-OK
               GO TO P450-EXIT
           END-IF
           MOVE '    ACCOUNT MAINTENANCE' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P460-READ-MAINT
           PERFORM UNTIL ACCOUNT-MAINT-EOF
               PERFORM P470-APPLY-ONE-MAINT THRU P470-EXIT
               PERFORM P460-READ-MAINT
           END-PERFORM
           CLOSE ACCOUNT-MAINT-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P450-EXIT.
           EXIT.

       P460-READ-MAINT.
           READ ACCOUNT-MAINT-FILE
           END-READ.

       P470-APPLY-ONE-MAINT.
           ADD 1 TO WS-MAINT-CNT
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE ABM-CUSTOMER-NUM TO WS-FIND-CUSTOMER-NUM
           PERFORM P290-FIND-ACCOUNT

           IF ABM-ENROLL OR ABM-CHANGE-BILL-DAY
               IF ABM-BILL-DAY NOT NUMERIC
                   MOVE 'INVALID BILL DAY' TO WS-RESULT-TEXT
                   GO TO P470-REJECT
               END-IF
               MOVE ABM-BILL-DAY TO WS-BILL-DAY-WORK
               IF WS-BILL-DAY-WORK < 1 OR WS-BILL-DAY-WORK > 28
                   MOVE 'INVALID BILL DAY' TO WS-RESULT-TEXT
                   GO TO P470-REJECT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ABM-ENROLL
                   IF WS-ABL-MATCH-IDX > ZERO
                       SET ABL-IDX TO WS-ABL-MATCH-IDX
                       IF WS-ABL-STATUS (ABL-IDX) = 'A'
                           MOVE 'ALREADY ENROLLED' TO WS-RESULT-TEXT
                           GO TO P470-REJECT
                       END-IF
                   END-IF
                   PERFORM P480-CHECK-CUSTOMER THRU P480-EXIT
                   IF WS-RESULT-TEXT NOT = SPACES
                       GO TO P470-REJECT
                   END-IF
                   IF WS-ABL-MATCH-IDX = ZERO
                       IF WS-ABL-COUNT >= 2000
                           MOVE 'ACCOUNT TABLE FULL' TO WS-RESULT-TEXT
                           GO TO P470-REJECT
                       END-IF
                       ADD 1 TO WS-ABL-COUNT
                       SET ABL-IDX TO WS-ABL-COUNT
                       MOVE ABM-CUSTOMER-NUM
                            TO WS-ABL-CUSTOMER-NUM (ABL-IDX)
                       MOVE ZERO TO WS-ABL-LAST-CYCLE-DUE (ABL-IDX)
                       MOVE ZERO TO WS-ABL-LAST-BILL-DATE (ABL-IDX)
                   END-IF
                   MOVE WS-BILL-DAY-WORK TO WS-ABL-BILL-DAY (ABL-IDX)
                   MOVE 'A' TO WS-ABL-STATUS (ABL-IDX)
                   MOVE WS-CURRENT-DATE TO WS-ABL-START-DATE (ABL-IDX)
                   MOVE 'ENROLLED' TO WS-RESULT-TEXT
               WHEN WS-ABL-MATCH-IDX = ZERO
                   MOVE 'NOT ENROLLED' TO WS-RESULT-TEXT
                   GO TO P470-REJECT
               WHEN ABM-CHANGE-BILL-DAY
                   SET ABL-IDX TO WS-ABL-MATCH-IDX
                   MOVE WS-BILL-DAY-WORK TO WS-ABL-BILL-DAY (ABL-IDX)
                   MOVE 'BILL DAY CHANGED' TO WS-RESULT-TEXT
               WHEN ABM-END
                   SET ABL-IDX TO WS-ABL-MATCH-IDX
                   MOVE 'X' TO WS-ABL-STATUS (ABL-IDX)
                   MOVE 'ACCOUNT BILLING ENDED' TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-RESULT-TEXT
                   GO TO P470-REJECT
           END-EVALUATE
           PERFORM P495-WRITE-MAINT-LINE
           GO TO P470-EXIT.

       P470-REJECT.
           ADD 1 TO WS-MAINT-REJECT-CNT
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM P495-WRITE-MAINT-LINE.

       P470-EXIT.
           EXIT.

      *    The multi-policy discount already treats the customer's
      *    in-force policies as one relationship -- account billing
      *    follows the same count.
       P480-CHECK-CUSTOMER.
           IF NOT CUSTOMER-MASTER-OPEN
               MOVE 'CUSTOMER MASTER DOWN' TO WS-RESULT-TEXT
               GO TO P480-EXIT
           END-IF
           MOVE ABM-CUSTOMER-NUM TO CUS-CUSTOMER-NUM
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-RESULT-TEXT
                   GO TO P480-EXIT
           END-READ
           IF CUS-INFORCE-CNT NOT > 1
               MOVE 'NOT MULTI-POLICY' TO WS-RESULT-TEXT
           END-IF.

       P480-EXIT.
           EXIT.

       P495-WRITE-MAINT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING 'ACTION ' ABM-ACTION
                  '  CUSTOMER ' ABM-CUSTOMER-NUM
                  ' BILL DAY ' ABM-BILL-DAY
                  ' - ' WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * ALIGN THE ACCOUNT'S FUTURE OPEN INSTALLMENTS TO ITS BILL DAY.  *
      * AN INSTALLMENT MOVES TO THE BILL DAY OF THE MONTH IT FALLS DUE *
      * IN -- NEVER ONTO OR BEFORE TODAY -- SO EVERY POLICY'S          *
      * INSTALLMENT FOR THE MONTH SHARES ONE DUE DATE.  ANYTHING       *
      * ALREADY DUE KEEPS ITS DATE AND IS CARRIED AS PRIOR BALANCE.    *
      *----------------------------------------------------------------*
       P500-ALIGN-INSTALLMENTS.
           MOVE '    INSTALLMENTS MOVED TO THE ACCOUNT BILL DAY'
                TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P510-ALIGN-ONE-INSTALLMENT THRU P510-EXIT
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P510-ALIGN-ONE-INSTALLMENT.
           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           IF NOT IMS-OPEN AND NOT IMS-SHORT-PAID
               GO TO P510-EXIT
           END-IF
           IF IMS-DUE-DATE NOT NUMERIC OR
              IMS-DUE-DATE NOT > WS-CURRENT-DATE
               GO TO P510-EXIT
           END-IF
           MOVE IMS-CUSTOMER-NUM TO WS-FIND-CUSTOMER-NUM
           PERFORM P290-FIND-ACCOUNT
           IF WS-ABL-MATCH-IDX = ZERO
               GO TO P510-EXIT
           END-IF
           SET ABL-IDX TO WS-ABL-MATCH-IDX
           IF WS-ABL-STATUS (ABL-IDX) NOT = 'A'
               GO TO P510-EXIT
           END-IF

           MOVE IMS-DUE-DATE TO WS-CYCLE-DATE
           MOVE WS-ABL-BILL-DAY (ABL-IDX) TO WS-CYCLE-DD
           IF WS-CYCLE-DATE = IMS-DUE-DATE OR
              WS-CYCLE-DATE NOT > WS-CURRENT-DATE
               GO TO P510-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTOMER ' IMS-CUSTOMER-NUM
                  ' POLICY ' IMS-POLICY-NUM
                  ' INST ' IMS-INSTALLMENT-NO
                  ' DUE ' IMS-DUE-DATE
                  ' MOVED TO ' WS-CYCLE-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CYCLE-DATE TO IMS-DUE-DATE
           MOVE INSTALLMENT-MASTER-RECORD TO WS-IMS-RECORD (IMS-IDX)
           MOVE 'Y' TO WS-IMS-CHANGED-IND
           ADD 1 TO WS-ALIGNED-CNT.

       P510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ISSUE THE ACCOUNT BILLS.  AN ACCOUNT'S NEXT CYCLE IS THE       *
      * EARLIEST OPEN DUE DATE AFTER THE LAST CYCLE BILLED; ONCE IT    *
      * COMES WITHIN ACCT_BILL_LEAD_DAYS THE BILL LISTS EVERY OPEN     *
      * INSTALLMENT OF EVERY POLICY DUE ON OR BEFORE IT.  A MISSED RUN *
      * IS PICKED UP THE NEXT DAY; A CYCLE ALREADY PAST DUE WHEN IT    *
      * WOULD HAVE BILLED RIDES ON THE NEXT BILL AS PRIOR BALANCE.     *
      *----------------------------------------------------------------*
       P600-ISSUE-BILLS.
           PERFORM P610-BILL-ONE-ACCOUNT THRU P610-EXIT
                   VARYING ABL-IDX FROM 1 BY 1
                   UNTIL ABL-IDX > WS-ABL-COUNT.

       P610-BILL-ONE-ACCOUNT.
           IF WS-ABL-STATUS (ABL-IDX) NOT = 'A'
               GO TO P610-EXIT
           END-IF
           ADD 1 TO WS-ACTIVE-CNT
           MOVE 99999999 TO WS-CYCLE-DUE
           PERFORM P620-CHECK-NEXT-CYCLE
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT
           IF WS-CYCLE-DUE > WS-LEAD-LIMIT-DATE
               GO TO P610-EXIT
           END-IF

           MOVE SPACES TO WS-CUSTOMER-NAME
           IF CUSTOMER-MASTER-OPEN
               MOVE WS-ABL-CUSTOMER-NUM (ABL-IDX) TO CUS-CUSTOMER-NUM
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-CUSTOMER-NAME TO WS-CUSTOMER-NAME
               END-READ
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           STRING 'ACCOUNT BILL  CUSTOMER '
                  WS-ABL-CUSTOMER-NUM (ABL-IDX)
                  '  ' WS-CUSTOMER-NAME
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'BILL DATE ' WS-CURRENT-DATE
                  '  AMOUNT DUE BY ' WS-CYCLE-DUE
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE ZERO TO WS-CURRENT-BALANCE
           MOVE ZERO TO WS-BILL-LINE-CNT
           PERFORM P630-WRITE-BILL-LINE THRU P630-EXIT
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT
           COMPUTE WS-BILL-TOTAL =
               WS-PRIOR-BALANCE + WS-CURRENT-BALANCE

           MOVE WS-PRIOR-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '    PRIOR BALANCE    ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-CURRENT-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '    CURRENT CYCLE    ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-BILL-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '    TOTAL DUE        ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-CYCLE-DUE TO WS-ABL-LAST-CYCLE-DUE (ABL-IDX)
           MOVE WS-CURRENT-DATE TO WS-ABL-LAST-BILL-DATE (ABL-IDX)
           ADD 1 TO WS-BILL-CNT
           ADD WS-BILL-TOTAL TO WS-BILLED-TOTAL

           MOVE SPACES TO REPORT-LINE
           STRING 'BILLED CUSTOMER ' WS-ABL-CUSTOMER-NUM (ABL-IDX)
                  ' CYCLE DUE ' WS-CYCLE-DUE
                  ' INSTALLMENTS ' WS-BILL-LINE-CNT
                  ' TOTAL ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P610-EXIT.
           EXIT.

       P620-CHECK-NEXT-CYCLE.
           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           IF IMS-CUSTOMER-NUM = WS-ABL-CUSTOMER-NUM (ABL-IDX) AND
              (IMS-OPEN OR IMS-SHORT-PAID) AND
              IMS-TOTAL-DUE > IMS-PAID-AMOUNT AND
              IMS-DUE-DATE > WS-ABL-LAST-CYCLE-DUE (ABL-IDX) AND
              IMS-DUE-DATE NOT < WS-CURRENT-DATE AND
              IMS-DUE-DATE < WS-CYCLE-DUE
               MOVE IMS-DUE-DATE TO WS-CYCLE-DUE
           END-IF.

       P630-WRITE-BILL-LINE.
           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           IF IMS-CUSTOMER-NUM NOT = WS-ABL-CUSTOMER-NUM (ABL-IDX) OR
              (NOT IMS-OPEN AND NOT IMS-SHORT-PAID) OR
              IMS-TOTAL-DUE NOT > IMS-PAID-AMOUNT OR
              IMS-DUE-DATE > WS-CYCLE-DUE
               GO TO P630-EXIT
           END-IF
           COMPUTE WS-BALANCE-DUE = IMS-TOTAL-DUE - IMS-PAID-AMOUNT
           IF IMS-DUE-DATE < WS-CYCLE-DUE
               ADD WS-BALANCE-DUE TO WS-PRIOR-BALANCE
           ELSE
               ADD WS-BALANCE-DUE TO WS-CURRENT-BALANCE
           END-IF
           ADD 1 TO WS-BILL-LINE-CNT
           ADD 1 TO WS-BILLED-INST-CNT
           MOVE WS-BALANCE-DUE TO WS-AMT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING '    POLICY ' IMS-POLICY-NUM
                  ' INST ' IMS-INSTALLMENT-NO
                  ' OF ' IMS-INSTALLMENT-COUNT
                  ' DUE ' IMS-DUE-DATE
                  ' BALANCE ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       P630-EXIT.
           EXIT.

       P700-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Maintenance Applied:  ' WS-MAINT-CNT
                  '  (' WS-MAINT-REJECT-CNT ' REJECTED)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Active Accounts:      ' WS-ACTIVE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Installments Moved:   ' WS-ALIGNED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Account Bills Issued: ' WS-BILL-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Installments Billed:  ' WS-BILLED-INST-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BILLED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Total Billed:         ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P750-CLOSE-FILES.
           CLOSE REPORT-FILE
           CLOSE STATEMENT-FILE
           IF CUSTOMER-MASTER-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       P800-REWRITE-INSTALLMENTS.
           IF NOT INST-MASTER-CHANGED
               GO TO P800-EXIT
           END-IF
           OPEN OUTPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               DISPLAY 'ERROR: Cannot rewrite installment master: '
                       WS-IMS-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P800-EXIT
           END-IF
           PERFORM P810-WRITE-INSTALLMENT
                   VARYING IMS-IDX FROM 1 BY 1
                   UNTIL IMS-IDX > WS-IMS-COUNT
           CLOSE INSTALLMENT-MASTER-FILE.

       P800-EXIT.
           EXIT.

       P810-WRITE-INSTALLMENT.
           MOVE WS-IMS-RECORD (IMS-IDX) TO INSTALLMENT-MASTER-RECORD
           WRITE INSTALLMENT-MASTER-RECORD.

       P820-REWRITE-ACCOUNTS.
           OPEN OUTPUT ACCOUNT-BILL-FILE
           IF NOT ACCOUNT-BILL-OK
               DISPLAY 'ERROR: Cannot rewrite account-bill master: '
                       WS-ABL-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P820-EXIT
           END-IF
           PERFORM P830-WRITE-ACCOUNT
                   VARYING ABL-IDX FROM 1 BY 1
                   UNTIL ABL-IDX > WS-ABL-COUNT
           CLOSE ACCOUNT-BILL-FILE.

       P820-EXIT.
           EXIT.

       P830-WRITE-ACCOUNT.
           MOVE SPACES TO ACCOUNT-BILL-RECORD
           MOVE WS-ABL-CUSTOMER-NUM (ABL-IDX) TO ABL-CUSTOMER-NUM
           MOVE WS-ABL-BILL-DAY (ABL-IDX) TO ABL-BILL-DAY
           MOVE WS-ABL-STATUS (ABL-IDX) TO ABL-STATUS
           MOVE WS-ABL-START-DATE (ABL-IDX) TO ABL-START-DATE
           MOVE WS-ABL-LAST-CYCLE-DUE (ABL-IDX) TO ABL-LAST-CYCLE-DUE
           MOVE WS-ABL-LAST-BILL-DATE (ABL-IDX) TO ABL-LAST-BILL-DATE
           WRITE ACCOUNT-BILL-RECORD.

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
           MOVE 'LGAPABL1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-BILL-CNT TO RST-RECORD-COUNT
           MOVE WS-BILLED-TOTAL TO RST-TOTAL-AMOUNT
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
