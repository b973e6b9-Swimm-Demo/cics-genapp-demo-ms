       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCAD1.
      *================================================================*
      * PROGRAM: LGAPCAD1 - CUSTOMER NAME / ADDRESS CHANGE            *
      * PURPOSE: APPLIES CUSTOMER CHANGE TRANSACTIONS (CUSTCHG.DAT).  *
      *          A NAME OR MAILING-ADDRESS CHANGE UPDATES THE         *
      *          CUSTOMER MASTER AND THE NAME/ADDRESS SNAPSHOT ON     *
      *          EVERY IN-FORCE POLICY OF THE CUSTOMER, SO DEC PAGES, *
      *          CERTIFICATES AND NOTICES GO TO THE RIGHT PARTY.  A   *
      *          NEW NAME IS RE-SCREENED AGAINST THE WATCH LIST THE   *
      *          WAY ISSUANCE SCREENS IT AND IS HELD FOR COMPLIANCE   *
      *          ON A HIT; THE MORTGAGEE OF RECORD IS NOTIFIED WHEN   *
      *          THE NAMED INSURED CHANGES.  A CHANGE OF RISK ADDRESS *
      *          MOVES THE RATED LOCATION, SO IT IS ROUTED TO THE     *
      *          UNDERWRITING EXCEPTION QUEUE, NOT APPLIED.  A        *
      *          DELIVERY-PREFERENCE CHANGE RECORDS OR WITHDRAWS THE  *
      *          CUSTOMER'S CONSENT TO E-DELIVERY OF DOCUMENTS.       *
      *          EVERY TRANSACTION IS RECORDED ON THE AUDIT TRAIL.    *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO 'CUSTCHG.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CCH-STAT.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUS-CUSTOMER-NUM
                  FILE STATUS IS WS-CUS-STAT.

           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

      *    Ops-maintained sanctions/watch list -- the same list
      *    LGAPDB01 screens applicant names against at issuance.
           SELECT WATCH-LIST-FILE ASSIGN TO 'WATCHLST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WTL-STAT.

           SELECT MORTGAGE-FILE ASSIGN TO 'MORTGAGE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MTG-STAT.

      *    Change-of-insured notices owed to each lender of record.
           SELECT NOTICE-FILE ASSIGN TO 'CADMTG.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NOT-STAT.

           SELECT EXCEPTION-FILE ASSIGN TO 'EXCEPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXC-STAT.

           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUD-STAT.

           SELECT REPORT-FILE ASSIGN TO 'CADRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  CHANGE-FILE.
       01  CUSTOMER-CHANGE-RECORD.
           05 CCH-CHANGE-TYPE          PIC X(1).
              88 CCH-NAME-CHANGE       VALUE 'N'.
              88 CCH-MAILING-CHANGE    VALUE 'M'.
              88 CCH-RISK-ADDR-CHANGE  VALUE 'R'.
              88 CCH-DELIVERY-CHANGE   VALUE 'E'.
           05 FILLER                   PIC X.
           05 CCH-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X.
      *    Risk-address changes only -- the policy whose insured
      *    location moves.
           05 CCH-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X.
           05 CCH-EFFECTIVE-DATE       PIC 9(8).
           05 FILLER                   PIC X.
           05 CCH-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X.
           05 CCH-NEW-NAME             PIC X(50).
           05 FILLER                   PIC X.
           05 CCH-NEW-ADDRESS          PIC X(60).
           05 FILLER                   PIC X.
      *    Spaces on a mailing change leaves the customer postcode
      *    as it is.
           05 CCH-NEW-POSTCODE         PIC X(8).
           05 FILLER                   PIC X.
      *    Delivery-preference changes only -- 'E' records consent to
      *    electronic delivery at the e-mail address given, 'P'
      *    withdraws it and documents go back to the post.
           05 CCH-NEW-DELIVERY-PREF    PIC X(1).
              88 CCH-NEW-E-DELIVERY    VALUE 'E'.
              88 CCH-NEW-POSTAL        VALUE 'P'.
           05 FILLER                   PIC X.
           05 CCH-NEW-EMAIL            PIC X(60).

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05 WTL-LIST-CODE            PIC X(10).
           05 FILLER                   PIC X.
           05 WTL-LISTED-NAME          PIC X(50).

       FD  MORTGAGE-FILE.
           COPY MTGNOTE.

       FD  NOTICE-FILE.
       01  NOTICE-LINE                 PIC X(200).

       FD  EXCEPTION-FILE.
           COPY EXCEPTQ.

       FD  AUDIT-FILE.
           COPY AUDITTRL.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-CCH-STAT                 PIC X(2).
           88 CHANGE-OK                VALUE '00'.
           88 CHANGE-EOF               VALUE '10'.

       01  WS-CUS-STAT                 PIC X(2).
           88 CUSTOMER-MASTER-OK       VALUE '00'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.
           88 POLICY-MASTER-EOF        VALUE '10'.

       01  WS-WTL-STAT                 PIC X(2).
           88 WATCH-LIST-OK            VALUE '00'.
           88 WATCH-LIST-EOF           VALUE '10'.

       01  WS-MTG-STAT                 PIC X(2).
           88 MORTGAGE-OK              VALUE '00'.
           88 MORTGAGE-EOF             VALUE '10'.

       01  WS-NOT-STAT                 PIC X(2).
           88 NOTICE-OK                VALUE '00'.

       01  WS-EXC-STAT                 PIC X(2).
           88 EXCEPTION-OK             VALUE '00'.

       01  WS-AUD-STAT                 PIC X(2).
           88 AUDIT-FILE-OK            VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-NOTICE-OPEN              PIC X VALUE 'N'.
           88 NOTICE-FILE-IS-OPEN      VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-TOTAL-TRANS           PIC 9(6) VALUE ZERO.
           05 WS-NAME-APPLIED-CNT      PIC 9(6) VALUE ZERO.
           05 WS-ADDR-APPLIED-CNT      PIC 9(6) VALUE ZERO.
           05 WS-DELIVERY-APPLIED-CNT  PIC 9(6) VALUE ZERO.
           05 WS-COMPLIANCE-HOLD-CNT   PIC 9(6) VALUE ZERO.
           05 WS-REFERRED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-FUTURE-CNT            PIC 9(6) VALUE ZERO.
           05 WS-REJECTED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-POLICY-UPDATE-CNT     PIC 9(6) VALUE ZERO.
           05 WS-LENDER-NOTICE-CNT     PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * SANCTIONS / WATCH-LIST SCREEN -- THE SAME TOLERANT MATCH AS    *
      * LGAPDB01'S P011Q: A LISTED NAME APPEARING ANYWHERE INSIDE THE  *
      * NEW NAME IS A HIT, AND A HIT HOLDS THE CHANGE IN THE EXCEPTION *
      * QUEUE UNDER A COMPLIANCE REASON PENDING MANUAL CLEARANCE.      *
      *----------------------------------------------------------------*
       01  WS-WATCH-LIST-TABLE.
           05 WS-WTL-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-WTL-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY WTL-IDX.
              10 WS-WTL-CODE           PIC X(10).
              10 WS-WTL-NAME           PIC X(50).
              10 WS-WTL-LEN            PIC 99.

       01  WS-WATCH-SCREEN-RESULT.
           05 WS-WTL-HIT-IND           PIC X VALUE 'N'.
              88 WATCH-LIST-HIT        VALUE 'Y'.
           05 WS-WTL-HIT-NAME          PIC X(50).
           05 WS-WTL-HIT-CODE          PIC X(10).
           05 WS-WTL-TALLY             PIC 9(3).

      *----------------------------------------------------------------*
      * CUSTOMERS WHOSE NAME OR MAILING ADDRESS CHANGED THIS RUN --    *
      * CARRIED TO THE ONE PASS OF THE POLICY MASTER THAT REFRESHES    *
      * THE IN-FORCE SNAPSHOTS.  A CUSTOMER CHANGED TWICE IN THE RUN   *
      * KEEPS ONE ENTRY; THE LATER TRANSACTION WINS.                   *
      *----------------------------------------------------------------*
       01  WS-CHANGED-CUSTOMERS.
           05 WS-CHG-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-CHG-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY CHG-IDX.
              10 WS-CHG-CUSTOMER       PIC X(10).
              10 WS-CHG-NAME-IND       PIC X.
                 88 CHG-NAME-CHANGED   VALUE 'Y'.
              10 WS-CHG-NEW-NAME       PIC X(50).
              10 WS-CHG-ADDR-IND       PIC X.
                 88 CHG-ADDR-CHANGED   VALUE 'Y'.
              10 WS-CHG-NEW-ADDRESS    PIC X(60).
              10 WS-CHG-EFF-DATE       PIC 9(8).
              10 WS-CHG-OPERATOR       PIC X(8).

       01  WS-CHG-MATCH-IDX            PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
      * LENDERS ALREADY NOTIFIED FOR THE POLICY IN HAND -- THE SAME    *
      * ONE-NOTICE-PER-LENDER DISCIPLINE AS LGAPCAN1 AND LGAPRST1.     *
      *----------------------------------------------------------------*
       01  WS-NOTIFIED-LENDERS.
           05 WS-NTL-COUNT             PIC 99 VALUE ZERO.
           05 WS-NTL-ENTRY             OCCURS 20 TIMES
                                       INDEXED BY NTL-IDX.
              10 WS-NTL-NAME           PIC X(40).
              10 WS-NTL-LOAN           PIC X(20).

       01  WS-NTL-MATCH-IDX            PIC 99 VALUE ZERO.

       01  WS-OLD-VALUE                PIC X(60).
       01  WS-CHANGE-LABEL             PIC X(20).
       01  WS-RESULT                   PIC X(20).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-TIME          PIC X(8).

      *    Policy history record, written through LGAPPHW1.
           COPY POLHREQ.
           COPY POLHIST.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P250-LOAD-WATCH-LIST THRU P250-EXIT
           PERFORM P300-OPEN-FILES
           PERFORM P400-PROCESS-CHANGES
           PERFORM P500-REFRESH-POLICIES THRU P500-EXIT
           PERFORM P600-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME.

       P250-LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF NOT WATCH-LIST-OK
               DISPLAY 'Warning: Watch list not available: '
                       WS-WTL-STAT ' - compliance screen skipped'
               MOVE 4 TO RETURN-CODE
               GO TO P250-EXIT
           END-IF
           PERFORM P260-READ-WATCH-LIST
           PERFORM UNTIL WATCH-LIST-EOF
               PERFORM P270-STORE-WATCH-ENTRY
               PERFORM P260-READ-WATCH-LIST
           END-PERFORM
           CLOSE WATCH-LIST-FILE.

       P250-EXIT.
           EXIT.

       P260-READ-WATCH-LIST.
           READ WATCH-LIST-FILE
           END-READ.

       P270-STORE-WATCH-ENTRY.
           IF WS-WTL-COUNT < 500 AND WTL-LISTED-NAME NOT = SPACES
               ADD 1 TO WS-WTL-COUNT
               SET WTL-IDX TO WS-WTL-COUNT
               MOVE WTL-LIST-CODE TO WS-WTL-CODE (WTL-IDX)
               MOVE WTL-LISTED-NAME TO WS-WTL-NAME (WTL-IDX)
               COMPUTE WS-WTL-LEN (WTL-IDX) =
                   FUNCTION LENGTH (FUNCTION TRIM (WTL-LISTED-NAME))
           END-IF.

       P300-OPEN-FILES.
           OPEN INPUT CHANGE-FILE
           IF NOT CHANGE-OK
               DISPLAY 'ERROR: Cannot open customer change file: '
                       WS-CCH-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           MOVE 'CUSTMST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           MOVE 'POLMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'ERROR: Cannot open customer master: '
                       WS-CUS-STAT
               CLOSE CHANGE-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN I-O POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'ERROR: Cannot open policy master: '
                       WS-POL-STAT
               CLOSE CHANGE-FILE
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

      *    Risk-address referrals and compliance holds join the same
      *    exception queue the underwriters already work, appended
      *    so today's rating output survives.
           OPEN EXTEND EXCEPTION-FILE
           IF NOT EXCEPTION-OK
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF NOT EXCEPTION-OK
               DISPLAY 'Warning: Cannot open exception queue: '
                       WS-EXC-STAT
               MOVE 4 TO RETURN-CODE
           END-IF

      *    AUDIT.DAT is the permanent compliance/E&O trail -- always
      *    appended, never truncated.
           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-FILE-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUDIT-FILE-OK
               DISPLAY 'Warning: Cannot open audit file: ' WS-AUD-STAT
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open customer change report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE '    CUSTOMER NAME / ADDRESS CHANGE REPORT'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       P400-PROCESS-CHANGES.
           PERFORM P410-READ-CHANGE
           PERFORM UNTIL CHANGE-EOF
               PERFORM P420-PROCESS-ONE THRU P420-EXIT
               PERFORM P410-READ-CHANGE
           END-PERFORM.

       P410-READ-CHANGE.
           READ CHANGE-FILE
           END-READ.

       P420-PROCESS-ONE.
           ADD 1 TO WS-TOTAL-TRANS
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
               WHEN CCH-NAME-CHANGE
                   MOVE 'NAME CHANGE' TO WS-CHANGE-LABEL
               WHEN CCH-MAILING-CHANGE
                   MOVE 'ADDRESS CHANGE' TO WS-CHANGE-LABEL
               WHEN CCH-RISK-ADDR-CHANGE
                   MOVE 'RISK ADDR CHANGE' TO WS-CHANGE-LABEL
               WHEN CCH-DELIVERY-CHANGE
                   MOVE 'DELIVERY PREF' TO WS-CHANGE-LABEL
               WHEN OTHER
                   MOVE 'UNKNOWN CHANGE' TO WS-CHANGE-LABEL
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'INVALID TYPE' TO WS-RESULT
                   PERFORM P490-WRITE-RESULT-LINE
                   GO TO P420-EXIT
           END-EVALUATE

           IF CCH-EFFECTIVE-DATE > WS-CURRENT-DATE
               ADD 1 TO WS-FUTURE-CNT
               MOVE 'FUTURE DATED' TO WS-RESULT
               PERFORM P490-WRITE-RESULT-LINE
               GO TO P420-EXIT
           END-IF

           IF (CCH-NAME-CHANGE AND CCH-NEW-NAME = SPACES) OR
              ((CCH-MAILING-CHANGE OR CCH-RISK-ADDR-CHANGE) AND
                CCH-NEW-ADDRESS = SPACES) OR
              (CCH-RISK-ADDR-CHANGE AND CCH-POLICY-NUM = SPACES) OR
              (CCH-DELIVERY-CHANGE AND NOT CCH-NEW-E-DELIVERY
                AND NOT CCH-NEW-POSTAL) OR
              (CCH-DELIVERY-CHANGE AND CCH-NEW-E-DELIVERY
                AND CCH-NEW-EMAIL = SPACES)
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'INCOMPLETE' TO WS-RESULT
               PERFORM P490-WRITE-RESULT-LINE
               GO TO P420-EXIT
           END-IF

           MOVE CCH-CUSTOMER-NUM TO CUS-CUSTOMER-NUM
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'NOT FOUND' TO WS-RESULT
                   PERFORM P490-WRITE-RESULT-LINE
                   GO TO P420-EXIT
           END-READ

           EVALUATE TRUE
               WHEN CCH-NAME-CHANGE
                   PERFORM P430-NAME-CHANGE THRU P430-EXIT
               WHEN CCH-MAILING-CHANGE
                   PERFORM P440-MAILING-CHANGE
               WHEN CCH-RISK-ADDR-CHANGE
                   PERFORM P450-REFER-RISK-CHANGE
               WHEN CCH-DELIVERY-CHANGE
                   PERFORM P445-DELIVERY-CHANGE
           END-EVALUATE
           PERFORM P490-WRITE-RESULT-LINE.

       P420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A NEW NAME MUST CLEAR THE WATCH LIST BEFORE IT GOES ON THE     *
      * MASTER.  A HIT LEAVES THE OLD NAME IN PLACE AND QUEUES THE     *
      * CHANGE FOR COMPLIANCE CLEARANCE.                               *
      *----------------------------------------------------------------*
       P430-NAME-CHANGE.
           PERFORM P435-SCREEN-WATCH-LIST
           IF WATCH-LIST-HIT
               ADD 1 TO WS-COMPLIANCE-HOLD-CNT
               MOVE 'COMPLIANCE HOLD' TO WS-RESULT
               MOVE SPACES TO EXC-REJECT-REASON
               STRING 'COMPLIANCE - NAME CHANGE MATCHES LIST '
                      WS-WTL-HIT-CODE
                      DELIMITED BY SIZE INTO EXC-REJECT-REASON
               PERFORM P460-QUEUE-EXCEPTION THRU P460-EXIT
               MOVE SPACES TO AUD-REJECT-REASON
               STRING 'WATCH LIST ' WS-WTL-HIT-CODE ' CUSTOMER '
                      FUNCTION TRIM(WS-WTL-HIT-NAME)
                      DELIMITED BY SIZE INTO AUD-REJECT-REASON
               PERFORM P470-WRITE-AUDIT-RECORD THRU P470-EXIT
               GO TO P430-EXIT
           END-IF

           MOVE CUS-CUSTOMER-NAME TO WS-OLD-VALUE
           MOVE CCH-NEW-NAME TO CUS-CUSTOMER-NAME
           MOVE WS-CURRENT-DATE TO CUS-LAST-ACTIVITY-DATE
           REWRITE CUSTOMER-MASTER-RECORD
           ADD 1 TO WS-NAME-APPLIED-CNT
           MOVE 'APPLIED' TO WS-RESULT
           PERFORM P480-NOTE-CHANGED-CUSTOMER THRU P480-EXIT
           MOVE SPACES TO AUD-REJECT-REASON
           STRING 'BY ' CCH-OPERATOR-ID ' WAS '
                  FUNCTION TRIM(WS-OLD-VALUE)
                  DELIMITED BY SIZE INTO AUD-REJECT-REASON
           PERFORM P470-WRITE-AUDIT-RECORD THRU P470-EXIT.

       P430-EXIT.
           EXIT.

       P435-SCREEN-WATCH-LIST.
           MOVE 'N' TO WS-WTL-HIT-IND
           PERFORM P436-CHECK-NEW-NAME
                   VARYING WTL-IDX FROM 1 BY 1
                   UNTIL WTL-IDX > WS-WTL-COUNT
                      OR WATCH-LIST-HIT.

       P436-CHECK-NEW-NAME.
           MOVE ZERO TO WS-WTL-TALLY
           INSPECT CCH-NEW-NAME TALLYING WS-WTL-TALLY
               FOR ALL WS-WTL-NAME (WTL-IDX)
                   (1:WS-WTL-LEN (WTL-IDX))
           IF WS-WTL-TALLY > ZERO
               MOVE 'Y' TO WS-WTL-HIT-IND
               MOVE WS-WTL-NAME (WTL-IDX) TO WS-WTL-HIT-NAME
               MOVE WS-WTL-CODE (WTL-IDX) TO WS-WTL-HIT-CODE
           END-IF.

      *----------------------------------------------------------------*
      * MAILING ADDRESS -- WHERE DEC PAGES, BILLS AND NOTICES GO.  THE *
      * RATED LOCATION ON THE POLICY IS NOT TOUCHED.                   *
      *----------------------------------------------------------------*
       P440-MAILING-CHANGE.
           MOVE CUS-ADDRESS TO WS-OLD-VALUE
           MOVE CCH-NEW-ADDRESS TO CUS-ADDRESS
           IF CCH-NEW-POSTCODE NOT = SPACES
               MOVE CCH-NEW-POSTCODE TO CUS-POSTCODE
           END-IF
           MOVE WS-CURRENT-DATE TO CUS-LAST-ACTIVITY-DATE
           REWRITE CUSTOMER-MASTER-RECORD
           ADD 1 TO WS-ADDR-APPLIED-CNT
           MOVE 'APPLIED' TO WS-RESULT
           PERFORM P480-NOTE-CHANGED-CUSTOMER THRU P480-EXIT
           MOVE SPACES TO AUD-REJECT-REASON
           STRING 'BY ' CCH-OPERATOR-ID ' WAS '
                  FUNCTION TRIM(WS-OLD-VALUE)
                  DELIMITED BY SIZE INTO AUD-REJECT-REASON
           PERFORM P470-WRITE-AUDIT-RECORD THRU P470-EXIT.

      *----------------------------------------------------------------*
      * E-DELIVERY CONSENT -- LGAPDOC1 ROUTES A CONSENTING CUSTOMER'S  *
      * DOCUMENTS TO THE E-MAIL DELIVERY FILE FROM THE DATE RECORDED   *
      * HERE.  THE AUDIT TRAIL KEEPS WHO TOOK THE CONSENT AND WHAT THE *
      * PREFERENCE WAS BEFORE.                                         *
      *----------------------------------------------------------------*
       P445-DELIVERY-CHANGE.
           MOVE SPACES TO WS-OLD-VALUE
           IF CUS-E-DELIVERY
               STRING 'E-MAIL ' CUS-EMAIL-ADDRESS
                      DELIMITED BY SIZE INTO WS-OLD-VALUE
           ELSE
               MOVE 'POST' TO WS-OLD-VALUE
           END-IF
           MOVE CCH-NEW-DELIVERY-PREF TO CUS-DELIVERY-PREF
           IF CCH-NEW-E-DELIVERY
               MOVE CCH-NEW-EMAIL TO CUS-EMAIL-ADDRESS
               MOVE CCH-EFFECTIVE-DATE TO CUS-EDELIVERY-DATE
           ELSE
               MOVE ZERO TO CUS-EDELIVERY-DATE
           END-IF
           MOVE WS-CURRENT-DATE TO CUS-LAST-ACTIVITY-DATE
           REWRITE CUSTOMER-MASTER-RECORD
           ADD 1 TO WS-DELIVERY-APPLIED-CNT
           MOVE 'APPLIED' TO WS-RESULT
           MOVE SPACES TO AUD-REJECT-REASON
           STRING 'BY ' CCH-OPERATOR-ID ' WAS '
                  FUNCTION TRIM(WS-OLD-VALUE)
                  DELIMITED BY SIZE INTO AUD-REJECT-REASON
           PERFORM P470-WRITE-AUDIT-RECORD THRU P470-EXIT.

      *----------------------------------------------------------------*
      * A MOVED RISK IS A RE-RATED RISK -- TERRITORY, FLOOD ZONE AND   *
      * ACCUMULATION ALL FOLLOW THE LOCATION -- SO IT GOES TO AN       *
      * UNDERWRITER AS AN ENDORSEMENT, NOT ONTO THE MASTER FROM HERE.  *
      *----------------------------------------------------------------*
       P450-REFER-RISK-CHANGE.
           ADD 1 TO WS-REFERRED-CNT
           MOVE 'REFERRED TO UW' TO WS-RESULT
           MOVE SPACES TO EXC-REJECT-REASON
           STRING 'Risk address change to ' CCH-NEW-POSTCODE
                  ' - underwriting review'
                  DELIMITED BY SIZE INTO EXC-REJECT-REASON
           PERFORM P460-QUEUE-EXCEPTION THRU P460-EXIT
           MOVE SPACES TO AUD-REJECT-REASON
           STRING 'BY ' CCH-OPERATOR-ID ' TO '
                  FUNCTION TRIM(CCH-NEW-ADDRESS)
                  DELIMITED BY SIZE INTO AUD-REJECT-REASON
           PERFORM P470-WRITE-AUDIT-RECORD THRU P470-EXIT.

       P460-QUEUE-EXCEPTION.
           IF NOT EXCEPTION-OK
               GO TO P460-EXIT
           END-IF
           MOVE CCH-CUSTOMER-NUM TO EXC-CUSTOMER-NUM
           MOVE CCH-POLICY-NUM TO EXC-POLICY-NUM
           MOVE SPACES TO EXC-PROPERTY-TYPE
           IF CCH-RISK-ADDR-CHANGE
               MOVE CCH-NEW-POSTCODE TO EXC-POSTCODE
           ELSE
               MOVE CUS-POSTCODE TO EXC-POSTCODE
           END-IF
           MOVE ZERO TO EXC-RISK-SCORE
           MOVE ZERO TO EXC-TOTAL-PREMIUM
           MOVE 'PENDING' TO EXC-STATUS
           MOVE WS-CURRENT-DATE TO EXC-QUEUE-DATE
           MOVE 'O' TO EXC-WORK-STATUS
           WRITE EXCEPTION-RECORD.

       P460-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SAME SHAPE AS LGAPDB01'S P011DA ENTRY: THE KIND OF CHANGE      *
      * SITS IN THE DB03-VERDICT COLUMN, WHAT BECAME OF IT IN THE      *
      * FINAL-VERDICT COLUMN, AND WHO MADE IT AND THE PRIOR VALUE IN   *
      * THE REASON.                                                    *
      *----------------------------------------------------------------*
       P470-WRITE-AUDIT-RECORD.
           IF NOT AUDIT-FILE-OK
               GO TO P470-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO AUD-PROCESS-DATE
           MOVE WS-CURRENT-TIME TO AUD-PROCESS-TIME
           MOVE CCH-CUSTOMER-NUM TO AUD-CUSTOMER-NUM
           MOVE CCH-POLICY-NUM TO AUD-POLICY-NUM
           MOVE ZERO TO AUD-RISK-SCORE
           MOVE ZERO TO AUD-MAX-RISK-SCORE
           MOVE ZERO TO AUD-PENDING-THRESHOLD
           MOVE ZERO TO AUD-TOT-PREMIUM
           MOVE ZERO TO AUD-MIN-PREMIUM
           MOVE WS-CHANGE-LABEL TO AUD-DB03-VERDICT
           MOVE WS-RESULT TO AUD-FINAL-VERDICT
           MOVE SPACES TO AUD-SOURCE-SYSTEM
           WRITE AUDIT-RECORD.

       P470-EXIT.
           EXIT.

       P480-NOTE-CHANGED-CUSTOMER.
           MOVE ZERO TO WS-CHG-MATCH-IDX
           PERFORM P481-CHECK-CHANGED-ENTRY
                   VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > WS-CHG-COUNT
           IF WS-CHG-MATCH-IDX > ZERO
               SET CHG-IDX TO WS-CHG-MATCH-IDX
           ELSE
               IF WS-CHG-COUNT NOT < 2000
                   DISPLAY 'ERROR: Changed-customer table full - '
                           'policies for ' CCH-CUSTOMER-NUM
                           ' not refreshed'
                   MOVE 8 TO RETURN-CODE
                   GO TO P480-EXIT
               END-IF
               ADD 1 TO WS-CHG-COUNT
               SET CHG-IDX TO WS-CHG-COUNT
               MOVE CCH-CUSTOMER-NUM TO WS-CHG-CUSTOMER (CHG-IDX)
               MOVE 'N' TO WS-CHG-NAME-IND (CHG-IDX)
               MOVE 'N' TO WS-CHG-ADDR-IND (CHG-IDX)
           END-IF
           IF CCH-NAME-CHANGE
               MOVE 'Y' TO WS-CHG-NAME-IND (CHG-IDX)
               MOVE CCH-NEW-NAME TO WS-CHG-NEW-NAME (CHG-IDX)
           ELSE
               MOVE 'Y' TO WS-CHG-ADDR-IND (CHG-IDX)
               MOVE CCH-NEW-ADDRESS TO WS-CHG-NEW-ADDRESS (CHG-IDX)
           END-IF
           MOVE CCH-EFFECTIVE-DATE TO WS-CHG-EFF-DATE (CHG-IDX)
           MOVE CCH-OPERATOR-ID TO WS-CHG-OPERATOR (CHG-IDX).

       P480-EXIT.
           EXIT.

       P481-CHECK-CHANGED-ENTRY.
           IF WS-CHG-CUSTOMER (CHG-IDX) = CCH-CUSTOMER-NUM
               SET WS-CHG-MATCH-IDX TO CHG-IDX
           END-IF.

       P490-WRITE-RESULT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTOMER ' CCH-CUSTOMER-NUM
                  ' ' WS-CHANGE-LABEL
                  ' EFFECTIVE ' CCH-EFFECTIVE-DATE
                  ' BY ' CCH-OPERATOR-ID
                  ' - ' FUNCTION TRIM(WS-RESULT)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * ONE PASS OF THE POLICY MASTER: EVERY IN-FORCE POLICY OF A      *
      * CHANGED CUSTOMER TAKES THE NEW NAME AND/OR MAILING ADDRESS ON  *
      * ITS SNAPSHOT, IS ENTERED ON THE POLICY HISTORY, AND ON A NAME  *
      * CHANGE ITS LENDERS ARE TOLD WHO THE NAMED INSURED NOW IS.      *
      *----------------------------------------------------------------*
       P500-REFRESH-POLICIES.
           IF WS-CHG-COUNT = ZERO
               GO TO P500-EXIT
           END-IF
           MOVE LOW-VALUES TO POL-POLICY-NUM
           START POLICY-MASTER-FILE KEY NOT < POL-POLICY-NUM
               INVALID KEY
                   GO TO P500-EXIT
           END-START
           PERFORM P510-SCAN-ONE-POLICY
                   UNTIL POLICY-MASTER-EOF.

       P500-EXIT.
           EXIT.

       P510-SCAN-ONE-POLICY.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF POL-STATUS = 'APPROVED'
                       PERFORM P520-REFRESH-SNAPSHOT THRU P520-EXIT
                   END-IF
           END-READ.

       P520-REFRESH-SNAPSHOT.
           MOVE ZERO TO WS-CHG-MATCH-IDX
           PERFORM P521-FIND-CHANGED-CUSTOMER
                   VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > WS-CHG-COUNT
           IF WS-CHG-MATCH-IDX = ZERO
               GO TO P520-EXIT
           END-IF
           SET CHG-IDX TO WS-CHG-MATCH-IDX

           IF CHG-NAME-CHANGED (CHG-IDX)
               MOVE WS-CHG-NEW-NAME (CHG-IDX) TO POL-CUSTOMER-NAME
           END-IF
           IF CHG-ADDR-CHANGED (CHG-IDX)
               MOVE WS-CHG-NEW-ADDRESS (CHG-IDX) TO POL-ADDRESS
           END-IF
           REWRITE POLICY-MASTER-RECORD
           ADD 1 TO WS-POLICY-UPDATE-CNT

           IF CHG-NAME-CHANGED (CHG-IDX)
               MOVE 'NAMECHG' TO PHS-TRAN-TYPE
               PERFORM P530-WRITE-POLICY-HISTORY
               PERFORM P560-NOTIFY-LENDERS THRU P560-EXIT
           END-IF
           IF CHG-ADDR-CHANGED (CHG-IDX)
               MOVE 'ADDRCHG' TO PHS-TRAN-TYPE
               PERFORM P530-WRITE-POLICY-HISTORY
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'POLICY ' POL-POLICY-NUM
                  ' CUSTOMER ' POL-CUSTOMER-NUM
                  ' - SNAPSHOT REFRESHED'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P520-EXIT.
           EXIT.

       P521-FIND-CHANGED-CUSTOMER.
           IF WS-CHG-CUSTOMER (CHG-IDX) = POL-CUSTOMER-NUM
               SET WS-CHG-MATCH-IDX TO CHG-IDX
           END-IF.

      *----------------------------------------------------------------*
      * APPEND THE CHANGE TO THE POLICY HISTORY -- PREMIUM AND STATUS  *
      * ARE UNCHANGED; THE REFERENCE IS THE OPERATOR WHO MADE IT.      *
      *----------------------------------------------------------------*
       P530-WRITE-POLICY-HISTORY.
           MOVE WS-CHG-EFF-DATE (CHG-IDX) TO PHS-EFFECTIVE-DATE
           MOVE POL-TOTAL-PREMIUM TO PHS-BEFORE-PREMIUM
           MOVE POL-TOTAL-PREMIUM TO PHS-AFTER-PREMIUM
           MOVE POL-STATUS TO PHS-BEFORE-STATUS
           MOVE POL-STATUS TO PHS-AFTER-STATUS
           MOVE WS-CHG-OPERATOR (CHG-IDX) TO PHS-REFERENCE
           MOVE POL-POLICY-NUM TO PHS-POLICY-NUM
           MOVE POL-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE POL-EFFECTIVE-DATE TO PHS-TERM-EFFECTIVE-DATE
           MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
           MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
           MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
           MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
           MOVE 'LGAPCAD1' TO PHS-ORIG-PROGRAM
           MOVE ZERO TO PHS-SEQUENCE-NUM
           MOVE ZERO TO PHS-PROCESSED-DATE
           MOVE ZERO TO PHS-PROCESSED-TIME
           MOVE ZERO TO PHS-ORIG-RUN-DATE
           MOVE ZERO TO PHS-ORIG-RUN-TIME
           MOVE 'WRITE' TO PHR-FUNCTION
           MOVE ZERO TO PHR-STREAM-ID
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD.

      *----------------------------------------------------------------*
      * THE LENDER'S LOSS-PAYABLE CLAUSE NAMES THE INSURED, SO A NAME  *
      * CHANGE IS NOTIFIED FROM MORTGAGE.DAT THE SAME WAY LGAPCAN1 AND *
      * LGAPRST1 NOTIFY A CANCELLATION OR REINSTATEMENT.               *
      *----------------------------------------------------------------*
       P560-NOTIFY-LENDERS.
           MOVE ZERO TO WS-NTL-COUNT
           OPEN INPUT MORTGAGE-FILE
           IF NOT MORTGAGE-OK
               GO TO P560-EXIT
           END-IF

           IF NOT NOTICE-FILE-IS-OPEN
               OPEN OUTPUT NOTICE-FILE
               IF NOTICE-OK
                   MOVE 'Y' TO WS-NOTICE-OPEN
               ELSE
                   DISPLAY 'Warning: Cannot open change-of-insured '
                           'notice file: ' WS-NOT-STAT
                   CLOSE MORTGAGE-FILE
                   GO TO P560-EXIT
               END-IF
           END-IF

           PERFORM P561-SCAN-MORTGAGE-FILE
                   UNTIL MORTGAGE-EOF
           CLOSE MORTGAGE-FILE.

       P560-EXIT.
           EXIT.

       P561-SCAN-MORTGAGE-FILE.
           READ MORTGAGE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF (MTG-POLICY-NUM NOT = SPACES AND
                       MTG-POLICY-NUM = POL-POLICY-NUM)
                      OR (MTG-POLICY-NUM = SPACES AND
                          MTG-CUSTOMER-NUM = POL-CUSTOMER-NUM)
                       PERFORM P562-WRITE-CHANGE-NOTICE
                               THRU P562-EXIT
                   END-IF
           END-READ.

       P562-WRITE-CHANGE-NOTICE.
           MOVE ZERO TO WS-NTL-MATCH-IDX
           PERFORM P563-CHECK-NOTIFIED-LENDER
                   VARYING NTL-IDX FROM 1 BY 1
                   UNTIL NTL-IDX > WS-NTL-COUNT
           IF WS-NTL-MATCH-IDX > ZERO
               GO TO P562-EXIT
           END-IF
           IF WS-NTL-COUNT < 20
               ADD 1 TO WS-NTL-COUNT
               SET NTL-IDX TO WS-NTL-COUNT
               MOVE MTG-MORTGAGEE-NAME TO WS-NTL-NAME (NTL-IDX)
               MOVE MTG-LOAN-NUMBER TO WS-NTL-LOAN (NTL-IDX)
           END-IF

           MOVE POL-POLICY-NUM TO MTG-POLICY-NUM
           MOVE POL-STATUS TO MTG-POLICY-STATUS
           MOVE POL-TOTAL-PREMIUM TO MTG-TOTAL-PREMIUM
           MOVE SPACES TO MTG-NOTIFICATION-REASON
           STRING 'NAMED INSURED NOW '
                  FUNCTION TRIM(POL-CUSTOMER-NAME)
                  DELIMITED BY SIZE INTO MTG-NOTIFICATION-REASON
           MOVE MORTGAGEE-RECORD TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-LENDER-NOTICE-CNT.

       P562-EXIT.
           EXIT.

       P563-CHECK-NOTIFIED-LENDER.
           IF WS-NTL-NAME (NTL-IDX) = MTG-MORTGAGEE-NAME AND
              WS-NTL-LOAN (NTL-IDX) = MTG-LOAN-NUMBER
               SET WS-NTL-MATCH-IDX TO NTL-IDX
           END-IF.

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:              ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Changes Read:          ' WS-TOTAL-TRANS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Name Changes Applied:  ' WS-NAME-APPLIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Address Changes:       ' WS-ADDR-APPLIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Delivery Pref Changes: ' WS-DELIVERY-APPLIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Compliance Holds:      ' WS-COMPLIANCE-HOLD-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Risk Moves Referred:   ' WS-REFERRED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Future Dated:          ' WS-FUTURE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Rejected:              ' WS-REJECTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Policies Refreshed:    ' WS-POLICY-UPDATE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Lender Notices:        ' WS-LENDER-NOTICE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P700-CLOSE-FILES.
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD
           CLOSE CHANGE-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE POLICY-MASTER-FILE
           IF EXCEPTION-OK
               CLOSE EXCEPTION-FILE
           END-IF
           IF AUDIT-FILE-OK
               CLOSE AUDIT-FILE
           END-IF
           IF NOTICE-FILE-IS-OPEN
               CLOSE NOTICE-FILE
           END-IF
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPCAD1' TO GNR-JOB-NAME
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
           MOVE 'LGAPCAD1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-TRANS TO RST-RECORD-COUNT
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
