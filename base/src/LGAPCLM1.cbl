      *          POLICY PERIOD PROJECTED FROM OUT-EFFECTIVE-DATE AND  *
      *          OUT-POLICY-TERM), ASSIGNS CLAIM NUMBERS, AND         *
      *          MAINTAINS THE CLAIMS.DAT MASTER THE LOSS-RATIO       *
      *          REPORT (LGAPRPT2) AND EXPERIENCE RATING READ.        *
      *          PAYMENTS ARE NETTED OF THE POLICY DEDUCTIBLE FOR     *
      *          THE CLAIM TYPE BEFORE THEY ARE POSTED OR DISBURSED.  *
      *          NEW CLAIMS ARE ASSIGNED TO AN ADJUSTER BY TERRITORY  *
      *          AND CLAIM TYPE, AND EVERY CLAIM CARRIES ITS NEXT     *
      *          DIARY DATE AND LAST-ACTIVITY DATE FOR LGAPDRY1.      *
      *          NEW CLAIMS AND LARGE PAYMENTS ARE SCORED AGAINST THE *
      *          SIU FRAUD RED FLAGS; REFERRED CLAIMS HAVE THEIR      *
      *          PAYMENTS HELD UNTIL SIU CLEARS THEM.                 *
      *          DEFENSE AND COST CONTAINMENT AND ADJUSTING AND OTHER *
      *          EXPENSE ARE PAID AND RESERVED APART FROM INDEMNITY,  *
      *          AND SUITS ARE RECORDED AGAINST THE CLAIM.            *
      *          A NEW CLAIM WHOSE PERIL WAS NOT WRITTEN ON THE       *
      *          POLICY OPENS ON A COVERAGE QUESTION, WITH PAYMENTS   *
      *          REFUSED UNTIL A COVERAGE DECISION IS KEYED.          *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

           SELECT PREMIUM-FILE ASSIGN TO 'OUTPUT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PREM-STAT.
      *    Policy master -- the rating snapshot carries the fire,
      *    wind, flood and all-other-perils deductibles the claim
      *    payments are netted of.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.
      *    Machine-readable control record from the rating run --
      *    read-side totals are verified against it before this job
      *    produces any output.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STAT.

      *    Adjuster master -- who handles which territories and
      *    claim types, and how many open claims each can carry.
           SELECT ADJUSTER-MASTER-FILE ASSIGN TO 'ADJUSTER.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADM-STAT.

      *    Red-flag sources for SIU scoring: the latest midterm
      *    coverage changes, and the installment master for
      *    policies in dunning.
           SELECT ENDORSED-FILE ASSIGN TO 'ENDORSED.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-END-STAT.

           SELECT INSTALLMENT-MASTER-FILE ASSIGN TO 'INSTMST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

      *    SIU referrals, and the payment transactions held on
      *    referred claims (in transaction layout, so they can be
      *    re-presented once SIU clears the claim) -- both appended
      *    until the SIU desk works and clears them.
           SELECT SIU-REFERRAL-FILE ASSIGN TO 'SIUREFER.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SRF-STAT.

           SELECT SIU-HOLD-FILE ASSIGN TO 'SIUHOLD.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SHL-STAT.

           SELECT SIU-REPORT-FILE ASSIGN TO 'SIURPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SRP-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

           SELECT CLAIM-NUMBER-FILE ASSIGN TO 'CLMNUMCT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CNC-STAT.

      *    Last check number printed -- shared by every run that
      *    issues checks, the same carried-sequence pattern.
           SELECT CHECK-NUMBER-FILE ASSIGN TO 'CHKNUMCT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKC-STAT.

      *    Checks issued and stopped, appended for LGAPPPY1 to send
      *    to the bank as positive pay.
           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHKISSUE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CKI-STAT.

           SELECT REPORT-FILE ASSIGN TO 'CLMRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADV-STAT.

      *    Payments to a named payee are reportable on the year-end
      *    1099s -- appended to the ledger LGAPTIN1 totals.
           SELECT TAX-LEDGER-FILE ASSIGN TO 'TAXPAY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TXL-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'

       FD  PREMIUM-FILE.
           COPY OUTPUTREC.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.
       FD  CONTROL-FILE.
           COPY OUTCTL.

       FD  ADJUSTER-MASTER-FILE.
           COPY ADJMAST.

       FD  ENDORSED-FILE.
           COPY ENDORSEREC.

       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  TAX-LEDGER-FILE.
           COPY TAXLEDG.

       FD  SIU-REFERRAL-FILE.
       01  SIU-REFERRAL-RECORD.
           05 SRF-REFER-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 SRF-CLAIM-NUMBER         PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 SRF-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 SRF-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 SRF-TRIGGER              PIC X(1).
              88 SRF-NEW-CLAIM         VALUE 'N'.
              88 SRF-LARGE-PAYMENT     VALUE 'P'.
           05 FILLER                   PIC X VALUE SPACE.
           05 SRF-SCORE                PIC 9(3).
           05 FILLER                   PIC X VALUE SPACE.
      *    One Y/N per red flag: new policy, coverage increase,
      *    prior claims, dunning, reinstatement, payee mismatch.
           05 SRF-FLAGS                PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 SRF-AMOUNT               PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 SRF-ADJUSTER-ID          PIC X(6).

       FD  SIU-HOLD-FILE.
       01  SIU-HOLD-RECORD             PIC X(300).

       FD  SIU-REPORT-FILE.
       01  SIU-REPORT-LINE             PIC X(133).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  CLAIM-NUMBER-FILE.
       01  CLAIM-NUMBER-RECORD.
           05 CNC-LAST-CLAIM-SEQ       PIC 9(9).

       FD  CHECK-NUMBER-FILE.
       01  CHECK-NUMBER-RECORD.
           05 CKC-LAST-CHECK-NUM       PIC 9(10).

       FD  CHECK-ISSUE-FILE.
           COPY CHKISSUE.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  DISBURSE-FILE.
           COPY DISBREC.

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-LINE           PIC X(133).
       01  WS-CNC-STAT                 PIC X(2).
           88 CLAIM-NUMBER-OK          VALUE '00'.

       01  WS-CKC-STAT                 PIC X(2).
           88 CHECK-NUMBER-OK          VALUE '00'.

       01  WS-CKI-STAT                 PIC X(2).
           88 CHECK-ISSUE-OK           VALUE '00'.

       01  WS-CKI-OPEN-IND             PIC X VALUE 'N'.
           88 CHECK-ISSUE-IS-OPEN      VALUE 'Y'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-PRG-STAT                 PIC X(2).
           88 PAY-REGISTER-OK          VALUE '00'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-POLMAST-OPEN-IND         PIC X VALUE 'N'.
           88 POLMAST-IS-OPEN          VALUE 'Y'.

       01  WS-ADM-STAT                 PIC X(2).
           88 ADJUSTER-MASTER-OK       VALUE '00'.
           88 ADJUSTER-MASTER-EOF      VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-END-STAT                 PIC X(2).
           88 ENDORSED-OK              VALUE '00'.
           88 ENDORSED-EOF             VALUE '10'.

       01  WS-IMS-STAT                 PIC X(2).
           88 INST-MASTER-OK           VALUE '00'.
           88 INST-MASTER-EOF          VALUE '10'.

       01  WS-SRF-STAT                 PIC X(2).
           88 SIU-REFERRAL-OK          VALUE '00'.

       01  WS-SHL-STAT                 PIC X(2).
           88 SIU-HOLD-OK              VALUE '00'.

       01  WS-SRP-STAT                 PIC X(2).
           88 SIU-REPORT-OK            VALUE '00'.

       01  WS-SIU-OPEN-FLAGS.
           05 WS-SRF-OPEN-IND          PIC X VALUE 'N'.
              88 SIU-REFERRAL-IS-OPEN  VALUE 'Y'.
           05 WS-SHL-OPEN-IND          PIC X VALUE 'N'.
              88 SIU-HOLD-IS-OPEN      VALUE 'Y'.
           05 WS-SRP-OPEN-IND          PIC X VALUE 'N'.
              88 SIU-REPORT-IS-OPEN    VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-TOTAL-TRANS           PIC 9(7) VALUE ZERO.
           05 WS-NEW-CLAIM-CNT         PIC 9(6) VALUE ZERO.
           05 WS-RECOVERY-CNT          PIC 9(6) VALUE ZERO.
           05 WS-RECOVERY-TOTAL        PIC 9(12)V99 VALUE ZERO.
           05 WS-REJECTED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-BELOW-DED-CNT         PIC 9(6) VALUE ZERO.
           05 WS-DED-APPLIED-TOTAL     PIC 9(12)V99 VALUE ZERO.
           05 WS-ASSIGNED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-UNASSIGNED-CNT        PIC 9(6) VALUE ZERO.
           05 WS-REASSIGNED-CNT        PIC 9(6) VALUE ZERO.
           05 WS-REJECTED-BEFORE       PIC 9(6) VALUE ZERO.
           05 WS-SIU-SCORED-CNT        PIC 9(6) VALUE ZERO.
           05 WS-SIU-REFERRED-CNT      PIC 9(6) VALUE ZERO.
           05 WS-SIU-HELD-CNT          PIC 9(6) VALUE ZERO.
           05 WS-SIU-HELD-TOTAL        PIC 9(12)V99 VALUE ZERO.
           05 WS-SIU-CLEARED-CNT       PIC 9(6) VALUE ZERO.
           05 WS-EXPENSE-PAY-CNT       PIC 9(6) VALUE ZERO.
           05 WS-EXPENSE-PAID-TOTAL    PIC S9(12)V99 VALUE ZERO.
           05 WS-EXPENSE-RSV-CNT       PIC 9(6) VALUE ZERO.
           05 WS-SUIT-CNT              PIC 9(6) VALUE ZERO.
           05 WS-COV-QUESTION-CNT      PIC 9(6) VALUE ZERO.
           05 WS-COV-CONFIRMED-CNT     PIC 9(6) VALUE ZERO.
           05 WS-COV-DENIED-CNT        PIC 9(6) VALUE ZERO.
           05 WS-COV-REFUSED-CNT       PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * SIU FRAUD INDICATOR SCORING -- EACH NEW CLAIM, AND EACH        *
      * PAYMENT OF SIU_LARGE_PAYMENT OR MORE ON A CLAIM SIU HAS NOT    *
      * ALREADY SEEN, IS SCORED AGAINST THE RED FLAGS BELOW.  A SCORE  *
      * AT OR OVER SIU_THRESHOLD REFERS THE CLAIM; PAYMENTS ON A       *
      * REFERRED CLAIM ARE HELD UNTIL AN SIU CLEARANCE (K) IS KEYED.   *
      * WINDOWS ARE IN DAYS BEFORE THE LOSS DATE.                      *
      *----------------------------------------------------------------*
       01  WS-SIU-CONTROLS.
           05 WS-SIU-THRESHOLD         PIC 9(3) VALUE 50.
           05 WS-SIU-NEW-POLICY-DAYS   PIC 9(3) VALUE 30.
           05 WS-SIU-ENDORSE-DAYS      PIC 9(3) VALUE 30.
           05 WS-SIU-PRIOR-CLM-DAYS    PIC 9(3) VALUE 365.
           05 WS-SIU-REINSTATE-DAYS    PIC 9(3) VALUE 60.
           05 WS-SIU-LARGE-PAYMENT     PIC 9(8)V99 VALUE 10000.00.
      *    Points carried by each red flag.
           05 WS-SIU-NEW-POLICY-PTS    PIC 9(3) VALUE 30.
           05 WS-SIU-ENDORSE-PTS       PIC 9(3) VALUE 30.
           05 WS-SIU-PRIOR-CLM-PTS     PIC 9(3) VALUE 20.
           05 WS-SIU-DUNNING-PTS       PIC 9(3) VALUE 20.
           05 WS-SIU-REINSTATE-PTS     PIC 9(3) VALUE 25.
           05 WS-SIU-PAYEE-PTS         PIC 9(3) VALUE 25.

       01  WS-SIU-WORK.
           05 WS-SIU-SCORE             PIC 9(3).
           05 WS-SIU-TRIGGER           PIC X(1).
           05 WS-SIU-FLAGS.
              10 WS-SIU-NEW-POLICY-FLG PIC X(1).
              10 WS-SIU-ENDORSE-FLG    PIC X(1).
              10 WS-SIU-PRIOR-CLM-FLG  PIC X(1).
              10 WS-SIU-DUNNING-FLG    PIC X(1).
              10 WS-SIU-REINSTATE-FLG  PIC X(1).
              10 WS-SIU-PAYEE-FLG      PIC X(1).
           05 WS-SIU-LOSS-INT          PIC 9(9) COMP.
           05 WS-SIU-BASE-INT          PIC 9(9) COMP.
           05 WS-SIU-BASE-DATE         PIC 9(8).
           05 WS-SIU-WINDOW-DAYS       PIC 9(3).
           05 WS-SIU-IN-WINDOW-IND     PIC X(1).
              88 SIU-IN-WINDOW         VALUE 'Y'.
           05 WS-SIU-HOLD-IND          PIC X(1).
              88 SIU-PAYMENT-HELD      VALUE 'Y'.
           05 WS-SIU-AMT-DISPLAY       PIC Z,ZZZ,ZZZ,ZZ9.99.

      *    Policies with a coverage increase on the latest
      *    endorsement run, and policies with an unpaid installment
      *    under dunning -- both loaded once per run.
       01  WS-SIU-ENDORSE-TABLE.
           05 WS-SEN-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-SEN-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY SEN-IDX.
              10 WS-SEN-POLICY-NUM     PIC X(12).
              10 WS-SEN-EFFECTIVE-DATE PIC 9(8).

       01  WS-SIU-DUNNING-TABLE.
           05 WS-SDN-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-SDN-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY SDN-IDX.
              10 WS-SDN-POLICY-NUM     PIC X(12).

      *----------------------------------------------------------------*
      * ADJUSTER MASTER TABLE -- LOADED ONCE PER RUN, WITH EACH        *
      * ADJUSTER'S OPEN-CLAIM COUNT TAKEN FROM THE CLAIMS MASTER AS    *
      * IT LOADS AND KEPT CURRENT AS CLAIMS OPEN, CLOSE AND MOVE.  A   *
      * NEW CLAIM GOES TO THE ELIGIBLE ADJUSTER (ACTIVE, UNDER         *
      * CAPACITY, WORKS THE TERRITORY AND THE CLAIM TYPE) CARRYING     *
      * THE LIGHTEST LOAD RELATIVE TO CAPACITY.  IF THE MASTER IS NOT  *
      * ON FILE CLAIMS OPEN UNASSIGNED RATHER THAN BEING REJECTED.     *
      *----------------------------------------------------------------*
       01  WS-ADJUSTER-TABLE.
           05 WS-ADM-LOADED-IND        PIC X VALUE 'N'.
              88 ADJUSTER-MASTER-LOADED VALUE 'Y'.
           05 WS-ADM-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-ADM-ENTRY             OCCURS 200 TIMES
                                       INDEXED BY ADM-IDX.
              10 WS-ADM-ID             PIC X(6).
              10 WS-ADM-STATUS         PIC X(1).
              10 WS-ADM-TERRITORIES.
                 15 WS-ADM-TERRITORY   PIC X(5) OCCURS 5 TIMES.
              10 WS-ADM-CLAIM-TYPES.
                 15 WS-ADM-CLAIM-TYPE  PIC X(10) OCCURS 4 TIMES.
              10 WS-ADM-CAPACITY       PIC 9(4).
              10 WS-ADM-OPEN-CNT       PIC 9(5).

       01  WS-ASSIGN-WORK.
           05 WS-ADM-MATCH-IDX         PIC 9(3) VALUE ZERO.
           05 WS-ADM-SEARCH-ID         PIC X(6).
           05 WS-ADM-BEST-IDX          PIC 9(3) VALUE ZERO.
           05 WS-ADM-BEST-LOAD         PIC 9(7)V99.
           05 WS-ADM-LOAD              PIC 9(7)V99.
           05 WS-ADM-LIST-SUB          PIC 9 VALUE ZERO.
           05 WS-ADM-FIT-IND           PIC X VALUE 'N'.
              88 ADJUSTER-FITS         VALUE 'Y'.
           05 WS-OLD-CLAIM-STATUS      PIC X(1).
           05 WS-TRAN-RESULT-HOLD      PIC X(20).
           05 WS-MATCHED-TERRITORY     PIC X(5).
           05 WS-PAYEE-STATE           PIC X(2).

      *----------------------------------------------------------------*
      * DIARY -- AN OPEN CLAIM IS DUE FOR FOLLOW-UP CLM_DIARY_DAYS     *
      * AFTER ITS LAST TRANSACTION UNLESS THE TRANSACTION CARRIES ITS  *
      * OWN DIARY DATE.  CLOSED AND DENIED CLAIMS CARRY NO DIARY.      *
      *----------------------------------------------------------------*
       01  WS-DIARY-WORK.
           05 WS-DIARY-DAYS            PIC 9(3) VALUE 30.
           05 WS-DIARY-INT             PIC 9(9) COMP.

      *----------------------------------------------------------------*
      * DISBURSEMENT CONTROLS -- THE CHECK FILE AND THE POSTINGS       *
       01  WS-ADVICE-OPEN-IND          PIC X VALUE 'N'.
           88 ADVICE-FILE-IS-OPEN      VALUE 'Y'.

       01  WS-TXL-STAT                 PIC X(2).
           88 TAX-LEDGER-OK            VALUE '00'.

       01  WS-TXL-OPEN-IND             PIC X VALUE 'N'.
           88 TAX-LEDGER-IS-OPEN       VALUE 'Y'.

      *----------------------------------------------------------------*
      * LARGE-LOSS NOTIFICATION -- THE TREATIES OBLIGE US TO ADVISE    *
      * THE REINSURERS OF ANY CLAIM WHOSE INCURRED POSITION CROSSES    *

       01  WS-DSB-AMT-DISPLAY          PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------*
      * DEDUCTIBLE WORK -- A PAYMENT TRANSACTION CARRIES THE GROSS     *
      * LOSS AMOUNT BEING SETTLED.  WHATEVER PART OF THE CLAIM'S       *
      * DEDUCTIBLE IS STILL UNSATISFIED IS TAKEN OFF FIRST AND ONLY    *
      * THE BALANCE IS POSTED TO PAID AND SENT TO THE BANK.            *
      *----------------------------------------------------------------*
       01  WS-DEDUCTIBLE-WORK.
           05 WS-DED-REMAINING         PIC 9(6)V99.
           05 WS-PAY-DED-APPLIED       PIC 9(6)V99.
           05 WS-PAY-NET-AMT           PIC 9(8)V99.
           05 WS-DISB-AMT              PIC 9(8)V99.
           05 WS-NET-RESERVE           PIC 9(8)V99.
           05 WS-MATCHED-POLICY-NUM    PIC X(12).
           05 WS-VAL-CUSTOMER-NUM      PIC X(10).
           05 WS-VAL-CLAIM-DATE        PIC 9(8).

      *----------------------------------------------------------------*
      * IN-CORE CLAIMS MASTER -- THE WHOLE OF CLAIMS.DAT IS LOADED,    *
      * THE DAY'S TRANSACTIONS APPLIED AGAINST IT, AND THE FILE        *
       01  WS-CLAIMS-MASTER.
           05 WS-CLM-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CLM-ENTRY             OCCURS 5000 TIMES
                                       INDEXED BY CLM-IDX PRI-IDX.
              10 WS-CLM-CUSTOMER-NUM   PIC X(10).
              10 WS-CLM-CLAIM-NUMBER   PIC X(15).
              10 WS-CLM-CLAIM-DATE     PIC 9(8).
              10 WS-CLM-RECOVERY-AMT   PIC 9(8)V99.
              10 WS-CLM-EVENT-CODE     PIC X(8).
              10 WS-CLM-LAST-ADVICE    PIC 9(8)V99.
              10 WS-CLM-DED-SOURCE     PIC X(1).
              10 WS-CLM-DEDUCTIBLE     PIC 9(6)V99.
              10 WS-CLM-DED-APPLIED    PIC 9(6)V99.
              10 WS-CLM-CLOSE-REASON   PIC X(1).
              10 WS-CLM-ADJUSTER-ID    PIC X(6).
              10 WS-CLM-NEXT-DIARY     PIC 9(8).
              10 WS-CLM-LAST-ACTIVITY  PIC 9(8).
              10 WS-CLM-SIU-STATUS     PIC X(1).
              10 WS-CLM-SIU-SCORE      PIC 9(3).
              10 WS-CLM-DCC-PAID       PIC 9(8)V99.
              10 WS-CLM-DCC-RESERVE    PIC 9(8)V99.
              10 WS-CLM-AO-PAID        PIC 9(8)V99.
              10 WS-CLM-AO-RESERVE     PIC 9(8)V99.
              10 WS-CLM-SUIT-IND       PIC X(1).
              10 WS-CLM-SUIT-DATE      PIC 9(8).
              10 WS-CLM-DEFENSE-FIRM   PIC X(30).
              10 WS-CLM-VENUE          PIC X(30).
              10 WS-CLM-COVERAGE-STATUS PIC X(1).
              10 WS-CLM-COVERAGE-PERIL PIC X(1).
              10 WS-CLM-COVERAGE-DATE  PIC 9(8).

       01  WS-CLM-MATCH-IDX            PIC 9(5) VALUE ZERO.
       01  WS-MASTER-FULL-IND          PIC X VALUE 'N'.

       01  WS-TRAN-RESULT              PIC X(20).

      *----------------------------------------------------------------*
      * COVERAGE VERIFICATION -- THE PERIL A NEW CLAIM'S TYPE FALLS    *
      * UNDER, AND WHAT THE POLICY MASTER SHOWS WRITTEN FOR IT.        *
      *----------------------------------------------------------------*
           COPY CLMPERIL.

       01  WS-COVERAGE-WORK.
           05 WS-COV-PERIL-CODE        PIC X(1).
           05 WS-COV-PERIL-WRITTEN     PIC 9(4).

      *----------------------------------------------------------------*
      * CLAIM NUMBER ASSIGNMENT -- SAME CARRIED-SEQUENCE PATTERN AS    *
      * THE POLICY NUMBERS IN POLNUMCT.DAT.                            *
              10 FILLER                PIC X(3) VALUE 'CLM'.
              10 WS-CLAIM-NUM-SEQ      PIC 9(9).
              10 FILLER                PIC X(3) VALUE SPACES.
           05 WS-NEXT-CHECK-NUM        PIC 9(10) VALUE ZERO.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-EFF-INT               PIC 9(9).
       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

      *    Input file fingerprint request, passed to LGAPDUP1.
           COPY DUPREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P150-CHECK-DUPLICATE-INPUT
           PERFORM P250-VERIFY-CONTROL-TOTALS THRU P250-EXIT
           PERFORM P300-LOAD-CLAIMS-MASTER THRU P300-EXIT
           PERFORM P400-OPEN-FILES
           PERFORM P500-PROCESS-TRANSACTIONS
           PERFORM P600-REWRITE-CLAIMS-MASTER THRU P600-EXIT
           PERFORM P650-SAVE-CLAIM-NUMBER-CONTROL
           PERFORM P655-SAVE-CHECK-NUMBER-CONTROL
           PERFORM P660-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES
           PERFORM P985-LOG-INPUT-FINGERPRINT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      * REFUSE A CLAIM TRANSACTION FILE (CLMTRAN.DAT) THIS JOB HAS     *
      * ALREADY APPLIED -- SAME RECORD COUNT, AMOUNT HASH AND FIRST    *
      * AND LAST KEYS (LGAPDUP1).  A GENUINE RE-RUN AFTER A RESTORE    *
      * GOES THROUGH WITH RERUN_OVERRIDE SET TO LGAPCLM1.              *
      *----------------------------------------------------------------*
       P150-CHECK-DUPLICATE-INPUT.
           MOVE 'CHECK' TO DPR-FUNCTION
           MOVE 'LGAPCLM1' TO DPR-JOB-NAME
           MOVE 'CLMTRAN.DAT' TO DPR-FILE-NAME
           MOVE 'F' TO DPR-FILE-FORMAT
           MOVE ZERO TO DPR-HEADER-LINES
           MOVE 3 TO DPR-KEY-START
           MOVE 10 TO DPR-KEY-LENGTH
           MOVE 50 TO DPR-AMOUNT-START
           MOVE 10 TO DPR-AMOUNT-LENGTH
           MOVE RETURN-CODE TO DPR-CALLER-RC
           CALL 'LGAPDUP1' USING DUPLICATE-CHECK-REQUEST
           IF DPR-REPEAT-REFUSED
               DISPLAY 'ERROR: CLMTRAN.DAT was already applied '
                       'by the run of ' DPR-PRIOR-RUN-DATE ' '
                       DPR-PRIOR-RUN-TIME ' - run refused'
               MOVE 16 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           IF DPR-REPEAT-OVERRIDDEN
               DISPLAY 'Warning: CLMTRAN.DAT was already '
                       'applied by the run of ' DPR-PRIOR-RUN-DATE ' '
                       DPR-PRIOR-RUN-TIME ' - re-run under operator '
                       'override'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CLAIM-NUMBER-FILE
               END-IF
               CLOSE CLAIM-NUMBER-FILE
           END-IF
           OPEN INPUT CHECK-NUMBER-FILE
           IF CHECK-NUMBER-OK
               READ CHECK-NUMBER-FILE
               IF CHECK-NUMBER-OK
                   MOVE CKC-LAST-CHECK-NUM TO WS-NEXT-CHECK-NUM
               END-IF
               CLOSE CHECK-NUMBER-FILE
           END-IF
           PERFORM P205-READ-CONFIG
           PERFORM P210-LOAD-THRESHOLDS THRU P210-EXIT
           PERFORM P220-LOAD-ADJUSTERS THRU P220-EXIT
           PERFORM P230-LOAD-SIU-ENDORSEMENTS THRU P230-EXIT
           PERFORM P240-LOAD-SIU-DUNNING THRU P240-EXIT.

       P205-READ-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'CLM_DIARY_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WS-DIARY-DAYS
               END-IF
               MOVE 'SIU_THRESHOLD' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-SIU-THRESHOLD
               END-IF
               MOVE 'SIU_NEW_POLICY_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-SIU-NEW-POLICY-DAYS
               END-IF
               MOVE 'SIU_ENDORSE_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-SIU-ENDORSE-DAYS
               END-IF
               MOVE 'SIU_PRIOR_CLM_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-SIU-PRIOR-CLM-DAYS
               END-IF
               MOVE 'SIU_REINSTATE_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-SIU-REINSTATE-DAYS
               END-IF
               MOVE 'SIU_LARGE_PAYMENT' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-SIU-LARGE-PAYMENT
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

       P210-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE
           READ THRESHOLD-FILE
           END-READ.

       P220-LOAD-ADJUSTERS.
           OPEN INPUT ADJUSTER-MASTER-FILE
           IF NOT ADJUSTER-MASTER-OK
               DISPLAY 'Warning: Adjuster master not available: '
                       WS-ADM-STAT ' - new claims left unassigned'
               GO TO P220-EXIT
           END-IF
           MOVE 'Y' TO WS-ADM-LOADED-IND
           PERFORM P221-READ-ADJUSTER
           PERFORM UNTIL ADJUSTER-MASTER-EOF
               PERFORM P222-STORE-ADJUSTER
               PERFORM P221-READ-ADJUSTER
           END-PERFORM
           CLOSE ADJUSTER-MASTER-FILE
           DISPLAY 'Adjuster master entries loaded: ' WS-ADM-COUNT.

       P220-EXIT.
           EXIT.

       P221-READ-ADJUSTER.
           READ ADJUSTER-MASTER-FILE
           END-READ.

       P222-STORE-ADJUSTER.
           IF WS-ADM-COUNT < 200 AND ADJ-ADJUSTER-ID NOT = SPACES
               ADD 1 TO WS-ADM-COUNT
               SET ADM-IDX TO WS-ADM-COUNT
               MOVE ADJ-ADJUSTER-ID TO WS-ADM-ID (ADM-IDX)
               MOVE ADJ-ADJUSTER-STATUS TO WS-ADM-STATUS (ADM-IDX)
               MOVE ADJ-TERRITORIES TO WS-ADM-TERRITORIES (ADM-IDX)
               MOVE ADJ-CLAIM-TYPES TO WS-ADM-CLAIM-TYPES (ADM-IDX)
               IF ADJ-OPEN-CAPACITY NUMERIC
                   MOVE ADJ-OPEN-CAPACITY TO WS-ADM-CAPACITY (ADM-IDX)
               ELSE
                   MOVE ZERO TO WS-ADM-CAPACITY (ADM-IDX)
               END-IF
               MOVE ZERO TO WS-ADM-OPEN-CNT (ADM-IDX)
           END-IF.

       P230-LOAD-SIU-ENDORSEMENTS.
           OPEN INPUT ENDORSED-FILE
           IF NOT ENDORSED-OK
               GO TO P230-EXIT
           END-IF
           PERFORM P231-READ-ENDORSED
           PERFORM UNTIL ENDORSED-EOF
               PERFORM P232-STORE-ENDORSEMENT
               PERFORM P231-READ-ENDORSED
           END-PERFORM
           CLOSE ENDORSED-FILE.

       P230-EXIT.
           EXIT.

       P231-READ-ENDORSED.
           READ ENDORSED-FILE
           END-READ.

      *    Only increases in cover count -- a reduction ahead of a
      *    loss is no red flag.
       P232-STORE-ENDORSEMENT.
           IF ENDO-COVERAGE-CHANGE-PCT NUMERIC AND
              ENDO-COVERAGE-CHANGE-PCT > ZERO AND
              ENDO-EFFECTIVE-DATE NUMERIC AND
              ENDO-EFFECTIVE-DATE > ZERO AND
              WS-SEN-COUNT < 5000
               ADD 1 TO WS-SEN-COUNT
               SET SEN-IDX TO WS-SEN-COUNT
               MOVE ENDO-POLICY-NUM TO WS-SEN-POLICY-NUM (SEN-IDX)
               MOVE ENDO-EFFECTIVE-DATE
                    TO WS-SEN-EFFECTIVE-DATE (SEN-IDX)
           END-IF.

       P240-LOAD-SIU-DUNNING.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INST-MASTER-OK
               GO TO P240-EXIT
           END-IF
           PERFORM P241-READ-INSTALLMENT
           PERFORM UNTIL INST-MASTER-EOF
               PERFORM P242-STORE-DUNNING
               PERFORM P241-READ-INSTALLMENT
           END-PERFORM
           CLOSE INSTALLMENT-MASTER-FILE.

       P240-EXIT.
           EXIT.

       P241-READ-INSTALLMENT.
           READ INSTALLMENT-MASTER-FILE
           END-READ.

      *    An installment still owing with a dunning notice out --
      *    the dunning level comes up as spaces on masters written
      *    before dunning was tracked.
       P242-STORE-DUNNING.
           IF IMS-DUN-LEVEL NUMERIC AND IMS-DUN-LEVEL > ZERO AND
              (IMS-OPEN OR IMS-SHORT-PAID) AND
              WS-SDN-COUNT < 5000
               ADD 1 TO WS-SDN-COUNT
               SET SDN-IDX TO WS-SDN-COUNT
               MOVE IMS-POLICY-NUM TO WS-SDN-POLICY-NUM (SDN-IDX)
           END-IF.

       P250-VERIFY-CONTROL-TOTALS.
           OPEN INPUT CONTROL-FILE
           IF NOT OUTPUT-CONTROL-OK
               ELSE
                   MOVE ZERO TO WS-CLM-LAST-ADVICE (CLM-IDX)
               END-IF
      *        A claim from before deductibles were tracked has its
      *        deductible resolved on its next payment.
               IF CLM-DED-RESOLVED AND CLM-DEDUCTIBLE-AMT NUMERIC
                  AND CLM-DED-APPLIED-AMT NUMERIC
                   MOVE CLM-DED-SOURCE TO WS-CLM-DED-SOURCE (CLM-IDX)
                   MOVE CLM-DEDUCTIBLE-AMT
                        TO WS-CLM-DEDUCTIBLE (CLM-IDX)
                   MOVE CLM-DED-APPLIED-AMT
                        TO WS-CLM-DED-APPLIED (CLM-IDX)
               ELSE
                   MOVE SPACE TO WS-CLM-DED-SOURCE (CLM-IDX)
                   MOVE ZERO TO WS-CLM-DEDUCTIBLE (CLM-IDX)
                   MOVE ZERO TO WS-CLM-DED-APPLIED (CLM-IDX)
               END-IF
               IF CLM-BELOW-DEDUCTIBLE
                   MOVE CLM-CLOSE-REASON
                        TO WS-CLM-CLOSE-REASON (CLM-IDX)
               ELSE
                   MOVE SPACE TO WS-CLM-CLOSE-REASON (CLM-IDX)
               END-IF
      *        Claims from before adjusters were tracked come up
      *        unassigned with no diary; an open one is picked up on
      *        its next transaction.
               MOVE CLM-ADJUSTER-ID TO WS-CLM-ADJUSTER-ID (CLM-IDX)
               IF CLM-NEXT-DIARY-DATE NUMERIC
                   MOVE CLM-NEXT-DIARY-DATE
                        TO WS-CLM-NEXT-DIARY (CLM-IDX)
               ELSE
                   MOVE ZERO TO WS-CLM-NEXT-DIARY (CLM-IDX)
               END-IF
               IF CLM-LAST-ACTIVITY-DATE NUMERIC
                   MOVE CLM-LAST-ACTIVITY-DATE
                        TO WS-CLM-LAST-ACTIVITY (CLM-IDX)
               ELSE
                   MOVE ZERO TO WS-CLM-LAST-ACTIVITY (CLM-IDX)
               END-IF
               IF WS-CLM-CLAIM-STATUS (CLM-IDX) = 'O'
                   PERFORM P567-TAKE-CLAIM
               END-IF
               IF CLM-SIU-REFERRED OR CLM-SIU-CLEARED
                   MOVE CLM-SIU-STATUS TO WS-CLM-SIU-STATUS (CLM-IDX)
               ELSE
                   MOVE SPACE TO WS-CLM-SIU-STATUS (CLM-IDX)
               END-IF
               IF CLM-SIU-SCORE NUMERIC
                   MOVE CLM-SIU-SCORE TO WS-CLM-SIU-SCORE (CLM-IDX)
               ELSE
                   MOVE ZERO TO WS-CLM-SIU-SCORE (CLM-IDX)
               END-IF
      *        Claims from before expense was kept apart from
      *        indemnity carry no expense and no suit.
               IF CLM-DCC-PAID-AMT NUMERIC AND
                  CLM-DCC-RESERVE-AMT NUMERIC AND
                  CLM-AO-PAID-AMT NUMERIC AND
                  CLM-AO-RESERVE-AMT NUMERIC
                   MOVE CLM-DCC-PAID-AMT TO WS-CLM-DCC-PAID (CLM-IDX)
                   MOVE CLM-DCC-RESERVE-AMT
                        TO WS-CLM-DCC-RESERVE (CLM-IDX)
                   MOVE CLM-AO-PAID-AMT TO WS-CLM-AO-PAID (CLM-IDX)
                   MOVE CLM-AO-RESERVE-AMT
                        TO WS-CLM-AO-RESERVE (CLM-IDX)
               ELSE
                   MOVE ZERO TO WS-CLM-DCC-PAID (CLM-IDX)
                   MOVE ZERO TO WS-CLM-DCC-RESERVE (CLM-IDX)
                   MOVE ZERO TO WS-CLM-AO-PAID (CLM-IDX)
                   MOVE ZERO TO WS-CLM-AO-RESERVE (CLM-IDX)
               END-IF
               IF CLM-IN-SUIT
                   MOVE CLM-SUIT-IND TO WS-CLM-SUIT-IND (CLM-IDX)
               ELSE
                   MOVE SPACE TO WS-CLM-SUIT-IND (CLM-IDX)
               END-IF
               IF CLM-SUIT-DATE NUMERIC
                   MOVE CLM-SUIT-DATE TO WS-CLM-SUIT-DATE (CLM-IDX)
               ELSE
                   MOVE ZERO TO WS-CLM-SUIT-DATE (CLM-IDX)
               END-IF
               MOVE CLM-DEFENSE-FIRM TO WS-CLM-DEFENSE-FIRM (CLM-IDX)
               MOVE CLM-VENUE TO WS-CLM-VENUE (CLM-IDX)
               IF CLM-COVERAGE-QUESTION OR CLM-COVERAGE-CONFIRMED OR
                  CLM-COVERAGE-DENIED
                   MOVE CLM-COVERAGE-STATUS
                        TO WS-CLM-COVERAGE-STATUS (CLM-IDX)
                   MOVE CLM-COVERAGE-PERIL
                        TO WS-CLM-COVERAGE-PERIL (CLM-IDX)
               ELSE
                   MOVE SPACE TO WS-CLM-COVERAGE-STATUS (CLM-IDX)
                   MOVE SPACE TO WS-CLM-COVERAGE-PERIL (CLM-IDX)
               END-IF
               IF CLM-COVERAGE-DATE NUMERIC
                   MOVE CLM-COVERAGE-DATE
                        TO WS-CLM-COVERAGE-DATE (CLM-IDX)
               ELSE
                   MOVE ZERO TO WS-CLM-COVERAGE-DATE (CLM-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-MASTER-FULL-IND
               DISPLAY 'ERROR: Claims master table full - record lost'
           ELSE
               DISPLAY 'Warning: Cannot open large-loss advice file: '
                       WS-ADV-STAT
           END-IF

           OPEN EXTEND CHECK-ISSUE-FILE
           IF NOT CHECK-ISSUE-OK
               OPEN OUTPUT CHECK-ISSUE-FILE
           END-IF
           IF CHECK-ISSUE-OK
               MOVE 'Y' TO WS-CKI-OPEN-IND
           ELSE
               DISPLAY 'Warning: Cannot open check issue ledger: '
                       WS-CKI-STAT ' - no positive pay for this run'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           OPEN EXTEND TAX-LEDGER-FILE
           IF NOT TAX-LEDGER-OK
               OPEN OUTPUT TAX-LEDGER-FILE
           END-IF
           IF TAX-LEDGER-OK
               MOVE 'Y' TO WS-TXL-OPEN-IND
           ELSE
               DISPLAY 'Warning: Cannot open 1099 payment ledger: '
                       WS-TXL-STAT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           OPEN EXTEND SIU-REFERRAL-FILE
           IF NOT SIU-REFERRAL-OK
               OPEN OUTPUT SIU-REFERRAL-FILE
           END-IF
           IF SIU-REFERRAL-OK
               MOVE 'Y' TO WS-SRF-OPEN-IND
           ELSE
               DISPLAY 'Warning: Cannot open SIU referral file: '
                       WS-SRF-STAT
           END-IF

           OPEN EXTEND SIU-HOLD-FILE
           IF NOT SIU-HOLD-OK
               OPEN OUTPUT SIU-HOLD-FILE
           END-IF
           IF SIU-HOLD-OK
               MOVE 'Y' TO WS-SHL-OPEN-IND
           ELSE
               DISPLAY 'Warning: Cannot open SIU hold file: '
                       WS-SHL-STAT
           END-IF

           OPEN OUTPUT SIU-REPORT-FILE
           IF SIU-REPORT-OK
               MOVE 'Y' TO WS-SRP-OPEN-IND
               MOVE '        SIU REFERRAL REPORT' TO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
               MOVE SPACES TO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
               MOVE SPACES TO SIU-REPORT-LINE
               STRING 'ACTION    CLAIM           CUSTOMER   POLICY'
                      '       TRG SCR NEWPOL ENDT PRIOR DUN REIN'
                      ' PAYEE          AMOUNT'
                      DELIMITED BY SIZE INTO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
           ELSE
               DISPLAY 'Warning: Cannot open SIU report: '
                       WS-SRP-STAT
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-POLMAST-OPEN-IND
           ELSE
               DISPLAY 'Warning: Cannot open policy master - '
                       'deductibles not applied: ' WS-POL-STAT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P500-PROCESS-TRANSACTIONS.
                   PERFORM P530-NEW-CLAIM THRU P530-EXIT
               WHEN CLT-RESERVE-CHANGE OR CLT-PAYMENT OR
                    CLT-CLOSE OR CLT-DENY OR CLT-VOID OR
                    CLT-RECOVERY OR CLT-ASSIGN OR CLT-SIU-CLEAR OR
                    CLT-EXPENSE-PAYMENT OR CLT-EXPENSE-RESERVE OR
                    CLT-LITIGATION OR CLT-COVERAGE-RULING
                   PERFORM P540-MAINTAIN-CLAIM THRU P540-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CNT
           PERFORM P590-WRITE-RESULT-LINE.

       P530-NEW-CLAIM.
           MOVE CLT-CUSTOMER-NUM TO WS-VAL-CUSTOMER-NUM
           MOVE CLT-CLAIM-DATE TO WS-VAL-CLAIM-DATE
           PERFORM P531-VALIDATE-POLICY THRU P531-EXIT
           IF NOT POLICY-WAS-FOUND
               ADD 1 TO WS-REJECTED-CNT
           MOVE CLT-CLAIM-DATE TO WS-CLM-CLAIM-DATE (CLM-IDX)
           MOVE CLT-CLAIM-TYPE TO WS-CLM-CLAIM-TYPE (CLM-IDX)
           MOVE ZERO TO WS-CLM-PAID-AMOUNT (CLM-IDX)
           MOVE 'O' TO WS-CLM-CLAIM-STATUS (CLM-IDX)
           MOVE ZERO TO WS-CLM-RECOVERY-AMT (CLM-IDX)
           MOVE CLT-EVENT-CODE TO WS-CLM-EVENT-CODE (CLM-IDX)
           MOVE ZERO TO WS-CLM-LAST-ADVICE (CLM-IDX)
           MOVE ZERO TO WS-CLM-DED-APPLIED (CLM-IDX)
           MOVE SPACE TO WS-CLM-CLOSE-REASON (CLM-IDX)
           PERFORM P535-RESOLVE-DEDUCTIBLE THRU P535-EXIT
           PERFORM P536-CHECK-COVERAGE THRU P536-EXIT
      *    The initial reserve is keyed as the estimated loss; only
      *    the part above the deductible is our exposure.
           PERFORM P547-NET-RESERVE
           MOVE WS-NET-RESERVE TO WS-CLM-RESERVE-AMOUNT (CLM-IDX)

           MOVE SPACES TO WS-CLM-ADJUSTER-ID (CLM-IDX)
           PERFORM P560-ASSIGN-ADJUSTER THRU P560-EXIT
           MOVE WS-CURRENT-DATE TO WS-CLM-LAST-ACTIVITY (CLM-IDX)
           PERFORM P555-SET-DIARY-DATE

           MOVE SPACE TO WS-CLM-SIU-STATUS (CLM-IDX)
           MOVE ZERO TO WS-CLM-SIU-SCORE (CLM-IDX)
           MOVE ZERO TO WS-CLM-DCC-PAID (CLM-IDX)
           MOVE ZERO TO WS-CLM-DCC-RESERVE (CLM-IDX)
           MOVE ZERO TO WS-CLM-AO-PAID (CLM-IDX)
           MOVE ZERO TO WS-CLM-AO-RESERVE (CLM-IDX)
           MOVE SPACE TO WS-CLM-SUIT-IND (CLM-IDX)
           MOVE ZERO TO WS-CLM-SUIT-DATE (CLM-IDX)
           MOVE SPACES TO WS-CLM-DEFENSE-FIRM (CLM-IDX)
           MOVE SPACES TO WS-CLM-VENUE (CLM-IDX)
           MOVE 'N' TO WS-SIU-TRIGGER
           MOVE CLT-AMOUNT TO WS-DISB-AMT
           PERFORM P575-SCORE-CLAIM THRU P575-EXIT

           ADD 1 TO WS-NEW-CLAIM-CNT
           MOVE SPACES TO WS-TRAN-RESULT
      *----------------------------------------------------------------*
       P531-VALIDATE-POLICY.
           MOVE 'N' TO WS-POLICY-FOUND
           MOVE SPACES TO WS-MATCHED-POLICY-NUM
           MOVE SPACES TO WS-MATCHED-TERRITORY
           OPEN INPUT PREMIUM-FILE
           IF NOT PREMIUM-OK
               DISPLAY 'ERROR: Cannot open premium output file: '
               AT END
                   CONTINUE
               NOT AT END
                   IF OUT-CUSTOMER-NUM = WS-VAL-CUSTOMER-NUM AND
                      OUT-STATUS = 'APPROVED'
                       PERFORM P533-CHECK-CLAIM-DATE THRU P533-EXIT
                   END-IF
           COMPUTE WS-EXP-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-EXPIRE-DATE-NUM)
           COMPUTE WS-CLM-INT = FUNCTION INTEGER-OF-DATE
                                  (WS-VAL-CLAIM-DATE)
           IF WS-CLM-INT >= WS-EFF-INT AND WS-CLM-INT < WS-EXP-INT
               MOVE 'Y' TO WS-POLICY-FOUND
               MOVE OUT-POLICY-NUM TO WS-MATCHED-POLICY-NUM
               MOVE OUT-TERRITORY-CODE TO WS-MATCHED-TERRITORY
           END-IF.

       P533-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RESOLVE THE DEDUCTIBLE FOR THE CLAIM AT CLM-IDX FROM THE       *
      * RATING SNAPSHOT OF THE POLICY MATCHED BY P531: FIRE LOSSES     *
      * TAKE THE FIRE DEDUCTIBLE, WINDSTORM LOSSES THE WIND (OR        *
      * RESOLVED NAMED-STORM) DEDUCTIBLE, FLOOD LOSSES THE FLOOD       *
      * DEDUCTIBLE, AND EVERYTHING ELSE THE ALL-OTHER-PERILS           *
      * DEDUCTIBLE.  NO POLICY ON THE MASTER MEANS NO DEDUCTIBLE.      *
      *----------------------------------------------------------------*
       P535-RESOLVE-DEDUCTIBLE.
           MOVE 'N' TO WS-CLM-DED-SOURCE (CLM-IDX)
           MOVE ZERO TO WS-CLM-DEDUCTIBLE (CLM-IDX)
           IF WS-MATCHED-POLICY-NUM = SPACES OR NOT POLMAST-IS-OPEN
               GO TO P535-EXIT
           END-IF
           MOVE WS-MATCHED-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P535-EXIT
           END-READ

           EVALUATE WS-CLM-CLAIM-TYPE (CLM-IDX)
               WHEN 'FIRE'
               WHEN 'SMOKE'
               WHEN 'LIGHTNING'
               WHEN 'EXPLOSION'
                   MOVE 'F' TO WS-CLM-DED-SOURCE (CLM-IDX)
                   MOVE POL-FIRE-DEDUCTIBLE
                        TO WS-CLM-DEDUCTIBLE (CLM-IDX)
               WHEN 'WIND'
               WHEN 'WINDSTORM'
               WHEN 'HAIL'
               WHEN 'HURRICANE'
               WHEN 'TORNADO'
               WHEN 'STORM'
               WHEN 'WEATHER'
                   MOVE 'W' TO WS-CLM-DED-SOURCE (CLM-IDX)
                   MOVE POL-WIND-DEDUCTIBLE
                        TO WS-CLM-DEDUCTIBLE (CLM-IDX)
               WHEN 'FLOOD'
                   MOVE 'L' TO WS-CLM-DED-SOURCE (CLM-IDX)
                   MOVE POL-FLOOD-DEDUCTIBLE
                        TO WS-CLM-DEDUCTIBLE (CLM-IDX)
               WHEN OTHER
                   MOVE 'O' TO WS-CLM-DED-SOURCE (CLM-IDX)
                   MOVE POL-OTHER-DEDUCTIBLE
                        TO WS-CLM-DEDUCTIBLE (CLM-IDX)
           END-EVALUATE.

       P535-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * VERIFY THE NEW CLAIM AT CLM-IDX AGAINST THE PERILS WRITTEN ON  *
      * THE POLICY MATCHED BY P531.  A CLAIM TYPE THAT MAPS TO A PERIL *
      * (CLMPERIL) NEEDS THAT PERIL ON THE POLICY MASTER; WHERE IT WAS *
      * NOT WRITTEN, OR THE POLICY IS NOT ON THE MASTER, THE CLAIM     *
      * STILL OPENS BUT ON A COVERAGE QUESTION FOR THE SUPERVISOR.     *
      * WITHOUT THE POLICY MASTER NOTHING CAN BE CHECKED.              *
      *----------------------------------------------------------------*
       P536-CHECK-COVERAGE.
           MOVE SPACE TO WS-CLM-COVERAGE-STATUS (CLM-IDX)
           MOVE SPACE TO WS-CLM-COVERAGE-PERIL (CLM-IDX)
           MOVE ZERO TO WS-CLM-COVERAGE-DATE (CLM-IDX)
           MOVE SPACE TO WS-COV-PERIL-CODE
           PERFORM P534-MAP-CLAIM-TYPE
                   VARYING CPM-IDX FROM 1 BY 1
                   UNTIL CPM-IDX > CPM-TYPE-COUNT
           IF WS-COV-PERIL-CODE = SPACE OR NOT POLMAST-IS-OPEN
               GO TO P536-EXIT
           END-IF

           MOVE ZERO TO WS-COV-PERIL-WRITTEN
           MOVE WS-MATCHED-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO POL-POLICY-NUM
           END-READ
           IF POL-POLICY-NUM NOT = SPACES
               EVALUATE WS-COV-PERIL-CODE
                   WHEN 'F'
                       MOVE POL-FIRE-PERIL TO WS-COV-PERIL-WRITTEN
                   WHEN 'C'
                       MOVE POL-CRIME-PERIL TO WS-COV-PERIL-WRITTEN
                   WHEN 'L'
                       MOVE POL-FLOOD-PERIL TO WS-COV-PERIL-WRITTEN
                   WHEN 'W'
                       MOVE POL-WEATHER-PERIL TO WS-COV-PERIL-WRITTEN
                   WHEN 'E'
                       MOVE POL-EARTHQUAKE-PERIL
                            TO WS-COV-PERIL-WRITTEN
                   WHEN 'B'
                       MOVE POL-LIABILITY-PERIL
                            TO WS-COV-PERIL-WRITTEN
               END-EVALUATE
           END-IF
           IF WS-COV-PERIL-WRITTEN > ZERO
               GO TO P536-EXIT
           END-IF

           MOVE 'Q' TO WS-CLM-COVERAGE-STATUS (CLM-IDX)
           MOVE WS-COV-PERIL-CODE TO WS-CLM-COVERAGE-PERIL (CLM-IDX)
           MOVE WS-CURRENT-DATE TO WS-CLM-COVERAGE-DATE (CLM-IDX)
           ADD 1 TO WS-COV-QUESTION-CNT.

       P536-EXIT.
           EXIT.

       P534-MAP-CLAIM-TYPE.
           IF CPM-CLAIM-TYPE (CPM-IDX) = WS-CLM-CLAIM-TYPE (CLM-IDX)
               MOVE CPM-PERIL-CODE (CPM-IDX) TO WS-COV-PERIL-CODE
           END-IF.

      *----------------------------------------------------------------*
      * COVERAGE DECISION ON A CLAIM OPENED ON A COVERAGE QUESTION:    *
      * CONFIRMED LETS PAYMENTS PROCEED; DENIED DENIES THE CLAIM THE   *
      * SAME AS A DENIAL (D) TRANSACTION.                              *
      *----------------------------------------------------------------*
       P537-DECIDE-COVERAGE.
           IF NOT CLT-COVERAGE-OUTCOME-VALID
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'BAD COVERAGE CODE' TO WS-TRAN-RESULT
               GO TO P537-EXIT
           END-IF
           IF WS-CLM-COVERAGE-STATUS (CLM-IDX) NOT = 'Q'
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'NO COVERAGE QUESTION' TO WS-TRAN-RESULT
               GO TO P537-EXIT
           END-IF

           MOVE WS-CURRENT-DATE TO WS-CLM-COVERAGE-DATE (CLM-IDX)
           IF CLT-COVERAGE-CONFIRM
               MOVE 'C' TO WS-CLM-COVERAGE-STATUS (CLM-IDX)
               ADD 1 TO WS-COV-CONFIRMED-CNT
               MOVE 'COVERAGE CONFIRMED' TO WS-TRAN-RESULT
           ELSE
               MOVE 'D' TO WS-CLM-COVERAGE-STATUS (CLM-IDX)
               MOVE 'D' TO WS-CLM-CLAIM-STATUS (CLM-IDX)
               MOVE ZERO TO WS-CLM-RESERVE-AMOUNT (CLM-IDX)
               MOVE ZERO TO WS-CLM-DCC-RESERVE (CLM-IDX)
               MOVE ZERO TO WS-CLM-AO-RESERVE (CLM-IDX)
               ADD 1 TO WS-COV-DENIED-CNT
               ADD 1 TO WS-DENIED-CNT
               MOVE 'COVERAGE DENIED' TO WS-TRAN-RESULT
           END-IF.

       P537-EXIT.
           EXIT.

       P540-MAINTAIN-CLAIM.
           MOVE ZERO TO WS-CLM-MATCH-IDX
           PERFORM P541-FIND-CLAIM

           SET CLM-IDX TO WS-CLM-MATCH-IDX

      *    A claim opened before deductibles were tracked has its
      *    deductible resolved now, against the policy in force on
      *    its loss date.
           IF WS-CLM-DED-SOURCE (CLM-IDX) = SPACE
               MOVE WS-CLM-CUSTOMER-NUM (CLM-IDX)
                    TO WS-VAL-CUSTOMER-NUM
               MOVE WS-CLM-CLAIM-DATE (CLM-IDX) TO WS-VAL-CLAIM-DATE
               PERFORM P531-VALIDATE-POLICY THRU P531-EXIT
               PERFORM P535-RESOLVE-DEDUCTIBLE THRU P535-EXIT
           END-IF

      *    The cat desk can back-code an event onto a claim opened
      *    before the event was named -- any transaction carrying an
      *    event code stamps it on the master.

           IF WS-CLM-CLAIM-STATUS (CLM-IDX) NOT = 'O' AND
              NOT CLT-RESERVE-CHANGE AND NOT CLT-VOID AND
              NOT CLT-RECOVERY AND NOT CLT-EXPENSE-PAYMENT AND
              NOT CLT-LITIGATION
      *        Payments, closes and denials only apply to open
      *        claims; a reserve change may also reopen one, a void
      *        must still reverse a check on a closed claim, and
      *        subrogation/salvage money routinely arrives after
      *        the claim has closed.  Defense and adjusting bills
      *        keep arriving after the close, and suit can be
      *        served on a claim already closed or denied.
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'CLAIM NOT OPEN' TO WS-TRAN-RESULT
               GO TO P540-EXIT
           END-IF

           IF (CLT-EXPENSE-PAYMENT OR CLT-EXPENSE-RESERVE) AND
              NOT CLT-EXPENSE-TYPE-VALID
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'BAD EXPENSE TYPE' TO WS-TRAN-RESULT
               GO TO P540-EXIT
           END-IF

           MOVE WS-CLM-CLAIM-STATUS (CLM-IDX) TO WS-OLD-CLAIM-STATUS
           MOVE WS-REJECTED-CNT TO WS-REJECTED-BEFORE

           EVALUATE TRUE
               WHEN CLT-RESERVE-CHANGE
                   PERFORM P547-NET-RESERVE
                   MOVE WS-NET-RESERVE
                        TO WS-CLM-RESERVE-AMOUNT (CLM-IDX)
                   MOVE 'O' TO WS-CLM-CLAIM-STATUS (CLM-IDX)
                   MOVE SPACE TO WS-CLM-CLOSE-REASON (CLM-IDX)
                   ADD 1 TO WS-RESERVE-CHG-CNT
                   MOVE 'RESERVE SET' TO WS-TRAN-RESULT
               WHEN CLT-PAYMENT
                   PERFORM P548-POST-PAYMENT THRU P548-EXIT
               WHEN CLT-EXPENSE-PAYMENT
                   PERFORM P543-POST-EXPENSE THRU P543-EXIT
               WHEN CLT-EXPENSE-RESERVE
      *            Expense is reserved gross -- the deductible is the
      *            insured's share of the loss, not of our expense.
                   IF CLT-DCC-EXPENSE
                       MOVE CLT-AMOUNT TO WS-CLM-DCC-RESERVE (CLM-IDX)
                   ELSE
                       MOVE CLT-AMOUNT TO WS-CLM-AO-RESERVE (CLM-IDX)
                   END-IF
                   ADD 1 TO WS-EXPENSE-RSV-CNT
                   MOVE 'EXPENSE RESERVE SET' TO WS-TRAN-RESULT
               WHEN CLT-LITIGATION
                   PERFORM P542-RECORD-SUIT
               WHEN CLT-VOID AND CLT-EXPENSE-TYPE-VALID
                   PERFORM P538-VOID-EXPENSE
               WHEN CLT-VOID
      *            Reverse the check back onto the claim: the paid
      *            amount comes down and the money goes back into
                       ADD 1 TO WS-VOIDED-CNT
                       SUBTRACT CLT-AMOUNT FROM WS-POSTED-TOTAL
                       MOVE 'PAYMENT VOIDED' TO WS-TRAN-RESULT
                       MOVE CLT-AMOUNT TO WS-DISB-AMT
                       PERFORM P545-WRITE-DISBURSEMENT
                   END-IF
               WHEN CLT-RECOVERY
               WHEN CLT-CLOSE
                   MOVE 'C' TO WS-CLM-CLAIM-STATUS (CLM-IDX)
                   MOVE ZERO TO WS-CLM-RESERVE-AMOUNT (CLM-IDX)
                   MOVE ZERO TO WS-CLM-DCC-RESERVE (CLM-IDX)
                   MOVE ZERO TO WS-CLM-AO-RESERVE (CLM-IDX)
                   ADD 1 TO WS-CLOSED-CNT
      *            Loss settled entirely inside the deductible --
      *            close it as such so it is not read as a claim
      *            we paid nothing on for want of cover.
                   IF WS-CLM-PAID-AMOUNT (CLM-IDX) = ZERO AND
                      WS-CLM-DED-APPLIED (CLM-IDX) > ZERO
                       MOVE 'B' TO WS-CLM-CLOSE-REASON (CLM-IDX)
                       ADD 1 TO WS-BELOW-DED-CNT
                       MOVE 'BELOW DEDUCTIBLE' TO WS-TRAN-RESULT
                   ELSE
                       MOVE SPACE TO WS-CLM-CLOSE-REASON (CLM-IDX)
                       MOVE 'CLOSED' TO WS-TRAN-RESULT
                   END-IF
               WHEN CLT-DENY
                   MOVE 'D' TO WS-CLM-CLAIM-STATUS (CLM-IDX)
                   MOVE ZERO TO WS-CLM-RESERVE-AMOUNT (CLM-IDX)
                   MOVE ZERO TO WS-CLM-DCC-RESERVE (CLM-IDX)
                   MOVE ZERO TO WS-CLM-AO-RESERVE (CLM-IDX)
                   ADD 1 TO WS-DENIED-CNT
                   MOVE 'DENIED' TO WS-TRAN-RESULT
               WHEN CLT-COVERAGE-RULING
                   PERFORM P537-DECIDE-COVERAGE THRU P537-EXIT
               WHEN CLT-ASSIGN
                   PERFORM P570-REASSIGN-CLAIM THRU P570-EXIT
               WHEN CLT-SIU-CLEAR
                   IF WS-CLM-SIU-STATUS (CLM-IDX) = 'R'
                       MOVE 'C' TO WS-CLM-SIU-STATUS (CLM-IDX)
                       ADD 1 TO WS-SIU-CLEARED-CNT
                       MOVE 'SIU CLEARED' TO WS-TRAN-RESULT
                       PERFORM P579-REPORT-SIU-CLEARANCE
                   ELSE
                       ADD 1 TO WS-REJECTED-CNT
                       MOVE 'NOT SIU REFERRED' TO WS-TRAN-RESULT
                   END-IF
           END-EVALUATE

      *    A transaction rejected inside the EVALUATE left the claim
      *    as it was -- it is not activity on the claim.
           IF WS-REJECTED-CNT = WS-REJECTED-BEFORE
               PERFORM P550-UPDATE-CLAIM-HANDLING THRU P550-EXIT
           END-IF

           PERFORM P585-CHECK-LARGE-LOSS THRU P585-EXIT.

       P540-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * AFTER EVERY APPLIED TRANSACTION: STAMP THE ACTIVITY DATE, MOVE *
      * THE CLAIM IN OR OUT OF ITS ADJUSTER'S OPEN COUNT AS IT CLOSES  *
      * OR REOPENS, ASSIGN AN OPEN CLAIM THAT HAS NO ADJUSTER YET, AND *
      * ROLL THE DIARY FORWARD.                                        *
      *----------------------------------------------------------------*
       P550-UPDATE-CLAIM-HANDLING.
           MOVE WS-CURRENT-DATE TO WS-CLM-LAST-ACTIVITY (CLM-IDX)

           IF WS-OLD-CLAIM-STATUS = 'O' AND
              WS-CLM-CLAIM-STATUS (CLM-IDX) NOT = 'O'
               PERFORM P566-RELEASE-CLAIM
           END-IF
           IF WS-OLD-CLAIM-STATUS NOT = 'O' AND
              WS-CLM-CLAIM-STATUS (CLM-IDX) = 'O'
               PERFORM P567-TAKE-CLAIM
           END-IF

           IF WS-CLM-CLAIM-STATUS (CLM-IDX) = 'O' AND
              WS-CLM-ADJUSTER-ID (CLM-IDX) = SPACES
      *        The territory comes from the in-force policy; the
      *        lookup must not disturb the transaction's result.
               MOVE WS-TRAN-RESULT TO WS-TRAN-RESULT-HOLD
               MOVE WS-CLM-CUSTOMER-NUM (CLM-IDX)
                    TO WS-VAL-CUSTOMER-NUM
               MOVE WS-CLM-CLAIM-DATE (CLM-IDX) TO WS-VAL-CLAIM-DATE
               PERFORM P531-VALIDATE-POLICY THRU P531-EXIT
               MOVE WS-TRAN-RESULT-HOLD TO WS-TRAN-RESULT
               PERFORM P560-ASSIGN-ADJUSTER THRU P560-EXIT
           END-IF

           PERFORM P555-SET-DIARY-DATE.

       P550-EXIT.
           EXIT.

       P555-SET-DIARY-DATE.
           IF WS-CLM-CLAIM-STATUS (CLM-IDX) NOT = 'O'
               MOVE ZERO TO WS-CLM-NEXT-DIARY (CLM-IDX)
           ELSE
               IF CLT-DIARY-DATE NUMERIC AND
                  CLT-DIARY-DATE > WS-CURRENT-DATE
                   MOVE CLT-DIARY-DATE TO WS-CLM-NEXT-DIARY (CLM-IDX)
               ELSE
                   COMPUTE WS-DIARY-INT = FUNCTION INTEGER-OF-DATE
                                           (WS-CURRENT-DATE)
                                        + WS-DIARY-DAYS
                   COMPUTE WS-CLM-NEXT-DIARY (CLM-IDX) =
                       FUNCTION DATE-OF-INTEGER (WS-DIARY-INT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * AUTO-ASSIGNMENT FOR THE CLAIM AT CLM-IDX.  THE TERRITORY IS    *
      * THE ONE P531 FOUND ON THE IN-FORCE POLICY.  AMONG ELIGIBLE     *
      * ADJUSTERS THE LOWEST OPEN COUNT PER UNIT OF CAPACITY WINS;     *
      * ON A TIE THE ONE EARLIER ON THE MASTER.                        *
      *----------------------------------------------------------------*
       P560-ASSIGN-ADJUSTER.
           IF NOT ADJUSTER-MASTER-LOADED
               ADD 1 TO WS-UNASSIGNED-CNT
               GO TO P560-EXIT
           END-IF
           MOVE ZERO TO WS-ADM-BEST-IDX
           MOVE 9999999.99 TO WS-ADM-BEST-LOAD
           PERFORM P561-RATE-ADJUSTER THRU P561-EXIT
                   VARYING ADM-IDX FROM 1 BY 1
                   UNTIL ADM-IDX > WS-ADM-COUNT
           IF WS-ADM-BEST-IDX = ZERO
               ADD 1 TO WS-UNASSIGNED-CNT
               GO TO P560-EXIT
           END-IF
           SET ADM-IDX TO WS-ADM-BEST-IDX
           MOVE WS-ADM-ID (ADM-IDX) TO WS-CLM-ADJUSTER-ID (CLM-IDX)
           ADD 1 TO WS-ADM-OPEN-CNT (ADM-IDX)
           ADD 1 TO WS-ASSIGNED-CNT.

       P560-EXIT.
           EXIT.

       P561-RATE-ADJUSTER.
           IF WS-ADM-STATUS (ADM-IDX) NOT = 'A'
               GO TO P561-EXIT
           END-IF
           IF WS-ADM-OPEN-CNT (ADM-IDX) >= WS-ADM-CAPACITY (ADM-IDX)
               GO TO P561-EXIT
           END-IF

           IF WS-ADM-TERRITORIES (ADM-IDX) NOT = SPACES
               MOVE 'N' TO WS-ADM-FIT-IND
               PERFORM P562-CHECK-TERRITORY
                       VARYING WS-ADM-LIST-SUB FROM 1 BY 1
                       UNTIL WS-ADM-LIST-SUB > 5
               IF NOT ADJUSTER-FITS
                   GO TO P561-EXIT
               END-IF
           END-IF

           IF WS-ADM-CLAIM-TYPES (ADM-IDX) NOT = SPACES
               MOVE 'N' TO WS-ADM-FIT-IND
               PERFORM P563-CHECK-CLAIM-TYPE
                       VARYING WS-ADM-LIST-SUB FROM 1 BY 1
                       UNTIL WS-ADM-LIST-SUB > 4
               IF NOT ADJUSTER-FITS
                   GO TO P561-EXIT
               END-IF
           END-IF

           COMPUTE WS-ADM-LOAD ROUNDED =
               WS-ADM-OPEN-CNT (ADM-IDX) / WS-ADM-CAPACITY (ADM-IDX)
           IF WS-ADM-LOAD < WS-ADM-BEST-LOAD
               MOVE WS-ADM-LOAD TO WS-ADM-BEST-LOAD
               SET WS-ADM-BEST-IDX TO ADM-IDX
           END-IF.

       P561-EXIT.
           EXIT.

       P562-CHECK-TERRITORY.
           IF WS-ADM-TERRITORY (ADM-IDX, WS-ADM-LIST-SUB) NOT = SPACES
              AND WS-ADM-TERRITORY (ADM-IDX, WS-ADM-LIST-SUB) =
                  WS-MATCHED-TERRITORY
               MOVE 'Y' TO WS-ADM-FIT-IND
           END-IF.

       P563-CHECK-CLAIM-TYPE.
           IF WS-ADM-CLAIM-TYPE (ADM-IDX, WS-ADM-LIST-SUB) NOT = SPACES
              AND WS-ADM-CLAIM-TYPE (ADM-IDX, WS-ADM-LIST-SUB) =
                  WS-CLM-CLAIM-TYPE (CLM-IDX)
               MOVE 'Y' TO WS-ADM-FIT-IND
           END-IF.

       P565-FIND-ADJUSTER.
           IF WS-ADM-ID (ADM-IDX) = WS-ADM-SEARCH-ID
               SET WS-ADM-MATCH-IDX TO ADM-IDX
           END-IF.

      *    Take the claim at CLM-IDX off, or put it on, its
      *    adjuster's open count.
       P566-RELEASE-CLAIM.
           MOVE WS-CLM-ADJUSTER-ID (CLM-IDX) TO WS-ADM-SEARCH-ID
           PERFORM P568-LOCATE-ADJUSTER
           IF WS-ADM-MATCH-IDX > ZERO
               SET ADM-IDX TO WS-ADM-MATCH-IDX
               IF WS-ADM-OPEN-CNT (ADM-IDX) > ZERO
                   SUBTRACT 1 FROM WS-ADM-OPEN-CNT (ADM-IDX)
               END-IF
           END-IF.

       P567-TAKE-CLAIM.
           MOVE WS-CLM-ADJUSTER-ID (CLM-IDX) TO WS-ADM-SEARCH-ID
           PERFORM P568-LOCATE-ADJUSTER
           IF WS-ADM-MATCH-IDX > ZERO
               SET ADM-IDX TO WS-ADM-MATCH-IDX
               ADD 1 TO WS-ADM-OPEN-CNT (ADM-IDX)
           END-IF.

       P568-LOCATE-ADJUSTER.
           MOVE ZERO TO WS-ADM-MATCH-IDX
           IF WS-ADM-SEARCH-ID NOT = SPACES
               PERFORM P565-FIND-ADJUSTER
                       VARYING ADM-IDX FROM 1 BY 1
                       UNTIL ADM-IDX > WS-ADM-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * CLAIMS MANAGEMENT REASSIGNMENT -- THE NAMED ADJUSTER MUST BE   *
      * ON THE MASTER AND ACTIVE.  CAPACITY IS NOT ENFORCED: MOVING    *
      * WORK ONTO A FULL DESK IS A MANAGEMENT DECISION.                *
      *----------------------------------------------------------------*
       P570-REASSIGN-CLAIM.
           MOVE CLT-ADJUSTER-ID TO WS-ADM-SEARCH-ID
           PERFORM P568-LOCATE-ADJUSTER
           IF WS-ADM-MATCH-IDX = ZERO
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'UNKNOWN ADJUSTER' TO WS-TRAN-RESULT
               GO TO P570-EXIT
           END-IF
           SET ADM-IDX TO WS-ADM-MATCH-IDX
           IF WS-ADM-STATUS (ADM-IDX) NOT = 'A'
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'ADJUSTER INACTIVE' TO WS-TRAN-RESULT
               GO TO P570-EXIT
           END-IF

           PERFORM P566-RELEASE-CLAIM
           MOVE CLT-ADJUSTER-ID TO WS-CLM-ADJUSTER-ID (CLM-IDX)
           PERFORM P567-TAKE-CLAIM
           ADD 1 TO WS-REASSIGNED-CNT
           MOVE SPACES TO WS-TRAN-RESULT
           STRING 'ASSIGNED ' CLT-ADJUSTER-ID
                  DELIMITED BY SIZE INTO WS-TRAN-RESULT.

       P570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SCORE THE CLAIM AT CLM-IDX AGAINST THE SIU RED FLAGS.  THE     *
      * POLICY IS THE ONE P531 MATCHED; WS-SIU-TRIGGER SAYS WHETHER    *
      * THIS IS INTAKE (N) OR A LARGE PAYMENT (P), AND WS-DISB-AMT     *
      * CARRIES THE AMOUNT FOR THE REFERRAL.                           *
      *----------------------------------------------------------------*
       P575-SCORE-CLAIM.
           ADD 1 TO WS-SIU-SCORED-CNT
           MOVE ZERO TO WS-SIU-SCORE
           MOVE 'NNNNNN' TO WS-SIU-FLAGS
           COMPUTE WS-SIU-LOSS-INT = FUNCTION INTEGER-OF-DATE
                                      (WS-CLM-CLAIM-DATE (CLM-IDX))

      *    Prior claims by the same customer inside the window.
           MOVE WS-SIU-PRIOR-CLM-DAYS TO WS-SIU-WINDOW-DAYS
           PERFORM P576-CHECK-PRIOR-CLAIM
                   VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > WS-CLM-COUNT

           IF WS-MATCHED-POLICY-NUM = SPACES
               GO TO P575-TOTAL
           END-IF

           MOVE WS-SIU-ENDORSE-DAYS TO WS-SIU-WINDOW-DAYS
           PERFORM P577-CHECK-ENDORSEMENT
                   VARYING SEN-IDX FROM 1 BY 1
                   UNTIL SEN-IDX > WS-SEN-COUNT

           PERFORM P578-CHECK-DUNNING
                   VARYING SDN-IDX FROM 1 BY 1
                   UNTIL SDN-IDX > WS-SDN-COUNT

           IF NOT POLMAST-IS-OPEN
               GO TO P575-TOTAL
           END-IF
           MOVE WS-MATCHED-POLICY-NUM TO POL-POLICY-NUM
           READ POLICY-MASTER-FILE
               INVALID KEY
                   GO TO P575-TOTAL
           END-READ

      *    Loss soon after inception or issue of the policy.
           MOVE WS-SIU-NEW-POLICY-DAYS TO WS-SIU-WINDOW-DAYS
           MOVE POL-EFFECTIVE-DATE TO WS-SIU-BASE-DATE
           PERFORM P574-CHECK-WINDOW
           IF SIU-IN-WINDOW
               MOVE 'Y' TO WS-SIU-NEW-POLICY-FLG
           END-IF
           IF POL-ISSUE-DATE NUMERIC
               MOVE POL-ISSUE-DATE TO WS-SIU-BASE-DATE
               PERFORM P574-CHECK-WINDOW
               IF SIU-IN-WINDOW
                   MOVE 'Y' TO WS-SIU-NEW-POLICY-FLG
               END-IF
           END-IF

      *    Loss soon after a reinstatement.
           IF POL-REINSTATE-DATE NUMERIC
               MOVE WS-SIU-REINSTATE-DAYS TO WS-SIU-WINDOW-DAYS
               MOVE POL-REINSTATE-DATE TO WS-SIU-BASE-DATE
               PERFORM P574-CHECK-WINDOW
               IF SIU-IN-WINDOW
                   MOVE 'Y' TO WS-SIU-REINSTATE-FLG
               END-IF
           END-IF

      *    Money going to someone other than the insured.
           IF CLT-PAYEE-NAME NOT = SPACES AND
              POL-CUSTOMER-NAME NOT = SPACES AND
              CLT-PAYEE-NAME NOT = POL-CUSTOMER-NAME (1:40)
               MOVE 'Y' TO WS-SIU-PAYEE-FLG
           END-IF.

       P575-TOTAL.
           IF WS-SIU-NEW-POLICY-FLG = 'Y'
               ADD WS-SIU-NEW-POLICY-PTS TO WS-SIU-SCORE
           END-IF
           IF WS-SIU-ENDORSE-FLG = 'Y'
               ADD WS-SIU-ENDORSE-PTS TO WS-SIU-SCORE
           END-IF
           IF WS-SIU-PRIOR-CLM-FLG = 'Y'
               ADD WS-SIU-PRIOR-CLM-PTS TO WS-SIU-SCORE
           END-IF
           IF WS-SIU-DUNNING-FLG = 'Y'
               ADD WS-SIU-DUNNING-PTS TO WS-SIU-SCORE
           END-IF
           IF WS-SIU-REINSTATE-FLG = 'Y'
               ADD WS-SIU-REINSTATE-PTS TO WS-SIU-SCORE
           END-IF
           IF WS-SIU-PAYEE-FLG = 'Y'
               ADD WS-SIU-PAYEE-PTS TO WS-SIU-SCORE
           END-IF
           MOVE WS-SIU-SCORE TO WS-CLM-SIU-SCORE (CLM-IDX)

           IF WS-SIU-SCORE < WS-SIU-THRESHOLD
               GO TO P575-EXIT
           END-IF

           MOVE 'R' TO WS-CLM-SIU-STATUS (CLM-IDX)
           ADD 1 TO WS-SIU-REFERRED-CNT
           IF SIU-REFERRAL-IS-OPEN
               MOVE SPACES TO SIU-REFERRAL-RECORD
               MOVE WS-CURRENT-DATE TO SRF-REFER-DATE
               MOVE WS-CLM-CLAIM-NUMBER (CLM-IDX) TO SRF-CLAIM-NUMBER
               MOVE WS-CLM-CUSTOMER-NUM (CLM-IDX) TO SRF-CUSTOMER-NUM
               MOVE WS-MATCHED-POLICY-NUM TO SRF-POLICY-NUM
               MOVE WS-SIU-TRIGGER TO SRF-TRIGGER
               MOVE WS-SIU-SCORE TO SRF-SCORE
               MOVE WS-SIU-FLAGS TO SRF-FLAGS
               MOVE WS-DISB-AMT TO SRF-AMOUNT
               MOVE WS-CLM-ADJUSTER-ID (CLM-IDX) TO SRF-ADJUSTER-ID
               WRITE SIU-REFERRAL-RECORD
           END-IF
           IF SIU-REPORT-IS-OPEN
               INSPECT WS-SIU-FLAGS REPLACING ALL 'N' BY SPACE
               MOVE WS-DISB-AMT TO WS-SIU-AMT-DISPLAY
               MOVE SPACES TO SIU-REPORT-LINE
               STRING 'REFERRED  ' WS-CLM-CLAIM-NUMBER (CLM-IDX)
                      ' ' WS-CLM-CUSTOMER-NUM (CLM-IDX)
                      ' ' WS-MATCHED-POLICY-NUM
                      '   ' WS-SIU-TRIGGER
                      '   ' WS-SIU-SCORE
                      '     ' WS-SIU-NEW-POLICY-FLG
                      '      ' WS-SIU-ENDORSE-FLG
                      '     ' WS-SIU-PRIOR-CLM-FLG
                      '     ' WS-SIU-DUNNING-FLG
                      '    ' WS-SIU-REINSTATE-FLG
                      '     ' WS-SIU-PAYEE-FLG
                      '   ' WS-SIU-AMT-DISPLAY
                      DELIMITED BY SIZE INTO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
           END-IF.

       P575-EXIT.
           EXIT.

      *    Is the loss date on or after WS-SIU-BASE-DATE and no more
      *    than WS-SIU-WINDOW-DAYS after it?
       P574-CHECK-WINDOW.
           MOVE 'N' TO WS-SIU-IN-WINDOW-IND
           IF WS-SIU-BASE-DATE NUMERIC AND WS-SIU-BASE-DATE > ZERO
               COMPUTE WS-SIU-BASE-INT = FUNCTION INTEGER-OF-DATE
                                          (WS-SIU-BASE-DATE)
               IF WS-SIU-LOSS-INT >= WS-SIU-BASE-INT AND
                  WS-SIU-LOSS-INT - WS-SIU-BASE-INT <=
                  WS-SIU-WINDOW-DAYS
                   MOVE 'Y' TO WS-SIU-IN-WINDOW-IND
               END-IF
           END-IF.

       P576-CHECK-PRIOR-CLAIM.
           IF WS-CLM-CUSTOMER-NUM (PRI-IDX) =
              WS-CLM-CUSTOMER-NUM (CLM-IDX) AND
              WS-CLM-CLAIM-NUMBER (PRI-IDX) NOT =
              WS-CLM-CLAIM-NUMBER (CLM-IDX)
               MOVE WS-CLM-CLAIM-DATE (PRI-IDX) TO WS-SIU-BASE-DATE
               PERFORM P574-CHECK-WINDOW
               IF SIU-IN-WINDOW
                   MOVE 'Y' TO WS-SIU-PRIOR-CLM-FLG
               END-IF
           END-IF.

       P577-CHECK-ENDORSEMENT.
           IF WS-SEN-POLICY-NUM (SEN-IDX) = WS-MATCHED-POLICY-NUM
               MOVE WS-SEN-EFFECTIVE-DATE (SEN-IDX) TO WS-SIU-BASE-DATE
               PERFORM P574-CHECK-WINDOW
               IF SIU-IN-WINDOW
                   MOVE 'Y' TO WS-SIU-ENDORSE-FLG
               END-IF
           END-IF.

       P578-CHECK-DUNNING.
           IF WS-SDN-POLICY-NUM (SDN-IDX) = WS-MATCHED-POLICY-NUM
               MOVE 'Y' TO WS-SIU-DUNNING-FLG
           END-IF.

       P579-REPORT-SIU-CLEARANCE.
           IF SIU-REPORT-IS-OPEN
               MOVE SPACES TO SIU-REPORT-LINE
               STRING 'CLEARED   ' WS-CLM-CLAIM-NUMBER (CLM-IDX)
                      ' ' WS-CLM-CUSTOMER-NUM (CLM-IDX)
                      DELIMITED BY SIZE INTO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * AFTER EVERY APPLIED TRANSACTION, COMPARE THE CLAIM'S INCURRED  *
      * POSITION (PAID PLUS RESERVE) AGAINST EACH TREATY'S             *
       P586-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LAST KNOWN STATE OF THE PAYEE FOR UNCLAIMED PROPERTY -- THE    *
      * STATE OF THE INSURED RISK, TAKEN FROM THE TERRITORY OF THE     *
      * POLICY IN FORCE AT THE CLAIM DATE.  SPACES WHEN NO POLICY IS   *
      * FOUND.  THE LOOKUP MUST NOT DISTURB THE TRANSACTION'S RESULT.  *
      *----------------------------------------------------------------*
       P544-RESOLVE-PAYEE-STATE.
           MOVE WS-TRAN-RESULT TO WS-TRAN-RESULT-HOLD
           MOVE WS-CLM-CUSTOMER-NUM (CLM-IDX) TO WS-VAL-CUSTOMER-NUM
           MOVE WS-CLM-CLAIM-DATE (CLM-IDX) TO WS-VAL-CLAIM-DATE
           PERFORM P531-VALIDATE-POLICY THRU P531-EXIT
           MOVE WS-TRAN-RESULT-HOLD TO WS-TRAN-RESULT
           MOVE WS-MATCHED-TERRITORY (1:2) TO WS-PAYEE-STATE.

      *----------------------------------------------------------------*
      * ONE BANK INSTRUCTION PER PAYMENT OR VOID -- A PAYMENT WRITES   *
      * THE CHECK AMOUNT, A VOID WRITES THE NEGATIVE STOP-PAY.  A      *
           END-IF
           MOVE CLT-CLAIM-NUMBER TO DSB-CLAIM-NUMBER
           MOVE CLT-CUSTOMER-NUM TO DSB-CUSTOMER-NUM
      *    A payment takes the next check number; a void stops the
      *    check number keyed on the transaction.
           IF CLT-VOID
               COMPUTE DSB-AMOUNT = WS-DISB-AMT * -1
               MOVE 'STOPPAY' TO DSB-DISB-TYPE
               IF CLT-CHECK-NUMBER NUMERIC
                   MOVE CLT-CHECK-NUMBER TO DSB-CHECK-NUMBER
               ELSE
                   MOVE ZERO TO DSB-CHECK-NUMBER
               END-IF
           ELSE
               MOVE WS-DISB-AMT TO DSB-AMOUNT
               MOVE 'PAYMENT' TO DSB-DISB-TYPE
               ADD 1 TO WS-NEXT-CHECK-NUM
               MOVE WS-NEXT-CHECK-NUM TO DSB-CHECK-NUMBER
           END-IF
           MOVE WS-CURRENT-DATE TO DSB-ISSUE-DATE
           WRITE DISBURSE-RECORD

           IF CHECK-ISSUE-IS-OPEN
               MOVE SPACES TO CHECK-ISSUE-RECORD
               IF CLT-VOID
                   MOVE 'V' TO CKI-ACTION
               ELSE
                   MOVE 'I' TO CKI-ACTION
               END-IF
               MOVE DSB-CHECK-NUMBER TO CKI-CHECK-NUMBER
               MOVE WS-CURRENT-DATE TO CKI-ACTION-DATE
               MOVE WS-DISB-AMT TO CKI-AMOUNT
               MOVE DSB-PAYEE-NAME TO CKI-PAYEE-NAME
               MOVE 'C' TO CKI-SOURCE
               MOVE CLT-CLAIM-NUMBER TO CKI-REFERENCE
               IF NOT CLT-VOID
                   PERFORM P544-RESOLVE-PAYEE-STATE
                   MOVE WS-PAYEE-STATE TO CKI-PAYEE-STATE
               END-IF
               WRITE CHECK-ISSUE-RECORD
           END-IF
           ADD 1 TO WS-DISB-CNT
           ADD DSB-AMOUNT TO WS-DISB-TOTAL

      *    A check made out to the customer of record is indemnity to
      *    the insured and not reportable; a named payee goes to the
      *    1099 ledger, a void netting off the original payment.
           IF CLT-PAYEE-NAME NOT = SPACES AND TAX-LEDGER-IS-OPEN
               MOVE SPACES TO TAX-LEDGER-RECORD
               MOVE 'C' TO TXL-SOURCE
               MOVE CLT-PAYEE-NAME TO TXL-PAYEE-KEY
               MOVE WS-CURRENT-DATE TO TXL-PAY-DATE
               MOVE DSB-AMOUNT TO TXL-AMOUNT
               MOVE CLT-CLAIM-NUMBER TO TXL-REFERENCE
               WRITE TAX-LEDGER-RECORD
           END-IF

           MOVE DSB-AMOUNT TO WS-DSB-AMT-DISPLAY
           MOVE SPACES TO PAY-REGISTER-LINE
           STRING DSB-DISB-TYPE
                  ' CHECK ' DSB-CHECK-NUMBER
                  '  CLAIM ' DSB-CLAIM-NUMBER
                  ' CUSTOMER ' DSB-CUSTOMER-NUM
                  ' AMOUNT ' WS-DSB-AMT-DISPLAY
                  DELIMITED BY SIZE INTO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE.

      *----------------------------------------------------------------*
      * SPLIT THE GROSS PAYMENT IN CLT-AMOUNT INTO THE PART THAT       *
      * SATISFIES THE CLAIM'S OUTSTANDING DEDUCTIBLE AND THE NET       *
      * AMOUNT ACTUALLY PAYABLE.                                       *
      *----------------------------------------------------------------*
       P546-APPLY-DEDUCTIBLE.
           MOVE ZERO TO WS-PAY-DED-APPLIED
           IF WS-CLM-DEDUCTIBLE (CLM-IDX) >
              WS-CLM-DED-APPLIED (CLM-IDX)
               COMPUTE WS-DED-REMAINING =
                   WS-CLM-DEDUCTIBLE (CLM-IDX) -
                   WS-CLM-DED-APPLIED (CLM-IDX)
               IF CLT-AMOUNT < WS-DED-REMAINING
                   MOVE CLT-AMOUNT TO WS-PAY-DED-APPLIED
               ELSE
                   MOVE WS-DED-REMAINING TO WS-PAY-DED-APPLIED
               END-IF
           END-IF
           COMPUTE WS-PAY-NET-AMT = CLT-AMOUNT - WS-PAY-DED-APPLIED
           ADD WS-PAY-DED-APPLIED TO WS-CLM-DED-APPLIED (CLM-IDX)
           ADD WS-PAY-DED-APPLIED TO WS-DED-APPLIED-TOTAL.

      *----------------------------------------------------------------*
      * POST A PAYMENT TO THE CLAIM AT CLM-IDX.  A CLAIM REFERRED TO   *
      * SIU HAS THE PAYMENT HELD; ON A CLAIM SIU HAS NOT SEEN, A       *
      * LARGE PAYMENT IS SCORED FIRST AND HELD IF IT REFERS THE CLAIM. *
      *----------------------------------------------------------------*
       P548-POST-PAYMENT.
      *    No indemnity is paid while coverage is in question --
      *    the payment is refused, not held, and is keyed again once
      *    coverage is confirmed.
           IF WS-CLM-COVERAGE-STATUS (CLM-IDX) = 'Q'
               ADD 1 TO WS-REJECTED-CNT
               ADD 1 TO WS-COV-REFUSED-CNT
               MOVE 'COVERAGE QUESTION' TO WS-TRAN-RESULT
               GO TO P548-EXIT
           END-IF
           MOVE 'N' TO WS-SIU-HOLD-IND
           IF WS-CLM-SIU-STATUS (CLM-IDX) = SPACE AND
              CLT-AMOUNT >= WS-SIU-LARGE-PAYMENT
               MOVE WS-TRAN-RESULT TO WS-TRAN-RESULT-HOLD
               MOVE WS-CLM-CUSTOMER-NUM (CLM-IDX)
                    TO WS-VAL-CUSTOMER-NUM
               MOVE WS-CLM-CLAIM-DATE (CLM-IDX) TO WS-VAL-CLAIM-DATE
               PERFORM P531-VALIDATE-POLICY THRU P531-EXIT
               MOVE WS-TRAN-RESULT-HOLD TO WS-TRAN-RESULT
               MOVE 'P' TO WS-SIU-TRIGGER
               MOVE CLT-AMOUNT TO WS-DISB-AMT
               PERFORM P575-SCORE-CLAIM THRU P575-EXIT
           END-IF
           IF WS-CLM-SIU-STATUS (CLM-IDX) = 'R'
               PERFORM P549-HOLD-PAYMENT
               GO TO P548-EXIT
           END-IF

           PERFORM P546-APPLY-DEDUCTIBLE
           ADD WS-PAY-NET-AMT TO WS-CLM-PAID-AMOUNT (CLM-IDX)
           IF WS-PAY-NET-AMT < WS-CLM-RESERVE-AMOUNT (CLM-IDX)
               SUBTRACT WS-PAY-NET-AMT FROM
                   WS-CLM-RESERVE-AMOUNT (CLM-IDX)
           ELSE
               MOVE ZERO TO WS-CLM-RESERVE-AMOUNT (CLM-IDX)
           END-IF
           ADD 1 TO WS-PAYMENT-CNT
           ADD WS-PAY-NET-AMT TO WS-POSTED-TOTAL
      *    A payment wholly absorbed by the deductible sends nothing
      *    to the bank.
           IF WS-PAY-NET-AMT > ZERO
               MOVE 'PAYMENT POSTED' TO WS-TRAN-RESULT
               MOVE WS-PAY-NET-AMT TO WS-DISB-AMT
               PERFORM P545-WRITE-DISBURSEMENT
           ELSE
               MOVE 'APPLIED TO DED' TO WS-TRAN-RESULT
           END-IF.

       P548-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * POST AN EXPENSE PAYMENT TO THE CLAIM AT CLM-IDX.  EXPENSE IS   *
      * PAID GROSS -- NO DEDUCTIBLE -- AND IS NOT HELD FOR SIU, SINCE  *
      * THE DEFENSE AND THE ADJUSTING GO ON WHILE SIU LOOKS AT THE     *
      * CLAIM.  THE CHECK IS MADE OUT TO THE VENDOR KEYED AS PAYEE,    *
      * OR ON DEFENSE EXPENSE TO THE DEFENSE FIRM ON THE CLAIM; NEVER  *
      * TO THE INSURED.                                                *
      *----------------------------------------------------------------*
       P543-POST-EXPENSE.
           IF CLT-PAYEE-NAME = SPACES AND CLT-DCC-EXPENSE
               MOVE WS-CLM-DEFENSE-FIRM (CLM-IDX) TO CLT-PAYEE-NAME
           END-IF
           IF CLT-PAYEE-NAME = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'NO EXPENSE PAYEE' TO WS-TRAN-RESULT
               GO TO P543-EXIT
           END-IF

           IF CLT-DCC-EXPENSE
               ADD CLT-AMOUNT TO WS-CLM-DCC-PAID (CLM-IDX)
               IF CLT-AMOUNT < WS-CLM-DCC-RESERVE (CLM-IDX)
                   SUBTRACT CLT-AMOUNT FROM
                       WS-CLM-DCC-RESERVE (CLM-IDX)
               ELSE
                   MOVE ZERO TO WS-CLM-DCC-RESERVE (CLM-IDX)
               END-IF
           ELSE
               ADD CLT-AMOUNT TO WS-CLM-AO-PAID (CLM-IDX)
               IF CLT-AMOUNT < WS-CLM-AO-RESERVE (CLM-IDX)
                   SUBTRACT CLT-AMOUNT FROM
                       WS-CLM-AO-RESERVE (CLM-IDX)
               ELSE
                   MOVE ZERO TO WS-CLM-AO-RESERVE (CLM-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-EXPENSE-PAY-CNT
           ADD CLT-AMOUNT TO WS-EXPENSE-PAID-TOTAL
           ADD CLT-AMOUNT TO WS-POSTED-TOTAL
           MOVE 'EXPENSE POSTED' TO WS-TRAN-RESULT
           MOVE CLT-AMOUNT TO WS-DISB-AMT
           PERFORM P545-WRITE-DISBURSEMENT.

       P543-EXIT.
           EXIT.

      *    A voided expense check comes off the expense paid; on an
      *    open claim the money goes back into the expense reserve
      *    awaiting reissue.  The claim's status is left as it was.
      *    The stop goes against the same payee as the check did.
       P538-VOID-EXPENSE.
           IF CLT-PAYEE-NAME = SPACES AND CLT-DCC-EXPENSE
               MOVE WS-CLM-DEFENSE-FIRM (CLM-IDX) TO CLT-PAYEE-NAME
           END-IF
           IF CLT-DCC-EXPENSE
               IF CLT-AMOUNT > WS-CLM-DCC-PAID (CLM-IDX)
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'VOID EXCEEDS PAID' TO WS-TRAN-RESULT
               ELSE
                   SUBTRACT CLT-AMOUNT FROM WS-CLM-DCC-PAID (CLM-IDX)
                   IF WS-CLM-CLAIM-STATUS (CLM-IDX) = 'O'
                       ADD CLT-AMOUNT TO WS-CLM-DCC-RESERVE (CLM-IDX)
                   END-IF
               END-IF
           ELSE
               IF CLT-AMOUNT > WS-CLM-AO-PAID (CLM-IDX)
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'VOID EXCEEDS PAID' TO WS-TRAN-RESULT
               ELSE
                   SUBTRACT CLT-AMOUNT FROM WS-CLM-AO-PAID (CLM-IDX)
                   IF WS-CLM-CLAIM-STATUS (CLM-IDX) = 'O'
                       ADD CLT-AMOUNT TO WS-CLM-AO-RESERVE (CLM-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-REJECTED-CNT = WS-REJECTED-BEFORE
               ADD 1 TO WS-VOIDED-CNT
               SUBTRACT CLT-AMOUNT FROM WS-EXPENSE-PAID-TOTAL
               SUBTRACT CLT-AMOUNT FROM WS-POSTED-TOTAL
               MOVE 'EXPENSE VOIDED' TO WS-TRAN-RESULT
               MOVE CLT-AMOUNT TO WS-DISB-AMT
               PERFORM P545-WRITE-DISBURSEMENT
           END-IF.

      *    Suit served on the claim.  Only the fields keyed are
      *    changed, so a later transaction can name the defense firm
      *    once counsel is retained; a suit keyed without a date is
      *    taken as served today.
       P542-RECORD-SUIT.
           IF WS-CLM-SUIT-IND (CLM-IDX) NOT = 'Y'
               MOVE 'Y' TO WS-CLM-SUIT-IND (CLM-IDX)
               ADD 1 TO WS-SUIT-CNT
               MOVE 'SUIT RECORDED' TO WS-TRAN-RESULT
               IF CLT-SUIT-DATE NUMERIC AND CLT-SUIT-DATE > ZERO
                   MOVE CLT-SUIT-DATE TO WS-CLM-SUIT-DATE (CLM-IDX)
               ELSE
                   MOVE WS-CURRENT-DATE TO WS-CLM-SUIT-DATE (CLM-IDX)
               END-IF
           ELSE
               MOVE 'SUIT UPDATED' TO WS-TRAN-RESULT
               IF CLT-SUIT-DATE NUMERIC AND CLT-SUIT-DATE > ZERO
                   MOVE CLT-SUIT-DATE TO WS-CLM-SUIT-DATE (CLM-IDX)
               END-IF
           END-IF
           IF CLT-DEFENSE-FIRM NOT = SPACES
               MOVE CLT-DEFENSE-FIRM TO WS-CLM-DEFENSE-FIRM (CLM-IDX)
           END-IF
           IF CLT-VENUE NOT = SPACES
               MOVE CLT-VENUE TO WS-CLM-VENUE (CLM-IDX)
           END-IF.

      *    Nothing posts and nothing goes to the bank; the
      *    transaction is kept as keyed for re-presentation.
       P549-HOLD-PAYMENT.
           MOVE 'Y' TO WS-SIU-HOLD-IND
           ADD 1 TO WS-SIU-HELD-CNT
           ADD CLT-AMOUNT TO WS-SIU-HELD-TOTAL
           MOVE 'HELD FOR SIU' TO WS-TRAN-RESULT
           IF SIU-HOLD-IS-OPEN
               MOVE CLAIM-TRAN-RECORD TO SIU-HOLD-RECORD
               WRITE SIU-HOLD-RECORD
           ELSE
               DISPLAY 'Warning: SIU hold file not open - held '
                       'payment on ' CLT-CLAIM-NUMBER ' not filed'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF SIU-REPORT-IS-OPEN
               MOVE CLT-AMOUNT TO WS-SIU-AMT-DISPLAY
               MOVE SPACES TO SIU-REPORT-LINE
               STRING 'HELD PAY  ' WS-CLM-CLAIM-NUMBER (CLM-IDX)
                      ' ' WS-CLM-CUSTOMER-NUM (CLM-IDX)
                      ' AMOUNT ' WS-SIU-AMT-DISPLAY
                      DELIMITED BY SIZE INTO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * A RESERVE IS KEYED AS THE ESTIMATED REMAINING LOSS; CARRY      *
      * ONLY THE PART ABOVE THE STILL-UNSATISFIED DEDUCTIBLE.          *
      *----------------------------------------------------------------*
       P547-NET-RESERVE.
           MOVE ZERO TO WS-DED-REMAINING
           IF WS-CLM-DEDUCTIBLE (CLM-IDX) >
              WS-CLM-DED-APPLIED (CLM-IDX)
               COMPUTE WS-DED-REMAINING =
                   WS-CLM-DEDUCTIBLE (CLM-IDX) -
                   WS-CLM-DED-APPLIED (CLM-IDX)
           END-IF
           IF CLT-AMOUNT > WS-DED-REMAINING
               COMPUTE WS-NET-RESERVE = CLT-AMOUNT - WS-DED-REMAINING
           ELSE
               MOVE ZERO TO WS-NET-RESERVE
           END-IF.

       P541-FIND-CLAIM.
           IF WS-CLM-CLAIM-NUMBER (CLM-IDX) = CLT-CLAIM-NUMBER
               SET WS-CLM-MATCH-IDX TO CLM-IDX
               MOVE 8 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF
           MOVE 'CLAIMS.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN OUTPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               DISPLAY 'ERROR: Cannot rewrite claims master: '
           MOVE WS-CLM-RECOVERY-AMT (CLM-IDX) TO CLM-RECOVERY-AMOUNT
           MOVE WS-CLM-EVENT-CODE (CLM-IDX) TO CLM-EVENT-CODE
           MOVE WS-CLM-LAST-ADVICE (CLM-IDX) TO CLM-LAST-ADVICE-AMT
           MOVE WS-CLM-DED-SOURCE (CLM-IDX) TO CLM-DED-SOURCE
           MOVE WS-CLM-DEDUCTIBLE (CLM-IDX) TO CLM-DEDUCTIBLE-AMT
           MOVE WS-CLM-DED-APPLIED (CLM-IDX) TO CLM-DED-APPLIED-AMT
           MOVE WS-CLM-CLOSE-REASON (CLM-IDX) TO CLM-CLOSE-REASON
           MOVE WS-CLM-ADJUSTER-ID (CLM-IDX) TO CLM-ADJUSTER-ID
           MOVE WS-CLM-NEXT-DIARY (CLM-IDX) TO CLM-NEXT-DIARY-DATE
           MOVE WS-CLM-LAST-ACTIVITY (CLM-IDX)
                TO CLM-LAST-ACTIVITY-DATE
           MOVE WS-CLM-SIU-STATUS (CLM-IDX) TO CLM-SIU-STATUS
           MOVE WS-CLM-SIU-SCORE (CLM-IDX) TO CLM-SIU-SCORE
           MOVE WS-CLM-DCC-PAID (CLM-IDX) TO CLM-DCC-PAID-AMT
           MOVE WS-CLM-DCC-RESERVE (CLM-IDX) TO CLM-DCC-RESERVE-AMT
           MOVE WS-CLM-AO-PAID (CLM-IDX) TO CLM-AO-PAID-AMT
           MOVE WS-CLM-AO-RESERVE (CLM-IDX) TO CLM-AO-RESERVE-AMT
           MOVE WS-CLM-SUIT-IND (CLM-IDX) TO CLM-SUIT-IND
           MOVE WS-CLM-SUIT-DATE (CLM-IDX) TO CLM-SUIT-DATE
           MOVE WS-CLM-DEFENSE-FIRM (CLM-IDX) TO CLM-DEFENSE-FIRM
           MOVE WS-CLM-VENUE (CLM-IDX) TO CLM-VENUE
           MOVE WS-CLM-COVERAGE-STATUS (CLM-IDX) TO CLM-COVERAGE-STATUS
           MOVE WS-CLM-COVERAGE-PERIL (CLM-IDX) TO CLM-COVERAGE-PERIL
           MOVE WS-CLM-COVERAGE-DATE (CLM-IDX) TO CLM-COVERAGE-DATE
           WRITE CLAIM-RECORD.

       P650-SAVE-CLAIM-NUMBER-CONTROL.
               CLOSE CLAIM-NUMBER-FILE
           END-IF.

       P655-SAVE-CHECK-NUMBER-CONTROL.
           OPEN OUTPUT CHECK-NUMBER-FILE
           IF CHECK-NUMBER-OK
               MOVE WS-NEXT-CHECK-NUM TO CKC-LAST-CHECK-NUM
               WRITE CHECK-NUMBER-RECORD
               CLOSE CHECK-NUMBER-FILE
           END-IF.

       P660-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Closed Below Ded:     ' WS-BELOW-DED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DED-APPLIED-TOTAL TO WS-DSB-AMT-DISPLAY
           STRING 'Deductible Applied:   ' WS-DSB-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Payments Voided:      ' WS-VOIDED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Expense Payments:     ' WS-EXPENSE-PAY-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EXPENSE-PAID-TOTAL TO WS-DSB-AMT-DISPLAY
           STRING 'Expense Paid:         ' WS-DSB-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           STRING 'Expense Reserves Set: ' WS-EXPENSE-RSV-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Suits Recorded:       ' WS-SUIT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Coverage Questions:   ' WS-COV-QUESTION-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Coverage Confirmed:   ' WS-COV-CONFIRMED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Coverage Denied:      ' WS-COV-DENIED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Refused On Coverage:  ' WS-COV-REFUSED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Large-Loss Advices:   ' WS-ADVICE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Adjusters Assigned:   ' WS-ASSIGNED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Left Unassigned:      ' WS-UNASSIGNED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Claims Reassigned:    ' WS-REASSIGNED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'SIU Referrals:        ' WS-SIU-REFERRED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Payments Held (SIU):  ' WS-SIU-HELD-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Transactions Rejected: ' WS-REJECTED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE PAY-REGISTER-FILE
           IF ADVICE-FILE-IS-OPEN
               CLOSE ADVICE-FILE
           END-IF
           IF TAX-LEDGER-IS-OPEN
               CLOSE TAX-LEDGER-FILE
           END-IF
           IF CHECK-ISSUE-IS-OPEN
               CLOSE CHECK-ISSUE-FILE
           END-IF
           IF POLMAST-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           IF SIU-REFERRAL-IS-OPEN
               CLOSE SIU-REFERRAL-FILE
           END-IF
           IF SIU-HOLD-IS-OPEN
               CLOSE SIU-HOLD-FILE
           END-IF
           IF SIU-REPORT-IS-OPEN
               MOVE SPACES TO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
               STRING 'Claims Scored:        ' WS-SIU-SCORED-CNT
                      DELIMITED BY SIZE INTO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
               STRING 'Claims Referred:      ' WS-SIU-REFERRED-CNT
                      DELIMITED BY SIZE INTO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
               STRING 'Claims Cleared:       ' WS-SIU-CLEARED-CNT
                      DELIMITED BY SIZE INTO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
               STRING 'Payments Held:        ' WS-SIU-HELD-CNT
                      DELIMITED BY SIZE INTO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
               MOVE WS-SIU-HELD-TOTAL TO WS-SIU-AMT-DISPLAY
               MOVE SPACES TO SIU-REPORT-LINE
               STRING 'Amount Held:          ' WS-SIU-AMT-DISPLAY
                      DELIMITED BY SIZE INTO SIU-REPORT-LINE
               WRITE SIU-REPORT-LINE
               CLOSE SIU-REPORT-FILE
           END-IF.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPCLM1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * ENTER THE INPUT FILE THIS RUN APPLIED IN THE PROCESSED-FILES   *
      * REGISTER, SO A LATER RUN FED THE SAME FILE REFUSES IT.         *
      *----------------------------------------------------------------*
       P985-LOG-INPUT-FINGERPRINT.
           MOVE 'LOG' TO DPR-FUNCTION
           MOVE RETURN-CODE TO DPR-CALLER-RC
           CALL 'LGAPDUP1' USING DUPLICATE-CHECK-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
           MOVE 'LGAPCLM1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-TRANS TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
               WHEN 4  MOVE 'WARNINGS' TO RST-STATUS-TEXT
               WHEN 8  MOVE 'OUT OF BALANCE' TO RST-STATUS-TEXT
               WHEN 12 MOVE 'FATAL' TO RST-STATUS-TEXT
               WHEN 16 MOVE 'DUPLICATE INPUT' TO RST-STATUS-TEXT
               WHEN OTHER MOVE 'CHECK LOG' TO RST-STATUS-TEXT
           END-EVALUATE
           WRITE RUN-STATUS-RECORD
