                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RSK-STAT.

           SELECT PREMIUM-WORKSHEET-FILE
                  ASSIGN TO DYNAMIC WS-PREMWKS-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PWS-STAT.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUD-STAT.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AGM-STAT.

      *    Product availability -- which policy types and perils are
      *    filed and approved for sale in which states, and when.
           SELECT PRODUCT-AVAIL-FILE ASSIGN TO 'PRODAVL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAV-STAT.

      *    Ops-maintained table of declinable and referable hazard
      *    keywords, matched against the free-text special-hazards
      *    description on every scheduled building.
       FD  RISK-BREAKDOWN-FILE.
           COPY RISKBRK.

       FD  PREMIUM-WORKSHEET-FILE.
           COPY PREMWKS.

       FD  EXCEPTION-FILE.
           COPY EXCEPTQ.

           05 FILLER                   PIC X VALUE SPACE.
           05 CKPT-HELD-CNT            PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKPT-GL-ACCUMULATORS     PIC X(187).
      *    Premium journal totals by underwriting company.
           05 FILLER                   PIC X VALUE SPACE.
           05 CKPT-GL-COMPANY-COUNT    PIC 9(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKPT-GL-COMPANY-TABLE    PIC X(1728).

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.
       FD  AGENCY-MASTER-FILE.
           COPY AGENCYM.

       FD  PRODUCT-AVAIL-FILE.
           COPY PRODAVL.

       FD  HAZARD-KEYWORD-FILE.
       01  HAZARD-KEYWORD-RECORD.
           05 HZK-ACTION               PIC X(1).
       01  WS-RSK-STAT                 PIC X(2).
           88 RISK-BREAKDOWN-FILE-OK   VALUE '00'.

       01  WS-PWS-STAT                 PIC X(2).
           88 PREMIUM-WORKSHEET-FILE-OK VALUE '00'.

       01  WS-EXC-STAT                 PIC X(2).
           88 EXCEPTION-FILE-OK        VALUE '00'.

              10 WS-AGM-STATUS         PIC X(1).
              10 WS-AGM-STATES         PIC X(20).
              10 WS-AGM-EO-EXPIRY      PIC 9(8).
              10 WS-AGM-AGENCY-BILL    PIC X(1).

       01  WS-AGM-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WS-AGM-STATE-TALLY          PIC 9(3) VALUE ZERO.

       01  WS-PAV-STAT                 PIC X(2).
           88 PRODUCT-AVAIL-OK         VALUE '00'.
           88 PRODUCT-AVAIL-EOF        VALUE '10'.

      *----------------------------------------------------------------*
      * PRODUCT AVAILABILITY TABLE -- LOADED ONCE PER RUN.  THE BASE   *
      * POLICY FORM AND EVERY PERIL SELECTED ON AN APPLICATION MUST BE *
      * APPROVED FOR SALE IN THE RISK STATE ON THE EFFECTIVE DATE, OR  *
      * THE APPLICATION FAILS INTAKE VALIDATION: SELLING A PRODUCT WE  *
      * NEVER FILED IS A MARKET-CONDUCT VIOLATION.  AS WITH THE AGENCY *
      * MASTER, IF THE TABLE IS NOT ON FILE AT ALL THE CHECK IS        *
      * SKIPPED, NOT FAILED WHOLESALE.                                 *
      *----------------------------------------------------------------*
       01  WS-PRODUCT-AVAIL-TABLE.
           05 WS-PAV-LOADED-IND        PIC X VALUE 'N'.
              88 PRODUCT-AVAIL-LOADED  VALUE 'Y'.
           05 WS-PAV-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-PAV-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY PAV-IDX.
              10 WS-PAV-KEY            PIC X(7).
              10 WS-PAV-APPROVED       PIC 9(8).
              10 WS-PAV-WITHDRAWN      PIC 9(8).
              10 WS-PAV-FORM-EDITION   PIC X(12).

       01  WS-PAV-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WS-PAV-WORK-KEY.
           05 WS-PAV-WORK-STATE        PIC X(2).
           05 WS-PAV-WORK-TYPE         PIC X(1).
           05 WS-PAV-WORK-PERIL        PIC X(4).
       01  WS-PAV-PERIL-NAME           PIC X(10).

       01  WS-HZK-STAT                 PIC X(2).
           88 HAZARD-KEYWORD-OK        VALUE '00'.
           88 HAZARD-KEYWORD-EOF       VALUE '10'.

       01  WS-INSP-ORDER-CNT           PIC 9(6) VALUE ZERO.
       01  WS-INSP-CRITERIA            PIC X(10).

       01  WS-SMD-STAT                 PIC X(2).
           88 SCHEDULE-MOD-OK          VALUE '00'.
           05 WS-GL-POLICY-FEE         PIC 9(10)V99 VALUE ZERO.
           05 WS-GL-INSPECTION-FEE     PIC 9(10)V99 VALUE ZERO.
           05 WS-GL-LOADINGS           PIC S9(12)V99 VALUE ZERO.
      *    Surplus lines tax and stamping fee on non-admitted policies
      *    are held for the state like the admitted premium tax.
           05 WS-GL-SL-TAX             PIC 9(11)V99 VALUE ZERO.
           05 WS-GL-STAMPING-FEE       PIC 9(10)V99 VALUE ZERO.

      *    The same accumulators kept per underwriting company, since
      *    each company's journal must balance on its own books.
      *    WS-GL-ACCUMULATORS above is the work area a company's
      *    slot is moved through when it is added to or written out.
       01  WS-GL-COMPANY-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-GL-COMPANY-MAX           PIC 9(2) VALUE 9.
       01  WS-GL-COMPANY-MATCH-IDX     PIC 9(2) VALUE ZERO.
       01  WS-GL-COMPANY-TABLE.
           05 WS-GL-COMPANY-ENTRY      OCCURS 9 TIMES
                                       INDEXED BY GLC-IDX.
              10 WS-GLC-COMPANY-CODE   PIC X(5).
              10 WS-GLC-ACCUMULATORS   PIC X(187).

      *----------------------------------------------------------------*
      * INSTALLMENT BILLING TERMS AND WORK FIELDS (SEE P011L/P011M).   *
       01  WS-IMP-AMT-DISPLAY2         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-QUOTE-EXPIRY-DAYS        PIC 9(3) VALUE 30.
       01  WS-QUOTE-EXPIRY-DATE        PIC 9(8).

      *----------------------------------------------------------------*

           COPY LGAPACT.

           COPY GLPERIOD.

           COPY COMPASGN.

      *    Diligent-search affidavit a non-admitted policy is bound
      *    under, from LGAPSLA1 at validation.
           COPY SLAFREQ.
       01  WS-SL-AFFIDAVIT-NUM         PIC X(12) VALUE SPACES.

      *    Underwriting company the policy in hand is written on.
       01  WS-COMPANY-CODE             PIC X(5) VALUE SPACES.

       01  WS-PRELIM-VERDICT.
           05 WS-PRELIM-STAT           PIC 9.
           05 WS-PRELIM-STAT-DESC      PIC X(20).
                                        VALUE 'EXCEPT.DAT'.
           05 WS-RISKBRK-FILE-NAME      PIC X(30)
                                        VALUE 'RISKBRK.DAT'.
           05 WS-PREMWKS-FILE-NAME      PIC X(30)
                                        VALUE 'PREMWKS.DAT'.
           05 WS-AUDIT-FILE-NAME        PIC X(30)
                                        VALUE 'AUDIT.DAT'.
           05 WS-REFERRAL-FILE-NAME     PIC X(30)
              10 WS-LR-BASE-RATE       PIC V9(6).
              10 WS-LR-MIN-PREMIUM     PIC 9(6)V99.
              10 WS-LR-MAX-PREMIUM     PIC 9(7)V99.
              10 WS-LR-EFF-DATE        PIC 9(8).

      *----------------------------------------------------------------*
      * PREMIUM CALCULATION WORKSHEET (CONFIG KEY PREMIUM_WORKSHEET).  *
      * THE STEPS ARE SHARED WITH LGAPDB03 AND LGAPDB04 THROUGH        *
      * PREMWKT.  WS-PWK-LAST-PREM IS THE PREMIUM AS AT THE LAST STEP  *
      * RECORDED, SO EACH ADJUSTMENT MADE HERE GOES DOWN AS THE        *
      * CHANGE IT MADE TO WS-TOT-PREM.  WS-PWK-RATE-EFF-DATE IS THE    *
      * LATEST EFFECTIVE DATE OF THE RATES.DAT ENTRIES THE POLICY'S    *
      * RATE CELL MATCHED -- THE RATE VERSION IT WAS PRICED ON.        *
      *----------------------------------------------------------------*
           COPY PREMWKT.
       01  WS-PREM-WKS-CFG              PIC X VALUE 'N'.
           88 PREM-WORKSHEET-REQUESTED  VALUE 'Y'.
       01  WS-PWK-LAST-PREM             PIC S9(9)V99 VALUE ZERO.
       01  WS-PWK-PERIL-SUM             PIC S9(9)V99 VALUE ZERO.
       01  WS-PWK-RATE-EFF-DATE         PIC 9(8) VALUE ZERO.
       01  WS-PWK-STEP-NUM              PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
      * TABLE OF CUSTOMER NUMBERS ALREADY SUBMITTED THIS RUN, USED BY  *
                                        INDEXED BY WS-DUP-IDX.
              10 WS-DUP-CUSTOMER-NUM    PIC X(10).

      *    Policy history record, written through LGAPPHW1.
           COPY POLHREQ.
           COPY POLHIST.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

      *    Business-day date request, passed to LGAPBDY1.
           COPY BDAYREQ.

      *    Outbound field masking request, passed to LGAPMSK1.
           COPY MASKREQ.

       PROCEDURE DIVISION.

       P001.
           IF NOT IMPACT-MODE AND NOT EDIT-MODE
               PERFORM P003A-CHECK-RESTART-STATUS
           END-IF
           IF NOT IMPACT-MODE AND NOT EDIT-MODE AND NOT QUOTE-MODE
               PERFORM P003B-RESOLVE-GL-PERIOD
           END-IF
           PERFORM P005-OPEN-FILES THRU P005-OPEN-EXIT
           PERFORM P006-PROCESS-RECORDS
           PERFORM P014-CLOSE-FILES THRU P014-EXIT
           MOVE SPACES TO WS-RISKBRK-FILE-NAME
           STRING 'RISKBRK' WS-STREAM-ID '.DAT'
                  DELIMITED BY SIZE INTO WS-RISKBRK-FILE-NAME
           MOVE SPACES TO WS-PREMWKS-FILE-NAME
           STRING 'PREMWKS' WS-STREAM-ID '.DAT'
                  DELIMITED BY SIZE INTO WS-PREMWKS-FILE-NAME
           MOVE SPACES TO WS-AUDIT-FILE-NAME
           STRING 'AUDIT' WS-STREAM-ID '.DAT'
                  DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
      *----------------------------------------------------------------*
      * EVERY QUOTE ISSUED BY A QUOTE-MODE RUN CARRIES THE SAME        *
      * EXPIRY DATE: THE PROCESSING DATE PLUS THE CONFIGURED NUMBER    *
      * OF DAYS, UNDER DATE RULE QUOTE_EXPIRY.  QUOTE POLICY NUMBERS   *
      * TAKE THE LGQ PREFIX SO A QUOTE CAN NEVER BE MISTAKEN FOR (OR   *
      * COLLIDE WITH) AN ISSUED POLICY.                                *
      *----------------------------------------------------------------*
       P004A-SET-QUOTE-EXPIRY.
           IF QUOTE-MODE
               MOVE 'LGQ' TO WS-POLICY-NUM-PFX
               MOVE 'QUOTE_EXPIRY' TO BDR-RULE
               MOVE WS-PROCESSING-DATE TO BDR-BASE-DATE
               MOVE WS-QUOTE-EXPIRY-DAYS TO BDR-DAYS
               PERFORM P005H-BUSINESS-DATE
               MOVE BDR-RESULT-DATE TO WS-QUOTE-EXPIRY-DATE
               DISPLAY 'Quote mode - quotes expire: '
                       WS-QUOTE-EXPIRY-DATE
           END-IF.
           READ CONFIG-FILE
           IF CONFIG-OK AND NUMERIC-CONFIG
               MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WS-STREAM-ID
           END-IF

           MOVE 'PREMIUM_WORKSHEET' TO CONFIG-KEY
           READ CONFIG-FILE
           IF CONFIG-OK AND TEXT-CONFIG
               MOVE CONFIG-VALUE (1:1) TO WS-PREM-WKS-CFG
           END-IF.

      *----------------------------------------------------------------*
      * RESOLVE THE ACCOUNTING PERIOD THE DAY'S PREMIUM JOURNAL POSTS  *
      * TO.  AN AS_OF_DATE CATCH-UP DATED INTO A CLOSED PERIOD POSTS   *
      * TO THE OPEN PERIOD AS A PRIOR-PERIOD ADJUSTMENT; WITH NO OPEN  *
      * PERIOD TO TAKE IT THE RUN STOPS BEFORE ANYTHING IS RATED.      *
      *----------------------------------------------------------------*
       P003B-RESOLVE-GL-PERIOD.
           MOVE WS-PROCESSING-DATE TO GPR-POSTING-DATE
           CALL 'LGAPPRD1' USING GL-PERIOD-REQUEST
           EVALUATE TRUE
               WHEN GPR-NO-OPEN-PERIOD
                   DISPLAY 'FATAL: Period ' GPR-ORIG-PERIOD
                           ' is closed and no later period is open'
                           ' - nothing posted'
                   MOVE 12 TO RETURN-CODE
                   PERFORM P018-WRITE-RUN-STATUS THRU P018-EXIT
                   STOP RUN
               WHEN GPR-PRIOR-PERIOD-ADJ
                   DISPLAY 'Period ' GPR-ORIG-PERIOD ' is closed - '
                           'premium journal posts to ' GPR-PERIOD
                           ' as a prior-period adjustment'
               WHEN GPR-NOT-ON-CALENDAR
                   DISPLAY 'Warning: Period ' GPR-ORIG-PERIOD
                           ' is not on the accounting calendar'
           END-EVALUATE.

      *----------------------------------------------------------------*
      * IF A CHECKPOINT FROM AN EARLIER, INTERRUPTED ATTEMPT AT THIS   *
      * SAME WS-PROCESSING-DATE EXISTS, SWITCH THE REST OF THE RUN     *
                       MOVE CKPT-HELD-CNT TO WS-NEW-HELD-CNT
                       MOVE CKPT-GL-ACCUMULATORS
                            TO WS-GL-ACCUMULATORS
      *                A checkpoint taken before the journal was kept
      *                by company restores its totals as one
      *                unassigned slot, so nothing drops out of it.
                       IF CKPT-GL-COMPANY-COUNT NUMERIC
                           MOVE CKPT-GL-COMPANY-COUNT
                                TO WS-GL-COMPANY-COUNT
                           MOVE CKPT-GL-COMPANY-TABLE
                                TO WS-GL-COMPANY-TABLE
                       ELSE
                           MOVE 1 TO WS-GL-COMPANY-COUNT
                           MOVE SPACES TO WS-GLC-COMPANY-CODE (1)
                           MOVE WS-GL-ACCUMULATORS
                                TO WS-GLC-ACCUMULATORS (1)
                       END-IF
                   END-IF
                   DISPLAY 'Resuming from checkpoint - records: '
                           WS-CKPT-SKIP-COUNT ' policies: '
           END-IF.

       P005-OPEN-FILES.
      *    The worksheet is recorded only once its file is open, so
      *    an impact, edit or quote run never records one.
           MOVE 'N' TO PWK-SWITCH
           PERFORM P005A-OPEN-INPUT
      *    An impact run reads the input and the rate tables and
      *    nothing else -- the production output files are left
      *    exactly as the last real run wrote them.
           PERFORM P005W-LOAD-AGENCY-MASTER THRU P005W-EXIT
           PERFORM P005W1-LOAD-PRODUCT-AVAIL THRU P005W1-EXIT
           PERFORM P005Z-LOAD-HAZARD-KEYWORDS THRU P005Z-EXIT
           PERFORM P005ZU-LOAD-PROTECTION-CLASSES THRU P005ZU-EXIT
           PERFORM P005ZW-LOAD-RC-BENCHMARKS THRU P005ZW-EXIT
           PERFORM P005H-OPEN-MORTGAGEE-FILE
           PERFORM P005I-OPEN-PRIOR-COMPARE-FILE
           PERFORM P005J-OPEN-RISK-BREAKDOWN-FILE
           IF PREM-WORKSHEET-REQUESTED
               PERFORM P005J1-OPEN-PREMIUM-WORKSHEET
           END-IF
           PERFORM P005K-OPEN-EXCEPTION-FILE
           PERFORM P005L-OPEN-AUDIT-FILE
           PERFORM P005M-OPEN-REFERRAL-FILE
                       WS-RSK-STAT
           END-IF.

       P005J1-OPEN-PREMIUM-WORKSHEET.
           IF RESTART-IN-PROGRESS
               OPEN EXTEND PREMIUM-WORKSHEET-FILE
           ELSE
               OPEN OUTPUT PREMIUM-WORKSHEET-FILE
           END-IF
           IF PREMIUM-WORKSHEET-FILE-OK
               MOVE 'Y' TO PWK-SWITCH
           ELSE
               DISPLAY 'Warning: Cannot open premium worksheet file: '
                       WS-PWS-STAT
           END-IF.

       P005K-OPEN-EXCEPTION-FILE.
      *    The exception queue is a persistent workbasket: an item
      *    not worked today must still be there tomorrow, so the file
                       WS-REF-STAT
           END-IF.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.  ONLY A    *
      * SINGLE-STREAM RUN UPDATES THE MASTERS IN PLACE; A PARALLEL     *
      * RUN'S UPDATES ARE SAVED FOR WHEN LGAPMRG2 APPLIES THEM.        *
      *----------------------------------------------------------------*
       P005G-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPDB01' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * DUE DATES AND DEADLINES GO THROUGH THE BUSINESS-DAY DATE       *
      * SERVICE (LGAPBDY1) UNDER THEIR DATE RULE, SO NONE LANDS ON A   *
      * WEEKEND OR HOLIDAY WHERE THE RULE SAYS IT MUST NOT.  THE       *
      * CALLER SETS BDR-RULE, BDR-BASE-DATE AND BDR-DAYS.              *
      *----------------------------------------------------------------*
       P005H-BUSINESS-DATE.
           MOVE RETURN-CODE TO BDR-CALLER-RC
           CALL 'LGAPBDY1' USING BUSINESS-DATE-REQUEST.

       P005N-OPEN-POLICY-MASTER.
      *    The policy master persists across runs like AUDIT.DAT, so
      *    it is opened for update; the first ever run creates it.
      *    concurrently -- its writes go to the apply file LGAPMRG2
      *    plays back single-threaded.
           IF SINGLE-STREAM-RUN AND NOT EDIT-MODE
               MOVE 'POLMAST.DAT' TO GNR-MASTER-NAME
               PERFORM P005G-SAVE-GENERATION
               OPEN I-O POLICY-MASTER-FILE
               IF POLICY-MASTER-MISSING
                   OPEN OUTPUT POLICY-MASTER-FILE
      *    ever run creates it.  Streams read it and defer their
      *    updates to the apply file.
           IF SINGLE-STREAM-RUN
               MOVE 'CUSTMST.DAT' TO GNR-MASTER-NAME
               PERFORM P005G-SAVE-GENERATION
               OPEN I-O CUSTOMER-MASTER-FILE
               IF CUSTOMER-MASTER-MISSING
                   OPEN OUTPUT CUSTOMER-MASTER-FILE
       P005W-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LOAD THE PRODUCT AVAILABILITY TABLE.  A RECORD WITH NO         *
      * NUMERIC APPROVED DATE HAS NOT BEEN APPROVED AND IS KEPT WITH   *
      * A HIGH-VALUES DATE SO IT CAN NEVER PASS.                       *
      *----------------------------------------------------------------*
       P005W1-LOAD-PRODUCT-AVAIL.
           OPEN INPUT PRODUCT-AVAIL-FILE
           IF NOT PRODUCT-AVAIL-OK
               DISPLAY 'Warning: Product availability table not '
                       'available: ' WS-PAV-STAT
                       ' - availability check skipped'
               GO TO P005W1-EXIT
           END-IF
           MOVE 'Y' TO WS-PAV-LOADED-IND
           PERFORM P005W2-READ-PRODUCT-AVAIL
           PERFORM UNTIL PRODUCT-AVAIL-EOF
               PERFORM P005W3-STORE-PRODUCT-AVAIL
               PERFORM P005W2-READ-PRODUCT-AVAIL
           END-PERFORM
           CLOSE PRODUCT-AVAIL-FILE
           DISPLAY 'Product availability entries loaded: '
                   WS-PAV-COUNT.

       P005W1-EXIT.
           EXIT.

       P005W2-READ-PRODUCT-AVAIL.
           READ PRODUCT-AVAIL-FILE
           END-READ.

       P005W3-STORE-PRODUCT-AVAIL.
           IF WS-PAV-COUNT < 2000
               ADD 1 TO WS-PAV-COUNT
               SET PAV-IDX TO WS-PAV-COUNT
               MOVE PAV-KEY TO WS-PAV-KEY (PAV-IDX)
               IF PAV-APPROVED-DATE NUMERIC
                   MOVE PAV-APPROVED-DATE TO WS-PAV-APPROVED (PAV-IDX)
               ELSE
                   MOVE 99999999 TO WS-PAV-APPROVED (PAV-IDX)
               END-IF
               IF PAV-WITHDRAWN-DATE NUMERIC
                   MOVE PAV-WITHDRAWN-DATE
                        TO WS-PAV-WITHDRAWN (PAV-IDX)
               ELSE
                   MOVE ZERO TO WS-PAV-WITHDRAWN (PAV-IDX)
               END-IF
               MOVE PAV-FORM-EDITION TO WS-PAV-FORM-EDITION (PAV-IDX)
           ELSE
               DISPLAY 'CAPACITY: product availability table full - '
                       PAV-KEY ' ignored'
           END-IF.

       P005X-READ-AGENCY.
           READ AGENCY-MASTER-FILE
           END-READ.
               ELSE
                   MOVE ZERO TO WS-AGM-EO-EXPIRY (AGM-IDX)
               END-IF
               MOVE AGY-AGENCY-BILL-IND TO WS-AGM-AGENCY-BILL (AGM-IDX)
           END-IF.

       P005Z-LOAD-HAZARD-KEYWORDS.
      *    ever run creates it.  Streams read it for the capacity
      *    checks and defer their postings as apply-file deltas.
           IF SINGLE-STREAM-RUN
               MOVE 'ACCUM.DAT' TO GNR-MASTER-NAME
               PERFORM P005G-SAVE-GENERATION
               OPEN I-O ACCUMULATION-FILE
               IF ACCUMULATION-MISSING
                   OPEN OUTPUT ACCUMULATION-FILE
           IF NOT STAT-EXTRACT-OK
               DISPLAY 'Warning: Cannot open stat extract file: '
                       WS-STX-STAT
           ELSE
               MOVE 'LGAPDB01' TO MSK-PROGRAM
               MOVE 'STATEXT' TO MSK-EXTRACT-ID
               MOVE 'STATEXT' TO MSK-EXTRACT-CLASS
               MOVE WS-STATEXT-FILE-NAME TO MSK-FILE-NAME
           END-IF.

       P005F-READ-RATE.
               MOVE RATE-BASE-RATE    TO WS-LR-BASE-RATE (WS-RATE-IDX)
               MOVE RATE-MIN-PREMIUM  TO WS-LR-MIN-PREMIUM (WS-RATE-IDX)
               MOVE RATE-MAX-PREMIUM  TO WS-LR-MAX-PREMIUM (WS-RATE-IDX)
               MOVE RATE-EFFECTIVE-DATE TO WS-LR-EFF-DATE (WS-RATE-IDX)
           ELSE
               MOVE 'Y' TO WS-CAP-HIT-IND
               ADD 1 TO WS-RATE-CAP-HIT-CNT
               MOVE WS-FEED-DATA-CNT TO CKPT-FEED-DATA-CNT
               MOVE WS-NEW-HELD-CNT TO CKPT-HELD-CNT
               MOVE WS-GL-ACCUMULATORS TO CKPT-GL-ACCUMULATORS
               MOVE WS-GL-COMPANY-COUNT TO CKPT-GL-COMPANY-COUNT
               MOVE WS-GL-COMPANY-TABLE TO CKPT-GL-COMPANY-TABLE
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF
               PERFORM P008A-LOG-ERROR
           END-IF

           IF NOT IN-VALID-BILL-TYPE
               MOVE 'BIL001' TO WS-STAGE-ERROR-CODE
               MOVE 'F' TO WS-STAGE-ERROR-SEVERITY
               MOVE 'IN-BILL-TYPE' TO WS-STAGE-ERROR-FIELD
               MOVE 'Bill type must be D (direct) or A (agency)'
                    TO WS-STAGE-ERROR-MESSAGE
               PERFORM P008A-LOG-ERROR
           END-IF

           IF AGENCY-MASTER-LOADED
               PERFORM P008D-VALIDATE-AGENCY
           END-IF

      *    Non-admitted paper is not filed with the state, so the
      *    product filing check does not apply to it.
           IF PRODUCT-AVAIL-LOADED AND NOT IN-NON-ADMITTED
               PERFORM P008P-CHECK-PRODUCT-AVAIL THRU P008P-EXIT
           END-IF

           PERFORM P008T-CHECK-SURPLUS-LINES THRU P008T-EXIT

           PERFORM P008F-CHECK-BI-ADEQUACY THRU P008F-EXIT

           IF HIGH-FLOOD-RISK AND IN-FLOOD-PERIL > ZERO AND
                            TO WS-STAGE-ERROR-MESSAGE
                       PERFORM P008A-LOG-ERROR
                   END-IF
      *            Only an agency contracted to bill its own clients
      *            may take an agency-billed policy.
                   IF IN-AGENCY-BILLED AND
                      WS-AGM-AGENCY-BILL (AGM-IDX) NOT = 'Y'
                       MOVE 'AGY005' TO WS-STAGE-ERROR-CODE
                       MOVE 'F' TO WS-STAGE-ERROR-SEVERITY
                       MOVE 'IN-BILL-TYPE' TO WS-STAGE-ERROR-FIELD
                       MOVE 'Agency not set up for agency billing'
                            TO WS-STAGE-ERROR-MESSAGE
                       PERFORM P008A-LOG-ERROR
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * PRODUCT AVAILABILITY: THE BASE POLICY FORM FOR THE POLICY TYPE *
      * IN THE RISK STATE (FIRST TWO CHARACTERS OF THE TERRITORY       *
      * CODE), THEN EACH PERIL THE APPLICATION SELECTS.  AVL001/AVL002 *
      * THE PRODUCT IS NOT FILED / NOT ON SALE ON THE EFFECTIVE DATE;  *
      * AVL003/AVL004 THE SAME FOR A PERIL.                            *
      *----------------------------------------------------------------*
       P008P-CHECK-PRODUCT-AVAIL.
           MOVE IN-TERRITORY-CODE (1:2) TO WS-PAV-WORK-STATE
           MOVE IN-POLICY-TYPE TO WS-PAV-WORK-TYPE
           MOVE '****' TO WS-PAV-WORK-PERIL
           PERFORM P008R-FIND-AVAIL-ENTRY
           IF WS-PAV-MATCH-IDX = ZERO
               MOVE 'AVL001' TO WS-STAGE-ERROR-CODE
               MOVE 'F' TO WS-STAGE-ERROR-SEVERITY
               MOVE 'IN-POLICY-TYPE' TO WS-STAGE-ERROR-FIELD
               MOVE SPACES TO WS-STAGE-ERROR-MESSAGE
               STRING 'Policy type ' IN-POLICY-TYPE
                      ' not filed in state ' WS-PAV-WORK-STATE
                      DELIMITED BY SIZE INTO WS-STAGE-ERROR-MESSAGE
               PERFORM P008A-LOG-ERROR
      *        Nothing under an unfiled product can be sold, so
      *        there is no point listing every peril as well.
               GO TO P008P-EXIT
           END-IF
           SET PAV-IDX TO WS-PAV-MATCH-IDX
           IF IN-EFFECTIVE-DATE < WS-PAV-APPROVED (PAV-IDX) OR
              (WS-PAV-WITHDRAWN (PAV-IDX) > ZERO AND
               IN-EFFECTIVE-DATE >= WS-PAV-WITHDRAWN (PAV-IDX))
               MOVE 'AVL002' TO WS-STAGE-ERROR-CODE
               MOVE 'F' TO WS-STAGE-ERROR-SEVERITY
               MOVE 'IN-POLICY-TYPE' TO WS-STAGE-ERROR-FIELD
               MOVE SPACES TO WS-STAGE-ERROR-MESSAGE
               STRING 'Policy type ' IN-POLICY-TYPE
                      ' not approved for sale in state '
                      WS-PAV-WORK-STATE ' on effective date'
                      DELIMITED BY SIZE INTO WS-STAGE-ERROR-MESSAGE
               PERFORM P008A-LOG-ERROR
               GO TO P008P-EXIT
           END-IF

           IF IN-FIRE-PERIL > ZERO
               MOVE 'FIRE' TO WS-PAV-WORK-PERIL
               MOVE 'Fire' TO WS-PAV-PERIL-NAME
               PERFORM P008Q-CHECK-PERIL-AVAIL THRU P008Q-EXIT
           END-IF
           IF IN-CRIME-PERIL > ZERO
               MOVE 'CRIM' TO WS-PAV-WORK-PERIL
               MOVE 'Crime' TO WS-PAV-PERIL-NAME
               PERFORM P008Q-CHECK-PERIL-AVAIL THRU P008Q-EXIT
           END-IF
           IF IN-FLOOD-PERIL > ZERO
               MOVE 'FLOD' TO WS-PAV-WORK-PERIL
               MOVE 'Flood' TO WS-PAV-PERIL-NAME
               PERFORM P008Q-CHECK-PERIL-AVAIL THRU P008Q-EXIT
           END-IF
           IF IN-WEATHER-PERIL > ZERO
               MOVE 'WTHR' TO WS-PAV-WORK-PERIL
               MOVE 'Weather' TO WS-PAV-PERIL-NAME
               PERFORM P008Q-CHECK-PERIL-AVAIL THRU P008Q-EXIT
           END-IF
           IF IN-EARTHQUAKE-PERIL > ZERO
               MOVE 'QUAK' TO WS-PAV-WORK-PERIL
               MOVE 'Earthquake' TO WS-PAV-PERIL-NAME
               PERFORM P008Q-CHECK-PERIL-AVAIL THRU P008Q-EXIT
           END-IF
           IF IN-LIABILITY-PERIL > ZERO
               MOVE 'LIAB' TO WS-PAV-WORK-PERIL
               MOVE 'Liability' TO WS-PAV-PERIL-NAME
               PERFORM P008Q-CHECK-PERIL-AVAIL THRU P008Q-EXIT
           END-IF.

       P008P-EXIT.
           EXIT.

       P008Q-CHECK-PERIL-AVAIL.
           PERFORM P008R-FIND-AVAIL-ENTRY
           IF WS-PAV-MATCH-IDX = ZERO
               MOVE 'AVL003' TO WS-STAGE-ERROR-CODE
               MOVE 'F' TO WS-STAGE-ERROR-SEVERITY
               MOVE 'IN-PERIL-SELECTIONS' TO WS-STAGE-ERROR-FIELD
               MOVE SPACES TO WS-STAGE-ERROR-MESSAGE
               STRING FUNCTION TRIM(WS-PAV-PERIL-NAME)
                      ' peril not filed for policy type '
                      IN-POLICY-TYPE ' in state ' WS-PAV-WORK-STATE
                      DELIMITED BY SIZE INTO WS-STAGE-ERROR-MESSAGE
               PERFORM P008A-LOG-ERROR
               GO TO P008Q-EXIT
           END-IF
           SET PAV-IDX TO WS-PAV-MATCH-IDX
           IF IN-EFFECTIVE-DATE < WS-PAV-APPROVED (PAV-IDX) OR
              (WS-PAV-WITHDRAWN (PAV-IDX) > ZERO AND
               IN-EFFECTIVE-DATE >= WS-PAV-WITHDRAWN (PAV-IDX))
               MOVE 'AVL004' TO WS-STAGE-ERROR-CODE
               MOVE 'F' TO WS-STAGE-ERROR-SEVERITY
               MOVE 'IN-PERIL-SELECTIONS' TO WS-STAGE-ERROR-FIELD
               MOVE SPACES TO WS-STAGE-ERROR-MESSAGE
               STRING FUNCTION TRIM(WS-PAV-PERIL-NAME)
                      ' peril not approved for sale in state '
                      WS-PAV-WORK-STATE ' on effective date'
                      DELIMITED BY SIZE INTO WS-STAGE-ERROR-MESSAGE
               PERFORM P008A-LOG-ERROR
           END-IF.

       P008Q-EXIT.
           EXIT.

       P008R-FIND-AVAIL-ENTRY.
           MOVE ZERO TO WS-PAV-MATCH-IDX
           PERFORM P008S-SCAN-AVAIL-ENTRY
                   VARYING PAV-IDX FROM 1 BY 1
                   UNTIL PAV-IDX > WS-PAV-COUNT
                      OR WS-PAV-MATCH-IDX > ZERO.

       P008S-SCAN-AVAIL-ENTRY.
           IF WS-PAV-KEY (PAV-IDX) = WS-PAV-WORK-KEY
               SET WS-PAV-MATCH-IDX TO PAV-IDX
           END-IF.

      *----------------------------------------------------------------*
      * SURPLUS LINES ELIGIBILITY -- ONLY COMMERCIAL RISKS ARE WRITTEN *
      * NON-ADMITTED, AND ONLY ON THE STRENGTH OF A DILIGENT-SEARCH    *
      * AFFIDAVIT SHOWING THE ADMITTED MARKET DECLINED THEM.  A QUOTE  *
      * MAY GO OUT BEFORE THE AFFIDAVIT IS FILED (WARNING ONLY) SINCE  *
      * LGAPQAC1 CHECKS IT AGAIN AT BIND; A DIRECT ISSUE MAY NOT.      *
      *----------------------------------------------------------------*
       P008T-CHECK-SURPLUS-LINES.
           MOVE SPACES TO WS-SL-AFFIDAVIT-NUM
           IF NOT IN-NON-ADMITTED
               GO TO P008T-EXIT
           END-IF
           IF NOT COMMERCIAL-POLICY
               MOVE 'SLN001' TO WS-STAGE-ERROR-CODE
               MOVE 'F' TO WS-STAGE-ERROR-SEVERITY
               MOVE 'IN-ADMITTED-IND' TO WS-STAGE-ERROR-FIELD
               MOVE 'Only commercial risks may be non-admitted'
                    TO WS-STAGE-ERROR-MESSAGE
               PERFORM P008A-LOG-ERROR
               GO TO P008T-EXIT
           END-IF

           MOVE IN-CUSTOMER-NUM TO SAR-CUSTOMER-NUM
           MOVE IN-TERRITORY-CODE (1:2) TO SAR-STATE
           MOVE IN-EFFECTIVE-DATE TO SAR-EFFECTIVE-DATE
           CALL 'LGAPSLA1' USING SL-AFFIDAVIT-REQUEST
           IF SAR-AFFIDAVIT-VALID
               MOVE SAR-AFFIDAVIT-NUM TO WS-SL-AFFIDAVIT-NUM
               GO TO P008T-EXIT
           END-IF

           IF QUOTE-MODE
               MOVE 'W' TO WS-STAGE-ERROR-SEVERITY
           ELSE
               MOVE 'F' TO WS-STAGE-ERROR-SEVERITY
           END-IF
           MOVE 'IN-ADMITTED-IND' TO WS-STAGE-ERROR-FIELD
           MOVE SPACES TO WS-STAGE-ERROR-MESSAGE
           EVALUATE TRUE
               WHEN SAR-NO-AFFIDAVIT
                   MOVE 'SLN002' TO WS-STAGE-ERROR-CODE
                   STRING 'No diligent search affidavit on file for '
                          'state ' SAR-STATE
                          DELIMITED BY SIZE INTO WS-STAGE-ERROR-MESSAGE
               WHEN SAR-AFFIDAVIT-STALE
                   MOVE 'SLN003' TO WS-STAGE-ERROR-CODE
                   STRING 'Diligent search affidavit '
                          SAR-AFFIDAVIT-NUM ' signed ' SAR-SIGNED-DATE
                          ' is out of date'
                          DELIMITED BY SIZE INTO WS-STAGE-ERROR-MESSAGE
               WHEN OTHER
                   MOVE 'SLN004' TO WS-STAGE-ERROR-CODE
                   STRING 'Diligent search affidavit '
                          SAR-AFFIDAVIT-NUM ' shows '
                          SAR-DECLINATION-CNT ' declinations, '
                          SAR-MIN-DECLINATIONS ' required'
                          DELIMITED BY SIZE INTO WS-STAGE-ERROR-MESSAGE
           END-EVALUATE
           PERFORM P008A-LOG-ERROR.

       P008T-EXIT.
           EXIT.

       P008E-SCAN-AGENCY-ENTRY.
           IF WS-AGM-CODE (AGM-IDX) = IN-AGENCY-CODE
               SET WS-AGM-MATCH-IDX TO AGM-IDX
           MOVE IN-INFLATION-GUARD TO OUT-INFLATION-GUARD-IND
           MOVE 'N' TO OUT-RENEWAL-IND
           MOVE IN-SOURCE-SYSTEM TO OUT-SOURCE-SYSTEM
           MOVE SPACES TO OUT-COMPANY-CODE
           MOVE IN-ADMITTED-IND TO OUT-ADMITTED-IND
           MOVE ZERO TO OUT-SL-TAX
           MOVE ZERO TO OUT-STAMPING-FEE
           MOVE 'ERROR' TO OUT-STATUS
           STRING WS-ERROR-CODE (ERR-IDX) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE

       P011-PROCESS-POLICY.
           PERFORM P011J-ASSIGN-POLICY-NUMBER
           PERFORM P011JA-ASSIGN-COMPANY
           PERFORM P011Q-SCREEN-WATCH-LIST THRU P011Q-EXIT
           PERFORM P011A-CALCULATE-RISK-SCORE
           IF WS-LOC-COUNT > ZERO
               IF ITV-REFERRAL
                   PERFORM P013F-WRITE-ITV-REFERRAL THRU P013F-EXIT
               END-IF
               PERFORM P013G-WRITE-PREMIUM-WORKSHEET THRU P013G-EXIT
               PERFORM P011F-UPDATE-STATISTICS
               IF IN-MORTGAGEE-NAME NOT = SPACES OR
                  WS-SCHED-MTG-COUNT > ZERO
           MOVE WS-NEXT-POLICY-SEQ TO WS-POLICY-NUM-SEQ
           MOVE WS-POLICY-NUM-BUILD TO WS-POLICY-NUM.

       P011JA-ASSIGN-COMPANY.
      *    The underwriting company is fixed at rating by state and
      *    policy type and travels with the policy from here on --
      *    output record, policy master, stat extract and journal.
           MOVE IN-TERRITORY-CODE (1:2) TO CAR-STATE
           MOVE IN-POLICY-TYPE TO CAR-POLICY-TYPE
           CALL 'LGAPCMP1' USING COMPANY-ASSIGN-REQUEST
           MOVE CAR-COMPANY-CODE TO WS-COMPANY-CODE.

       P011Q-SCREEN-WATCH-LIST.
           MOVE 'N' TO WS-WTL-HIT-IND
           IF WS-WTL-COUNT = ZERO
              WS-LOC-BLEND-FACTOR = ZERO
               GO TO P011CJ-EXIT
           END-IF
           IF PWK-RECORDING
               PERFORM P013H2-RESTATE-PERIL-SUM THRU P013H2-EXIT
           END-IF

           COMPUTE WS-FR-PREM ROUNDED =
               WS-FR-PREM * WS-LOC-BLEND-FACTOR
           COMPUTE WS-TOT-PREM =
               WS-FR-PREM + WS-CR-PREM + WS-FL-PREM + WS-WE-PREM
               + WS-EQ-PREM + WS-LI-PREM
           ADD 1 TO WS-LOC-RATED-CNT
           IF PWK-RECORDING
               INITIALIZE PWK-NEW-STEP
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'LOCATION TERRITORY BLEND' TO PWK-NEW-DESCRIPTION
               MOVE 'EXCL LIABILITY' TO PWK-NEW-REFERENCE
               MOVE WS-PWK-PERIL-SUM TO PWK-NEW-BASIS
               MOVE WS-LOC-BLEND-FACTOR TO PWK-NEW-FACTOR
               PERFORM P013H-ADD-WORKSHEET-STEP
           END-IF.

       P011CJ-EXIT.
           EXIT.
           END-IF.

       P011B-BASIC-PREMIUM-CALC.
           MOVE ZERO TO PWK-STEP-COUNT
           MOVE 'N' TO PWK-OVERFLOW-IND
           MOVE ZERO TO WS-PWK-LAST-PREM
           IF PWK-RECORDING AND WS-PROT-CLASS NOT = SPACES
               INITIALIZE PWK-NEW-STEP
               MOVE 'I' TO PWK-NEW-TYPE
               MOVE 'PROTECTION CLASS SCORE POINTS'
                    TO PWK-NEW-DESCRIPTION
               STRING 'CLASS ' WS-PROT-CLASS
                      DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
               MOVE WS-BASE-RISK-SCR TO PWK-NEW-BASIS
               MOVE WS-PROT-SCORE-ADD TO PWK-NEW-FACTOR
               PERFORM P013H1-APPEND-WORKSHEET-STEP
           END-IF
           INITIALIZE WS-TAXES-FEES
           INITIALIZE WS-CAT-MODELING
           INITIALIZE WS-DEDUCTIBLE-CREDITS
           MOVE ZERO TO WS-EQ-PREM
           MOVE ZERO TO LK-EXPERIENCE-MOD
           MOVE 'N' TO WS-RATE-CAPPED-IND
      *    overwriting it.
           MOVE WS-STAT TO WS-PRELIM-STAT
           MOVE WS-STAT-DESC TO WS-PRELIM-STAT-DESC
           MOVE WS-REJ-RSN TO WS-PRELIM-REJ-RSN
           MOVE WS-TOT-PREM TO WS-PWK-LAST-PREM.

       P011C-ENHANCED-ACTUARIAL-CALC.
      *    Prepare input structure for actuarial calculation
           MOVE IN-CLAIMS-COUNT-3YR TO LK-CLAIMS-COUNT-5YR
           MOVE IN-CLAIMS-AMOUNT-3YR TO LK-CLAIMS-AMOUNT-5YR
           MOVE WS-SCHED-LARGE-LOSS-CNT TO LK-LARGE-LOSS-COUNT
           MOVE IN-ADMITTED-IND TO LK-ADMITTED-IND
           
      *    Set coverage data
           MOVE IN-BUILDING-LIMIT TO LK-BUILDING-LIMIT

      *    Call advanced actuarial calc program (approved cases only)
           IF WS-TOT-PREM > WS-MIN-PREMIUM IN WS-CONFIG-VALUES
               IF PWK-RECORDING
                   PERFORM P013H3-SET-ASIDE-BASIC-PREMIUM
               END-IF
               CALL 'LGAPDB04' USING LK-INPUT-DATA, LK-COVERAGE-DATA,
                                    LK-RATE-OVERRIDE, LK-OUTPUT-RESULTS

               MOVE LK-COUNTY-TAX-AMT TO WS-COUNTY-TAX
               MOVE LK-POLICY-FEE-AMT TO WS-POLICY-FEE
               MOVE LK-INSPECTION-FEE-AMT TO WS-INSPECTION-FEE
               MOVE LK-SL-TAX-AMT TO WS-SL-TAX
               MOVE LK-STAMPING-FEE-AMT TO WS-STAMPING-FEE
               MOVE LK-HURRICANE-AAL TO WS-HURRICANE-AAL
               MOVE LK-EARTHQUAKE-AAL TO WS-EARTHQUAKE-AAL
               MOVE LK-FLOOD-AAL TO WS-FLOOD-AAL
               MOVE LK-TORNADO-AAL TO WS-TORNADO-AAL
               MOVE LK-FIRE-DED-CREDIT TO WS-FR-DED-CREDIT
               MOVE LK-CRIME-DED-CREDIT TO WS-CR-DED-CREDIT
               MOVE LK-FLOOD-DED-CREDIT TO WS-FL-DED-CREDIT
               MOVE LK-WEATHER-DED-CREDIT TO WS-WE-DED-CREDIT
               MOVE LK-EQ-DED-CREDIT TO WS-EQ-DED-CREDIT
               MOVE LK-TOTAL-DED-CREDIT TO WS-TOT-DED-CREDIT
      *        LGAPDB04 does not rate the liability peril, so keep
      *        LGAPDB03's liability premium and add it back in.
               COMPUTE WS-TOT-PREM = LK-TOTAL-PREMIUM + WS-LI-PREM
               MOVE LK-EXPERIENCE-MOD TO WS-EXPERIENCE-MOD
               IF PWK-RECORDING
                   MOVE LK-TOTAL-PREMIUM TO WS-PWK-LAST-PREM
                   INITIALIZE PWK-NEW-STEP
                   MOVE 'P' TO PWK-NEW-TYPE
                   MOVE 'LI' TO PWK-NEW-PERIL
                   MOVE 'LIABILITY PREMIUM (BASIC)'
                        TO PWK-NEW-DESCRIPTION
                   MOVE 'LGAPDB03' TO PWK-NEW-REFERENCE
                   PERFORM P013H-ADD-WORKSHEET-STEP
               END-IF
           ELSE
               IF PWK-RECORDING
                   INITIALIZE PWK-NEW-STEP
                   MOVE 'I' TO PWK-NEW-TYPE
                   MOVE 'ENHANCED RATING NOT APPLIED'
                        TO PWK-NEW-DESCRIPTION
                   MOVE 'MINIMUM PREMIUM' TO PWK-NEW-REFERENCE
                   MOVE WS-MIN-PREMIUM IN WS-CONFIG-VALUES
                        TO PWK-NEW-BASIS
                   PERFORM P013H1-APPEND-WORKSHEET-STEP
               END-IF
           END-IF.

       P011G-LOOKUP-LOCAL-RATES.
      *    on territory/construction/occupancy so LGAPDB04 can use our
      *    own rates instead of its hardcoded fallback values.
           MOVE LOW-VALUES TO LK-RATE-OVERRIDE-IND
           MOVE ZERO TO WS-PWK-RATE-EFF-DATE
           MOVE ZERO TO LK-OVERRIDE-FIRE-RATE
           MOVE ZERO TO LK-OVERRIDE-CRIME-RATE
           MOVE ZERO TO LK-OVERRIDE-FLOOD-RATE
                  IN-CONSTRUCTION-TYPE
              AND WS-LR-OCCUPANCY (WS-RATE-IDX) = IN-OCCUPANCY-CODE
               MOVE 'Y' TO LK-RATE-OVERRIDE-IND
               IF WS-LR-EFF-DATE (WS-RATE-IDX) > WS-PWK-RATE-EFF-DATE
                   MOVE WS-LR-EFF-DATE (WS-RATE-IDX)
                        TO WS-PWK-RATE-EFF-DATE
               END-IF
               EVALUATE WS-LR-PERIL (WS-RATE-IDX)
                   WHEN 'FI'
                       MOVE WS-LR-BASE-RATE (WS-RATE-IDX)
              AND NOT AGREED-VALUE-YES AND NOT REPLACEMENT-YES
               COMPUTE WS-COINS-FACTOR =
                   1 + ((100 - IN-COINSURANCE) * 0.002)
               IF PWK-RECORDING
                   PERFORM P013H2-RESTATE-PERIL-SUM THRU P013H2-EXIT
               END-IF
               COMPUTE WS-FR-PREM ROUNDED = WS-FR-PREM * WS-COINS-FACTOR
               COMPUTE WS-CR-PREM ROUNDED = WS-CR-PREM * WS-COINS-FACTOR
               COMPUTE WS-FL-PREM ROUNDED = WS-FL-PREM * WS-COINS-FACTOR
               COMPUTE WS-TOT-PREM =
                   WS-FR-PREM + WS-CR-PREM + WS-FL-PREM + WS-WE-PREM
                   + WS-EQ-PREM + WS-LI-PREM
               IF PWK-RECORDING
                   INITIALIZE PWK-NEW-STEP
                   MOVE 'P' TO PWK-NEW-TYPE
                   MOVE 'COINSURANCE SHORTFALL LOAD'
                        TO PWK-NEW-DESCRIPTION
                   STRING 'COINS PCT ' IN-COINSURANCE
                          DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
                   MOVE WS-PWK-PERIL-SUM TO PWK-NEW-BASIS
                   MOVE WS-COINS-FACTOR TO PWK-NEW-FACTOR
                   PERFORM P013H-ADD-WORKSHEET-STEP
               END-IF
           END-IF.

       P011CB-CHECK-DISCOUNT-ELIGIBILITY.
           END-IF

           IF WS-TOTAL-DISC-FACT > ZERO
               IF PWK-RECORDING
                   PERFORM P013H2-RESTATE-PERIL-SUM THRU P013H2-EXIT
               END-IF
               COMPUTE WS-FR-PREM ROUNDED =
                   WS-FR-PREM * (1 - WS-TOTAL-DISC-FACT)
               COMPUTE WS-CR-PREM ROUNDED =
               COMPUTE WS-TOT-PREM =
                   WS-FR-PREM + WS-CR-PREM + WS-FL-PREM + WS-WE-PREM
                   + WS-EQ-PREM + WS-LI-PREM
               IF PWK-RECORDING
                   INITIALIZE PWK-NEW-STEP
                   MOVE 'P' TO PWK-NEW-TYPE
                   MOVE 'MULTI/CLAIMS-FREE/SAFETY DISC'
                        TO PWK-NEW-DESCRIPTION
                   STRING 'ELIG ' WS-MULTI-POLICY-ELIG '/'
                          WS-CLAIMS-FREE-ELIG '/' WS-SAFETY-PROG-ELIG
                          DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
                   MOVE WS-PWK-PERIL-SUM TO PWK-NEW-BASIS
                   COMPUTE PWK-NEW-FACTOR = 1 - WS-TOTAL-DISC-FACT
                   PERFORM P013H-ADD-WORKSHEET-STEP
               END-IF
           END-IF.

       P011CB1-VERIFY-MULTI-POLICY.
           END-EVALUATE

           IF WS-FLOOD-ZONE-FACTOR NOT = 1.00
               IF PWK-RECORDING
                   INITIALIZE PWK-NEW-STEP
                   MOVE WS-FL-PREM TO PWK-NEW-BASIS
               END-IF
               COMPUTE WS-TOT-PREM = WS-TOT-PREM - WS-FL-PREM
               COMPUTE WS-FL-PREM ROUNDED =
                   WS-FL-PREM * WS-FLOOD-ZONE-FACTOR
               COMPUTE WS-TOT-PREM = WS-TOT-PREM + WS-FL-PREM
               IF PWK-RECORDING
                   MOVE 'P' TO PWK-NEW-TYPE
                   MOVE 'FL' TO PWK-NEW-PERIL
                   MOVE 'FLOOD ZONE FACTOR' TO PWK-NEW-DESCRIPTION
                   STRING 'FLOOD ZONE ' IN-FLOOD-ZONE
                          DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
                   MOVE WS-FLOOD-ZONE-FACTOR TO PWK-NEW-FACTOR
                   PERFORM P013H-ADD-WORKSHEET-STEP
               END-IF
           END-IF

           IF HIGH-FLOOD-RISK AND
               GO TO P011CI-EXIT
           END-IF

           IF PWK-RECORDING
               INITIALIZE PWK-NEW-STEP
               MOVE WS-WE-PREM TO PWK-NEW-BASIS
           END-IF
           COMPUTE WS-TOT-PREM = WS-TOT-PREM - WS-WE-PREM
           COMPUTE WS-WE-PREM ROUNDED =
               WS-WE-PREM * (1 - (WS-MIT-APPLIED-PCT / 100))
           COMPUTE WS-TOT-PREM = WS-TOT-PREM + WS-WE-PREM
           ADD 1 TO WS-MIT-APPLIED-CNT
           IF PWK-RECORDING
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'WE' TO PWK-NEW-PERIL
               MOVE 'WIND MITIGATION CREDIT' TO PWK-NEW-DESCRIPTION
               MOVE WS-MIC-CODES (MIC-IDX) TO PWK-NEW-REFERENCE
               COMPUTE PWK-NEW-FACTOR =
                   1 - (WS-MIT-APPLIED-PCT / 100)
               PERFORM P013H-ADD-WORKSHEET-STEP
           END-IF.

       P011CI-EXIT.
           EXIT.
           END-EVALUATE

           IF WS-CREDIT-FACTOR NOT = 1.000
               IF PWK-RECORDING
                   PERFORM P013H2-RESTATE-PERIL-SUM THRU P013H2-EXIT
               END-IF
               COMPUTE WS-FR-PREM ROUNDED =
                   WS-FR-PREM * WS-CREDIT-FACTOR
               COMPUTE WS-CR-PREM ROUNDED =
               COMPUTE WS-TOT-PREM =
                   WS-FR-PREM + WS-CR-PREM + WS-FL-PREM + WS-WE-PREM
                   + WS-EQ-PREM + WS-LI-PREM
               IF PWK-RECORDING
                   INITIALIZE PWK-NEW-STEP
                   MOVE 'P' TO PWK-NEW-TYPE
                   MOVE 'CREDIT RATING FACTOR' TO PWK-NEW-DESCRIPTION
                   STRING 'CREDIT ' IN-CREDIT-RATING
                          DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
                   MOVE WS-PWK-PERIL-SUM TO PWK-NEW-BASIS
                   MOVE WS-CREDIT-FACTOR TO PWK-NEW-FACTOR
                   PERFORM P013H-ADD-WORKSHEET-STEP
               END-IF
           END-IF.

       P011CE-EXIT.
           IF WS-EB-PREM < WS-EQUIP-MIN-PREMIUM
               MOVE WS-EQUIP-MIN-PREMIUM TO WS-EB-PREM
           END-IF
           ADD WS-EB-PREM TO WS-TOT-PREM
           IF PWK-RECORDING
               INITIALIZE PWK-NEW-STEP
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'EB' TO PWK-NEW-PERIL
               MOVE 'EQUIPMENT BREAKDOWN PREMIUM'
                    TO PWK-NEW-DESCRIPTION
               IF WS-EB-PREM = WS-EQUIP-MIN-PREMIUM
                   MOVE 'MINIMUM PREMIUM' TO PWK-NEW-REFERENCE
               END-IF
               MOVE WS-EQUIP-RATED-VALUE TO PWK-NEW-BASIS
               MOVE WS-EQUIP-BREAKDOWN-RATE TO PWK-NEW-FACTOR
               PERFORM P013H-ADD-WORKSHEET-STEP
           END-IF.

       P011CC-EXIT.
           EXIT.
               MOVE WS-TOT-PREM TO WS-REN-UNCAPPED-PREM
               MOVE WS-REN-CAP-LIMIT TO WS-TOT-PREM
               MOVE 'Y' TO WS-RENEWAL-CAPPED-IND
               IF PWK-RECORDING
                   INITIALIZE PWK-NEW-STEP
                   MOVE 'P' TO PWK-NEW-TYPE
                   MOVE 'RENEWAL INCREASE CAP' TO PWK-NEW-DESCRIPTION
                   MOVE 'PRIOR PREMIUM' TO PWK-NEW-REFERENCE
                   MOVE IN-PRIOR-PREMIUM TO PWK-NEW-BASIS
                   COMPUTE PWK-NEW-FACTOR =
                       1 + (WS-REN-RATE-CAP-PCT / 100)
                   PERFORM P013H-ADD-WORKSHEET-STEP
               END-IF
           END-IF.

       P011CD-EXIT.
           COMPUTE WS-LI-PREM ROUNDED = WS-LI-PREM * WS-TERM-FACTOR
           COMPUTE WS-EB-PREM ROUNDED = WS-EB-PREM * WS-TERM-FACTOR
           COMPUTE WS-TOT-PREM ROUNDED =
               WS-TOT-PREM * WS-TERM-FACTOR
           IF PWK-RECORDING
               INITIALIZE PWK-NEW-STEP
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'POLICY TERM FACTOR' TO PWK-NEW-DESCRIPTION
               STRING 'TERM ' IN-POLICY-TERM ' YEARS'
                      DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
               MOVE WS-ANNUAL-PREM TO PWK-NEW-BASIS
               MOVE WS-TERM-FACTOR TO PWK-NEW-FACTOR
               PERFORM P013H-ADD-WORKSHEET-STEP
           END-IF.

       P011CH-EXIT.
           EXIT.
               MOVE WS-SMD-CAP-NEG TO WS-SMD-APPLIED-PCT
           END-IF

           IF PWK-RECORDING
               INITIALIZE PWK-NEW-STEP
               MOVE WS-TOT-PREM TO PWK-NEW-BASIS
           END-IF
           COMPUTE WS-TOT-PREM ROUNDED =
               WS-TOT-PREM * (1 + (WS-SMD-APPLIED-PCT / 100))
           IF PWK-RECORDING
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE 'UNDERWRITER SCHEDULE MOD' TO PWK-NEW-DESCRIPTION
               STRING 'JUSTIFY ' WS-SMD-JUST-CODE (SMD-IDX)
                      DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
               COMPUTE PWK-NEW-FACTOR =
                   1 + (WS-SMD-APPLIED-PCT / 100)
               PERFORM P013H-ADD-WORKSHEET-STEP
           END-IF
           MOVE 'Y' TO WS-SMD-APPLIED-IND
           ADD 1 TO WS-SMD-APPLIED-CNT
           PERFORM P011CG2-LOG-APPLIED-MOD THRU P011CG2-EXIT.
           MOVE WS-STAT-DESC TO OUT-STATUS
           MOVE WS-REJ-RSN TO OUT-REJECT-REASON
           MOVE IN-SOURCE-SYSTEM TO OUT-SOURCE-SYSTEM
           MOVE WS-COMPANY-CODE TO OUT-COMPANY-CODE
           MOVE IN-ADMITTED-IND TO OUT-ADMITTED-IND
           MOVE WS-SL-TAX TO OUT-SL-TAX
           MOVE WS-STAMPING-FEE TO OUT-STAMPING-FEE
           WRITE OUTPUT-RECORD
           ADD WS-BASE-RISK-SCR TO WS-OUTPUT-HASH-TOTAL
           IF WS-STAT NOT = 0
           IF NOT INSTALLMENT-FILE-OK
               GO TO P011L-EXIT
           END-IF
      *    The agency bills its own client and remits on the account
      *    current -- there is nothing for us to schedule.
           IF IN-AGENCY-BILLED
               GO TO P011L-EXIT
           END-IF

           IF QUARTERLY-PLAN
               COMPUTE WS-INST-COUNT = IN-POLICY-TERM * 4

           COMPUTE WS-INST-TAX-FEE-TOTAL =
               WS-STATE-TAX + WS-COUNTY-TAX +
               WS-POLICY-FEE + WS-INSPECTION-FEE +
               WS-SL-TAX + WS-STAMPING-FEE
           COMPUTE WS-INST-DOWN-AMT ROUNDED =
               WS-TOT-PREM * (WS-DOWN-PAYMENT-PCT / 100)
           COMPUTE WS-INST-SPREAD-AMT =
       P011N-SET-INSTALLMENT-DUE-DATE.
      *    Due dates run from the effective date in monthly steps,
      *    with the day of month clamped to 28 so no schedule ever
      *    carries an impossible due date, then moved off a weekend
      *    or holiday under date rule INST_DUE.
           MOVE IN-EFFECTIVE-DATE TO WS-INST-DUE-DATE
           COMPUTE WS-INST-MONTHS-OUT =
               (WS-INST-NO - 1) * WS-INST-MONTH-STEP
               FUNCTION MOD (WS-INST-MONTHS-OUT, 12) + 1
           IF WS-INST-DUE-DD > 28
               MOVE 28 TO WS-INST-DUE-DD
           END-IF
           MOVE 'INST_DUE' TO BDR-RULE
           MOVE WS-INST-DUE-DATE TO BDR-BASE-DATE
           MOVE ZERO TO BDR-DAYS
           PERFORM P005H-BUSINESS-DATE
           MOVE BDR-RESULT-DATE TO WS-INST-DUE-DATE.

      *----------------------------------------------------------------*
      * STATISTICAL-PLAN EXTRACT -- ONE CODED RECORD PER PERIL         *
           MOVE IN-OCCUPANCY-CODE TO STX-OCCUPANCY-CODE
           MOVE IN-CONSTRUCTION-TYPE TO STX-CONSTRUCTION-TYPE
           MOVE IN-EFFECTIVE-DATE TO STX-EFFECTIVE-DATE
           MOVE WS-COMPANY-CODE TO STX-COMPANY-CODE
           PERFORM P011O2-MASK-STAT-IDENTIFIERS
           WRITE STAT-EXTRACT-RECORD
           ADD 1 TO WS-STX-REC-CNT
           ADD STX-PREMIUM TO WS-STX-PREM-TOTAL.

      *----------------------------------------------------------------*
      * THE STAT AGENT RECEIVES THE POLICY AND CUSTOMER NUMBERS ONLY   *
      * AS ITS RECIPIENT PROFILE ALLOWS (LGAPMSK1).                    *
      *----------------------------------------------------------------*
       P011O2-MASK-STAT-IDENTIFIERS.
           MOVE 'APPLY' TO MSK-FUNCTION
           MOVE 'POLICY-NUM' TO MSK-FIELD-NAME
           MOVE STX-POLICY-NUM TO MSK-VALUE
           MOVE 12 TO MSK-VALUE-LEN
           MOVE RETURN-CODE TO MSK-CALLER-RC
           CALL 'LGAPMSK1' USING MASK-REQUEST
           MOVE MSK-VALUE TO STX-POLICY-NUM
           MOVE 'CUSTOMER-NUM' TO MSK-FIELD-NAME
           MOVE STX-CUSTOMER-NUM TO MSK-VALUE
           MOVE 10 TO MSK-VALUE-LEN
           MOVE RETURN-CODE TO MSK-CALLER-RC
           CALL 'LGAPMSK1' USING MASK-REQUEST
           MOVE MSK-VALUE TO STX-CUSTOMER-NUM.

      *----------------------------------------------------------------*
      * RAISE AN INSPECTION ORDER FOR A BOUND POLICY MEETING THE       *
      * INSPECTION CRITERIA: TIV ABOVE THE THRESHOLD, A BUILDING       *
           MOVE IN-PROPERTY-TYPE TO ORD-PROPERTY-TYPE
           MOVE IN-POSTCODE TO ORD-POSTCODE
           MOVE WS-PROCESSING-DATE TO ORD-ORDER-DATE
           MOVE 'INSP_DUE' TO BDR-RULE
           MOVE WS-PROCESSING-DATE TO BDR-BASE-DATE
           MOVE WS-INSP-DUE-DAYS TO BDR-DAYS
           PERFORM P005H-BUSINESS-DATE
           MOVE BDR-RESULT-DATE TO ORD-DUE-DATE
           MOVE WS-INSP-CRITERIA TO ORD-CRITERIA
           MOVE 'O' TO ORD-STATUS
           PERFORM P011P1-ASSIGN-VENDOR THRU P011P1-EXIT
           SET VND-IDX TO WS-VND-FOUND-IDX
           MOVE WS-VND-CODE (VND-IDX) TO ORD-VENDOR-CODE
           IF WS-VND-SLA-DAYS (VND-IDX) > ZERO
               MOVE 'INSP_DUE' TO BDR-RULE
               MOVE WS-PROCESSING-DATE TO BDR-BASE-DATE
               MOVE WS-VND-SLA-DAYS (VND-IDX) TO BDR-DAYS
               PERFORM P005H-BUSINESS-DATE
               MOVE BDR-RESULT-DATE TO ORD-DUE-DATE
           END-IF.

       P011P1-EXIT.
               PERFORM P011R1-WRITE-PREMIUM-LINE
           END-IF

      *    The peril premiums above are already net of the deductible
      *    credit; show what the insured's deductible choices saved.
           IF WS-TOT-DED-CREDIT > ZERO
               MOVE 'DEDUCTIBLE CREDIT' TO DEC-PAGE-LINE
               WRITE DEC-PAGE-LINE
               IF WS-FR-DED-CREDIT > ZERO
                   MOVE WS-FR-DED-CREDIT TO WS-DEC-AMT-DISPLAY
                   MOVE '  FIRE:             ' TO DEC-PAGE-LINE
                   PERFORM P011R1-WRITE-PREMIUM-LINE
               END-IF
               IF WS-CR-DED-CREDIT > ZERO
                   MOVE WS-CR-DED-CREDIT TO WS-DEC-AMT-DISPLAY
                   MOVE '  CRIME:            ' TO DEC-PAGE-LINE
                   PERFORM P011R1-WRITE-PREMIUM-LINE
               END-IF
               IF WS-FL-DED-CREDIT > ZERO
                   MOVE WS-FL-DED-CREDIT TO WS-DEC-AMT-DISPLAY
                   MOVE '  FLOOD:            ' TO DEC-PAGE-LINE
                   PERFORM P011R1-WRITE-PREMIUM-LINE
               END-IF
               IF WS-WE-DED-CREDIT > ZERO
                   MOVE WS-WE-DED-CREDIT TO WS-DEC-AMT-DISPLAY
                   MOVE '  WEATHER:          ' TO DEC-PAGE-LINE
                   PERFORM P011R1-WRITE-PREMIUM-LINE
               END-IF
               IF WS-EQ-DED-CREDIT > ZERO
                   MOVE WS-EQ-DED-CREDIT TO WS-DEC-AMT-DISPLAY
                   MOVE '  EARTHQUAKE:       ' TO DEC-PAGE-LINE
                   PERFORM P011R1-WRITE-PREMIUM-LINE
               END-IF
               MOVE WS-TOT-DED-CREDIT TO WS-DEC-AMT-DISPLAY
               MOVE '  TOTAL CREDIT:     ' TO DEC-PAGE-LINE
               PERFORM P011R1-WRITE-PREMIUM-LINE
           END-IF

           MOVE WS-STATE-TAX TO WS-DEC-AMT-DISPLAY
           MOVE '  STATE TAX:        ' TO DEC-PAGE-LINE
           PERFORM P011R1-WRITE-PREMIUM-LINE
           MOVE WS-INSPECTION-FEE TO WS-DEC-AMT-DISPLAY
           MOVE '  INSPECTION FEE:   ' TO DEC-PAGE-LINE
           PERFORM P011R1-WRITE-PREMIUM-LINE
           IF IN-NON-ADMITTED
               MOVE WS-SL-TAX TO WS-DEC-AMT-DISPLAY
               MOVE '  SURPLUS LINES TAX:' TO DEC-PAGE-LINE
               PERFORM P011R1-WRITE-PREMIUM-LINE
               MOVE WS-STAMPING-FEE TO WS-DEC-AMT-DISPLAY
               MOVE '  STAMPING FEE:     ' TO DEC-PAGE-LINE
               PERFORM P011R1-WRITE-PREMIUM-LINE
           END-IF
           MOVE WS-TOT-PREM TO WS-DEC-AMT-DISPLAY
           MOVE '  TOTAL PREMIUM:    ' TO DEC-PAGE-LINE
           PERFORM P011R1-WRITE-PREMIUM-LINE
           MOVE SPACES TO DEC-PAGE-LINE
           WRITE DEC-PAGE-LINE
      *    The surplus lines notice every state requires on the face
      *    of a non-admitted policy, with the affidavit it was placed
      *    under.
           IF IN-NON-ADMITTED
               MOVE 'THIS POLICY IS ISSUED BY A NON-ADMITTED INSURER '
                    TO DEC-PAGE-LINE
               WRITE DEC-PAGE-LINE
               MOVE 'UNDER THE SURPLUS LINES LAW AND IS NOT PROTECTED '
                    TO DEC-PAGE-LINE
               WRITE DEC-PAGE-LINE
               MOVE 'BY THE STATE INSURANCE GUARANTY FUND.'
                    TO DEC-PAGE-LINE
               WRITE DEC-PAGE-LINE
               MOVE SPACES TO DEC-PAGE-LINE
               STRING 'DILIGENT SEARCH AFFIDAVIT: '
                      WS-SL-AFFIDAVIT-NUM
                      DELIMITED BY SIZE INTO DEC-PAGE-LINE
               WRITE DEC-PAGE-LINE
               MOVE SPACES TO DEC-PAGE-LINE
               WRITE DEC-PAGE-LINE
           END-IF

           IF IN-MORTGAGEE-NAME NOT = SPACES
               MOVE SPACES TO DEC-PAGE-LINE
           MOVE WS-COUNTY-TAX TO QTE-COUNTY-TAX
           MOVE WS-POLICY-FEE TO QTE-POLICY-FEE
           MOVE WS-INSPECTION-FEE TO QTE-INSPECTION-FEE
           MOVE IN-ADMITTED-IND TO QTE-ADMITTED-IND
           MOVE WS-SL-TAX TO QTE-SL-TAX
           MOVE WS-STAMPING-FEE TO QTE-STAMPING-FEE
           MOVE IN-BILL-TYPE TO QTE-BILL-TYPE
           MOVE IN-EFFECTIVE-DATE TO QTE-EFFECTIVE-DATE
           MOVE IN-POLICY-TERM TO QTE-POLICY-TERM
           MOVE WS-PROCESSING-DATE TO QTE-QUOTE-DATE
           MOVE IN-LOAN-BALANCE TO POL-LOAN-BALANCE
           MOVE SPACES TO POL-ASSUMED-IND
           MOVE SPACES TO POL-PRIOR-POLICY-NUM
           MOVE WS-COMPANY-CODE TO POL-COMPANY-CODE
           MOVE IN-ADMITTED-IND TO POL-ADMITTED-IND
           MOVE WS-SL-TAX TO POL-SL-TAX
           MOVE WS-STAMPING-FEE TO POL-STAMPING-FEE
           MOVE WS-SL-AFFIDAVIT-NUM TO POL-SL-AFFIDAVIT-NUM
           MOVE SPACES TO POL-NRN-REVIEW-IND
           MOVE ZERO TO POL-NRN-REVIEW-DATE
           IF IN-AGENCY-BILLED
               MOVE 'A' TO POL-BILL-TYPE
           ELSE
               MOVE 'D' TO POL-BILL-TYPE
           END-IF
           IF SINGLE-STREAM-RUN
               WRITE POLICY-MASTER-RECORD
                   INVALID KEY
                   WRITE MASTER-APPLY-RECORD
               END-IF
           END-IF
           PERFORM P011EC1-WRITE-POLICY-HISTORY
           PERFORM P011EC2-ADD-INFORCE-ENTRY.

       P011EC-EXIT.
           EXIT.

       P011EC1-WRITE-POLICY-HISTORY.
      *    The issue (or the renewal term) starts the policy's
      *    history.  A stream's records go to its own slice and are
      *    sequenced when LGAPMRG2 plays them back.
           MOVE SPACES TO POLICY-HISTORY-RECORD
           IF RENEWAL-MODE
               MOVE 'RENEWAL' TO PHS-TRAN-TYPE
           ELSE
               MOVE 'NEWBUS' TO PHS-TRAN-TYPE
           END-IF
           MOVE IN-EFFECTIVE-DATE TO PHS-EFFECTIVE-DATE
           MOVE ZERO TO PHS-BEFORE-PREMIUM
           MOVE POL-TOTAL-PREMIUM TO PHS-AFTER-PREMIUM
           MOVE POL-POLICY-NUM TO PHS-POLICY-NUM
           MOVE POL-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE POL-STATUS TO PHS-AFTER-STATUS
           MOVE POL-EFFECTIVE-DATE TO PHS-TERM-EFFECTIVE-DATE
           MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
           MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
           MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
           MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
           MOVE IN-SOURCE-SYSTEM TO PHS-REFERENCE
           MOVE 'LGAPDB01' TO PHS-ORIG-PROGRAM
           MOVE ZERO TO PHS-SEQUENCE-NUM
           MOVE ZERO TO PHS-PROCESSED-DATE
           MOVE ZERO TO PHS-PROCESSED-TIME
           MOVE ZERO TO PHS-ORIG-RUN-DATE
           MOVE ZERO TO PHS-ORIG-RUN-TIME
           MOVE 'WRITE' TO PHR-FUNCTION
           MOVE WS-STREAM-ID TO PHR-STREAM-ID
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD.

       P011EC2-ADD-INFORCE-ENTRY.
      *    A policy bound tonight joins the overlap candidates so a
      *    second application for the same risk in the same feed
                   END-IF
                   MOVE WS-PROCESSING-DATE TO CUS-FIRST-ISSUE-DATE
                   MOVE WS-PROCESSING-DATE TO CUS-LAST-ACTIVITY-DATE
                   MOVE 'P' TO CUS-DELIVERY-PREF
                   MOVE SPACES TO CUS-EMAIL-ADDRESS
                   MOVE ZERO TO CUS-EDELIVERY-DATE
                   PERFORM P011ED1-PUT-CUSTOMER
                   GO TO P011ED-EXIT
           END-READ
           PERFORM P011I-UPDATE-OCC-BREAKDOWN THRU P011I-EXIT.

       P011F1-ACCUMULATE-GL-TOTALS.
           MOVE ZERO TO WS-GL-COMPANY-MATCH-IDX
           PERFORM P011F2-FIND-GL-COMPANY
                   VARYING GLC-IDX FROM 1 BY 1
                   UNTIL GLC-IDX > WS-GL-COMPANY-COUNT
                      OR WS-GL-COMPANY-MATCH-IDX > ZERO
           IF WS-GL-COMPANY-MATCH-IDX = ZERO
               IF WS-GL-COMPANY-COUNT < WS-GL-COMPANY-MAX
                   ADD 1 TO WS-GL-COMPANY-COUNT
                   MOVE WS-GL-COMPANY-COUNT TO WS-GL-COMPANY-MATCH-IDX
                   SET GLC-IDX TO WS-GL-COMPANY-COUNT
                   MOVE WS-COMPANY-CODE TO WS-GLC-COMPANY-CODE (GLC-IDX)
                   INITIALIZE WS-GL-ACCUMULATORS
                   MOVE WS-GL-ACCUMULATORS
                        TO WS-GLC-ACCUMULATORS (GLC-IDX)
               ELSE
      *            More companies than slots -- the overflow posts
      *            with the last slot's company so the day's journal
      *            still ties to the premium control total.
                   DISPLAY 'Warning: GL company table full - company '
                           WS-COMPANY-CODE ' posted with '
                           WS-GLC-COMPANY-CODE (WS-GL-COMPANY-MAX)
                   MOVE WS-GL-COMPANY-MAX TO WS-GL-COMPANY-MATCH-IDX
               END-IF
           END-IF
           SET GLC-IDX TO WS-GL-COMPANY-MATCH-IDX
           MOVE WS-GLC-ACCUMULATORS (GLC-IDX) TO WS-GL-ACCUMULATORS
           ADD WS-FR-PREM TO WS-GL-FIRE-PREM
           ADD WS-CR-PREM TO WS-GL-CRIME-PREM
           ADD WS-FL-PREM TO WS-GL-FLOOD-PREM
           ADD WS-COUNTY-TAX TO WS-GL-COUNTY-TAX
           ADD WS-POLICY-FEE TO WS-GL-POLICY-FEE
           ADD WS-INSPECTION-FEE TO WS-GL-INSPECTION-FEE
           ADD WS-SL-TAX TO WS-GL-SL-TAX
           ADD WS-STAMPING-FEE TO WS-GL-STAMPING-FEE
           COMPUTE WS-GL-LOADINGS = WS-GL-LOADINGS +
               (WS-TOT-PREM - WS-FR-PREM - WS-CR-PREM - WS-FL-PREM
                - WS-WE-PREM - WS-EQ-PREM - WS-LI-PREM - WS-EB-PREM
                - WS-STATE-TAX - WS-COUNTY-TAX - WS-POLICY-FEE
                - WS-INSPECTION-FEE - WS-SL-TAX - WS-STAMPING-FEE)
           MOVE WS-GL-ACCUMULATORS TO WS-GLC-ACCUMULATORS (GLC-IDX).

       P011F2-FIND-GL-COMPANY.
           IF WS-GLC-COMPANY-CODE (GLC-IDX) = WS-COMPANY-CODE
               SET WS-GL-COMPANY-MATCH-IDX TO GLC-IDX
           END-IF.

       P011G-UPDATE-TERR-BREAKDOWN.
      *    Find-or-add the policy's territory in the running summary
           MOVE IN-CLAIMS-COUNT-3YR TO RSK-EXP-CLAIM-CNT
           MOVE IN-CLAIMS-AMOUNT-3YR TO RSK-EXP-INCURRED
           MOVE WS-MIT-APPLIED-PCT TO RSK-MITIGATION-CREDIT
           MOVE WS-FR-DED-CREDIT TO RSK-FIRE-DED-CREDIT
           MOVE WS-CR-DED-CREDIT TO RSK-CRIME-DED-CREDIT
           MOVE WS-FL-DED-CREDIT TO RSK-FLOOD-DED-CREDIT
           MOVE WS-WE-DED-CREDIT TO RSK-WEATHER-DED-CREDIT
           MOVE WS-EQ-DED-CREDIT TO RSK-EQ-DED-CREDIT
           MOVE WS-TOT-DED-CREDIT TO RSK-TOTAL-DED-CREDIT
           WRITE RISK-BREAKDOWN-RECORD.

       P013A-EXIT.
       P013F-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE THE POLICY'S PREMIUM CALCULATION WORKSHEET -- EVERY STEP *
      * LGAPDB01, LGAPDB03 AND LGAPDB04 RECORDED, IN THE ORDER THEY    *
      * WERE APPLIED, CLOSED OFF WITH THE FINAL PREMIUM.               *
      *----------------------------------------------------------------*
       P013G-WRITE-PREMIUM-WORKSHEET.
           IF NOT PWK-RECORDING
               GO TO P013G-EXIT
           END-IF
           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'FINAL PREMIUM' TO PWK-NEW-DESCRIPTION
           MOVE WS-TOT-PREM TO PWK-NEW-AMOUNT
           PERFORM P013H1-APPEND-WORKSHEET-STEP
           IF PWK-OVERFLOWED
               DISPLAY 'Warning: premium worksheet for policy '
                       WS-POLICY-NUM ' exceeds 150 steps - truncated'
           END-IF
           MOVE ZERO TO WS-PWK-STEP-NUM
           PERFORM P013G1-WRITE-WORKSHEET-STEP
                   VARYING PWK-IDX FROM 1 BY 1
                   UNTIL PWK-IDX > PWK-STEP-COUNT.

       P013G-EXIT.
           EXIT.

       P013G1-WRITE-WORKSHEET-STEP.
           ADD 1 TO WS-PWK-STEP-NUM
           MOVE SPACES TO PREMIUM-WORKSHEET-RECORD
           MOVE WS-POLICY-NUM TO PWS-POLICY-NUM
           MOVE IN-CUSTOMER-NUM TO PWS-CUSTOMER-NUM
           MOVE WS-PWK-STEP-NUM TO PWS-STEP-NUM
           MOVE PWK-TYPE (PWK-IDX) TO PWS-STEP-TYPE
           MOVE PWK-PROGRAM (PWK-IDX) TO PWS-PROGRAM
           MOVE PWK-PERIL (PWK-IDX) TO PWS-PERIL
           MOVE PWK-DESCRIPTION (PWK-IDX) TO PWS-DESCRIPTION
           MOVE PWK-REFERENCE (PWK-IDX) TO PWS-REFERENCE
           MOVE PWK-BASIS (PWK-IDX) TO PWS-BASIS
           MOVE PWK-FACTOR (PWK-IDX) TO PWS-FACTOR
           MOVE PWK-AMOUNT (PWK-IDX) TO PWS-AMOUNT
           MOVE PWK-RUNNING-PREM (PWK-IDX) TO PWS-RUNNING-PREM
           WRITE PREMIUM-WORKSHEET-RECORD.

      *----------------------------------------------------------------*
      * ADD A STEP FOR AN ADJUSTMENT LGAPDB01 HAS JUST MADE.  A P STEP *
      * GOES DOWN AS THE CHANGE IN WS-TOT-PREM SINCE THE LAST STEP.    *
      *----------------------------------------------------------------*
       P013H-ADD-WORKSHEET-STEP.
           IF PWK-NEW-PREMIUM-STEP
               COMPUTE PWK-NEW-AMOUNT = WS-TOT-PREM - WS-PWK-LAST-PREM
               MOVE WS-TOT-PREM TO WS-PWK-LAST-PREM
           END-IF
           PERFORM P013H1-APPEND-WORKSHEET-STEP.

       P013H1-APPEND-WORKSHEET-STEP.
           MOVE 'LGAPDB01' TO PWK-NEW-PROGRAM
           MOVE WS-PWK-LAST-PREM TO PWK-NEW-RUNNING-PREM
           IF PWK-STEP-COUNT < 150
               ADD 1 TO PWK-STEP-COUNT
               MOVE PWK-NEW-STEP TO PWK-STEP (PWK-STEP-COUNT)
           ELSE
               MOVE 'Y' TO PWK-OVERFLOW-IND
           END-IF.

      *    The coinsurance, discount, credit and location adjustments
      *    rebuild WS-TOT-PREM from the peril premiums, which drops
      *    whatever the enhanced calculation had loaded on top of
      *    them; the drop is shown as its own step first.
       P013H2-RESTATE-PERIL-SUM.
           COMPUTE WS-PWK-PERIL-SUM =
               WS-FR-PREM + WS-CR-PREM + WS-FL-PREM + WS-WE-PREM
               + WS-EQ-PREM + WS-LI-PREM
           IF WS-PWK-PERIL-SUM = WS-PWK-LAST-PREM
               GO TO P013H2-EXIT
           END-IF
           INITIALIZE PWK-NEW-STEP
           MOVE 'P' TO PWK-NEW-TYPE
           MOVE 'PREMIUM RESTATED AS PERIL SUM' TO PWK-NEW-DESCRIPTION
           MOVE 'FI+CR+FL+WE+EQ+LI' TO PWK-NEW-REFERENCE
           MOVE WS-PWK-LAST-PREM TO PWK-NEW-BASIS
           COMPUTE PWK-NEW-AMOUNT = WS-PWK-PERIL-SUM - WS-PWK-LAST-PREM
           MOVE WS-PWK-PERIL-SUM TO WS-PWK-LAST-PREM
           PERFORM P013H1-APPEND-WORKSHEET-STEP.

       P013H2-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LGAPDB04 RE-RATES THE PROPERTY PERILS FROM THE EXPOSURES UP,   *
      * SO THE BASIC PREMIUM IS SET ASIDE BEFORE ITS STEPS AND ITS     *
      * RUNNING PREMIUM STARTS FROM ZERO.  THE RATES.DAT VERSION THE   *
      * RATE CELL MATCHED IS RECORDED FIRST.                           *
      *----------------------------------------------------------------*
       P013H3-SET-ASIDE-BASIC-PREMIUM.
           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'RATES.DAT RATE VERSION' TO PWK-NEW-DESCRIPTION
           IF WS-PWK-RATE-EFF-DATE = ZERO
               MOVE 'NONE MATCHED' TO PWK-NEW-REFERENCE
           ELSE
               STRING 'EFF ' WS-PWK-RATE-EFF-DATE
                      DELIMITED BY SIZE INTO PWK-NEW-REFERENCE
           END-IF
           PERFORM P013H1-APPEND-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'P' TO PWK-NEW-TYPE
           MOVE 'BASIC PREMIUM SET ASIDE' TO PWK-NEW-DESCRIPTION
           MOVE 'RE-RATED' TO PWK-NEW-REFERENCE
           MOVE WS-PWK-LAST-PREM TO PWK-NEW-BASIS
           COMPUTE PWK-NEW-AMOUNT = ZERO - WS-PWK-LAST-PREM
           MOVE ZERO TO WS-PWK-LAST-PREM
           PERFORM P013H1-APPEND-WORKSHEET-STEP.

       P019A-OPEN-EDIT-REPORT.
           OPEN OUTPUT EDIT-REPORT-FILE
           IF NOT EDIT-REPORT-OK
           IF RISK-BREAKDOWN-FILE-OK
               CLOSE RISK-BREAKDOWN-FILE
           END-IF
           IF PWK-RECORDING
               CLOSE PREMIUM-WORKSHEET-FILE
           END-IF
           IF EXCEPTION-FILE-OK
               CLOSE EXCEPTION-FILE
           END-IF
           IF STAT-EXTRACT-OK
               PERFORM P014A-WRITE-STAT-CONTROL
               CLOSE STAT-EXTRACT-FILE
      *        Entered on the privacy sharing log under the profile
      *        the stat extract went out with.
               MOVE 'LOG' TO MSK-FUNCTION
               MOVE WS-STX-REC-CNT TO MSK-RECORD-COUNT
               MOVE RETURN-CODE TO MSK-CALLER-RC
               CALL 'LGAPMSK1' USING MASK-REQUEST
           END-IF
           IF ACCUMULATION-IS-OPEN
               CLOSE ACCUMULATION-FILE
                   CLOSE ACCUM-APPLY-FILE
               END-IF
           END-IF
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD
           PERFORM P005P-SAVE-POLICY-NUMBER-CONTROL.

       P014-EXIT.
      * THE CREDITS SUM TO WS-PREMIUM-TOTAL BY CONSTRUCTION (SEE       *
      * P011F1), SO A JOURNAL THAT DOES NOT TIE TO THE P015A PREMIUM   *
      * CONTROL TOTAL IS IMPOSSIBLE RATHER THAN MERELY UNLIKELY.       *
      * EACH UNDERWRITING COMPANY GETS ITS OWN BALANCED SET OF LINES,  *
      * TAGGED WITH ITS COMPANY CODE.                                  *
      *----------------------------------------------------------------*
       P015C-WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
                       WS-GLJ-STAT
               GO TO P015C-EXIT
           END-IF
           PERFORM P015C2-WRITE-COMPANY-JOURNAL
                   VARYING GLC-IDX FROM 1 BY 1
                   UNTIL GLC-IDX > WS-GL-COMPANY-COUNT
           CLOSE GL-JOURNAL-FILE.

       P015C-EXIT.
           EXIT.

      *    One balanced set of lines per underwriting company.
       P015C2-WRITE-COMPANY-JOURNAL.
           MOVE WS-GLC-ACCUMULATORS (GLC-IDX) TO WS-GL-ACCUMULATORS
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-GLC-COMPANY-CODE (GLC-IDX) TO GLJ-COMPANY-CODE
           MOVE WS-PROCESSING-DATE TO GLJ-RUN-DATE
           MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
           MOVE '10150' TO GLJ-ACCOUNT
           MOVE 'PREMIUMS RECEIVABLE' TO GLJ-ACCOUNT-DESC
           COMPUTE GLJ-DEBIT-AMT =
               + WS-GL-LIABILITY-PREM + WS-GL-EQUIPMENT-PREM
               + WS-GL-LOADINGS + WS-GL-STATE-TAX + WS-GL-COUNTY-TAX
               + WS-GL-POLICY-FEE + WS-GL-INSPECTION-FEE
               + WS-GL-SL-TAX + WS-GL-STAMPING-FEE
           MOVE ZERO TO GLJ-CREDIT-AMT
           WRITE GL-JOURNAL-RECORD

           MOVE WS-GL-COUNTY-TAX TO GLJ-CREDIT-AMT
           PERFORM P015C1-WRITE-CREDIT-LINE

           MOVE '22130' TO GLJ-ACCOUNT
           MOVE 'SURPLUS LINES TAX PAYABLE' TO GLJ-ACCOUNT-DESC
           MOVE WS-GL-SL-TAX TO GLJ-CREDIT-AMT
           PERFORM P015C1-WRITE-CREDIT-LINE

           MOVE '22140' TO GLJ-ACCOUNT
           MOVE 'SL STAMPING FEE PAYABLE' TO GLJ-ACCOUNT-DESC
           MOVE WS-GL-STAMPING-FEE TO GLJ-CREDIT-AMT
           PERFORM P015C1-WRITE-CREDIT-LINE

           MOVE '41110' TO GLJ-ACCOUNT
           MOVE 'POLICY FEE INCOME' TO GLJ-ACCOUNT-DESC
           MOVE WS-GL-POLICY-FEE TO GLJ-CREDIT-AMT
           MOVE '41120' TO GLJ-ACCOUNT
           MOVE 'INSPECTION FEE INCOME' TO GLJ-ACCOUNT-DESC
           MOVE WS-GL-INSPECTION-FEE TO GLJ-CREDIT-AMT
           PERFORM P015C1-WRITE-CREDIT-LINE.

       P015C1-WRITE-CREDIT-LINE.
      *    Zero-amount lines are suppressed -- the ledger does not
      *    want empty postings for perils not written today.
           IF GLJ-CREDIT-AMT NOT = ZERO
               MOVE WS-PROCESSING-DATE TO GLJ-RUN-DATE
               MOVE GPR-PERIOD-STAMP TO GLJ-PERIOD-STAMP
               MOVE ZERO TO GLJ-DEBIT-AMT
               WRITE GL-JOURNAL-RECORD
           END-IF.
           MOVE 'LGAPDB01' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-REC-CNT TO RST-RECORD-COUNT
           MOVE WS-PREMIUM-TOTAL TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
