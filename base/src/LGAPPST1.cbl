
       01  WS-POLICY-TIV               PIC 9(10)V99 VALUE ZERO.
       01  WS-INSP-CRITERIA            PIC X(10).

       01  WS-DEC-AMT-DISPLAY          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DEC-EXPIRY-DATE          PIC 9(8).
       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

      *    Business-day date request, passed to LGAPBDY1.
           COPY BDAYREQ.

      *    Outbound field masking request, passed to LGAPMSK1.
           COPY MASKREQ.

       LINKAGE SECTION.
           COPY PSTBIND.

           IF NOT STAT-EXTRACT-OK
               OPEN OUTPUT STAT-EXTRACT-FILE
           END-IF
           MOVE 'LGAPPST1' TO MSK-PROGRAM
           MOVE 'STATEXT' TO MSK-EXTRACT-ID
           MOVE 'STATEXT' TO MSK-EXTRACT-CLASS
           MOVE 'STATEXT.DAT' TO MSK-FILE-NAME
           OPEN EXTEND DEC-PAGE-FILE
           IF NOT DEC-PAGE-OK
               OPEN OUTPUT DEC-PAGE-FILE

           COMPUTE WS-INST-TAX-FEE-TOTAL =
               PST-STATE-TAX + PST-COUNTY-TAX +
               PST-POLICY-FEE + PST-INSPECTION-FEE +
               PST-SL-TAX + PST-STAMPING-FEE
           COMPUTE WS-INST-DOWN-AMT ROUNDED =
               PST-TOTAL-PREMIUM * (WS-DOWN-PAYMENT-PCT / 100)
           COMPUTE WS-INST-SPREAD-AMT =
               FUNCTION MOD (WS-INST-MONTHS-OUT, 12) + 1
           IF WS-INST-DUE-DD > 28
               MOVE 28 TO WS-INST-DUE-DD
           END-IF
           MOVE 'INST_DUE' TO BDR-RULE
           MOVE WS-INST-DUE-DATE TO BDR-BASE-DATE
           MOVE ZERO TO BDR-DAYS
           PERFORM P660-BUSINESS-DATE
           MOVE BDR-RESULT-DATE TO WS-INST-DUE-DATE.

      *----------------------------------------------------------------*
      * STAT-PLAN RECORDS -- ONE CODED RECORD PER PERIL WRITTEN,       *
               MOVE POL-POLICY-TYPE TO STX-POLICY-TYPE
               MOVE POL-OCCUPANCY-CODE TO STX-OCCUPANCY-CODE
               MOVE POL-CONSTRUCTION-TYPE TO STX-CONSTRUCTION-TYPE
               MOVE POL-COMPANY-CODE TO STX-COMPANY-CODE
           ELSE
               MOVE SPACES TO STX-STATE
               MOVE SPACES TO STX-TERRITORY
               MOVE SPACES TO STX-POLICY-TYPE
               MOVE SPACES TO STX-OCCUPANCY-CODE
               MOVE SPACES TO STX-CONSTRUCTION-TYPE
               MOVE SPACES TO STX-COMPANY-CODE
           END-IF
           MOVE PST-EFFECTIVE-DATE TO STX-EFFECTIVE-DATE
           PERFORM P520-MASK-STAT-IDENTIFIERS
           WRITE STAT-EXTRACT-RECORD
           ADD 1 TO WS-STX-REC-CNT
           ADD STX-PREMIUM TO WS-STX-PREM-TOTAL.

      *----------------------------------------------------------------*
      * THE STAT AGENT RECEIVES THE POLICY AND CUSTOMER NUMBERS ONLY   *
      * AS ITS RECIPIENT PROFILE ALLOWS (LGAPMSK1).                    *
      *----------------------------------------------------------------*
       P520-MASK-STAT-IDENTIFIERS.
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
      * DECLARATIONS PAGE -- THE COMPACT FORM OF THE RATING RUN'S      *
      * P011R, BUILT FROM THE MASTER SNAPSHOT.                         *
           MOVE POL-PROPERTY-TYPE TO ORD-PROPERTY-TYPE
           MOVE POL-POSTCODE TO ORD-POSTCODE
           MOVE WS-CURRENT-DATE TO ORD-ORDER-DATE
           MOVE 'INSP_DUE' TO BDR-RULE
           MOVE WS-CURRENT-DATE TO BDR-BASE-DATE
           MOVE WS-INSP-DUE-DAYS TO BDR-DAYS
           PERFORM P660-BUSINESS-DATE
           MOVE BDR-RESULT-DATE TO ORD-DUE-DATE
           MOVE WS-INSP-CRITERIA TO ORD-CRITERIA
           MOVE 'O' TO ORD-STATUS
           WRITE INSPECTION-ORDER-RECORD.
       P650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * DUE DATES GO THROUGH THE BUSINESS-DAY DATE SERVICE (LGAPBDY1)  *
      * UNDER THEIR DATE RULE, AS IN THE RATING RUN.                   *
      *----------------------------------------------------------------*
       P660-BUSINESS-DATE.
           MOVE RETURN-CODE TO BDR-CALLER-RC
           CALL 'LGAPBDY1' USING BUSINESS-DATE-REQUEST.

      *----------------------------------------------------------------*
      * ACCUMULATION POSTING -- SAME FIND-OR-ADD AS THE RATING RUN'S   *
      * P011DC, SO OUT-OF-BAND BINDS COUNT AGAINST POSTCODE CAPACITY.  *
               MOVE WS-STX-PREM-TOTAL TO STX-PREMIUM-TOTAL
               WRITE STAT-EXTRACT-RECORD
               CLOSE STAT-EXTRACT-FILE
      *        Entered on the privacy sharing log under the profile
      *        the appended stat records went out with.
               MOVE 'LOG' TO MSK-FUNCTION
               MOVE WS-STX-REC-CNT TO MSK-RECORD-COUNT
               MOVE RETURN-CODE TO MSK-CALLER-RC
               CALL 'LGAPMSK1' USING MASK-REQUEST
           END-IF
           IF INSTALLMENT-FILE-OK
               CLOSE INSTALLMENT-FILE
