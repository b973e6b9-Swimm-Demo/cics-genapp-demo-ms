      *          T|COUNT TRAILER AND THE MANIFEST (BIEMAN.DAT)        *
      *          CARRIES THE PROCESSING DATE AND PER-FILE COUNTS, SO  *
      *          THE WAREHOUSE CAN VALIDATE COMPLETENESS THE WAY      *
      *          OUTCTL.DAT PROTECTS THE BATCH CHAIN.  CUSTOMER AND   *
      *          POLICY NUMBERS AND POSTCODES GO OUT AS THE           *
      *          WAREHOUSE'S RECIPIENT PROFILE ALLOWS (LGAPMSK1).     *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*


       01  WS-REC-IN-FILE              PIC 9(8) VALUE ZERO.

      *    The personal-data fields a row is built from, after the
      *    recipient profile has been applied to them.
       01  WS-SEND-FIELDS.
           05 WS-SEND-CUSTOMER-NUM     PIC X(10).
           05 WS-SEND-POLICY-NUM       PIC X(12).
           05 WS-SEND-POSTCODE         PIC X(8).

       01  WS-COM-PARSE.
           05 WS-CSV-CUSTOMER          PIC X(20).
           05 WS-CSV-AGENCY            PIC X(20).
           05 WS-CSV-PREMIUM           PIC X(20).
           05 WS-CSV-COMMISSION        PIC X(20).
           05 WS-CSV-POLICY            PIC X(20).

      *    Outbound field masking request, passed to LGAPMSK1.
           COPY MASKREQ.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE ZERO TO WS-ROW-CNT
           MOVE 'LGAPBIE1' TO MSK-PROGRAM
           MOVE WS-EXTRACT-FILE-NAME (1:6) TO MSK-EXTRACT-ID
           MOVE 'BIE' TO MSK-EXTRACT-CLASS
           MOVE WS-EXTRACT-FILE-NAME TO MSK-FILE-NAME.

      *----------------------------------------------------------------*
      * EVERY EXTRACT CLOSES WITH A T|COUNT TRAILER SO THE WAREHOUSE   *
      * LOAD CAN PROVE IT READ THE WHOLE FILE, AND IS ENTERED ON THE   *
      * PRIVACY SHARING LOG UNDER THE PROFILE IT WENT OUT WITH.        *
      *----------------------------------------------------------------*
       P220-CLOSE-EXTRACT.
           MOVE SPACES TO EXTRACT-LINE
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           CLOSE EXTRACT-FILE
           ADD WS-ROW-CNT TO WS-TOTAL-ROWS
           MOVE 'LOG' TO MSK-FUNCTION
           MOVE WS-ROW-CNT TO MSK-RECORD-COUNT
           PERFORM P970-CALL-MASKING
           IF MSK-NO-PROFILE
               DISPLAY 'Note: no recipient profile for '
                       WS-EXTRACT-FILE-NAME ' - sent in full'
           END-IF.

       P300-EXTRACT-POLICIES.
           MOVE 'BIEPOL.DAT' TO WS-EXTRACT-FILE-NAME

       P320-WRITE-POLICY-ROW.
           MOVE POL-TOTAL-PREMIUM TO WS-CSV-AMOUNT
           MOVE POL-CUSTOMER-NUM TO WS-SEND-CUSTOMER-NUM
           MOVE POL-POLICY-NUM TO WS-SEND-POLICY-NUM
           PERFORM P950-MASK-IDENTIFIERS
           MOVE 'POSTCODE' TO MSK-FIELD-NAME
           MOVE POL-POSTCODE TO MSK-VALUE
           MOVE 8 TO MSK-VALUE-LEN
           PERFORM P970-CALL-MASKING
           MOVE MSK-VALUE TO WS-SEND-POSTCODE
           MOVE SPACES TO EXTRACT-LINE
           STRING FUNCTION TRIM(WS-SEND-POLICY-NUM) '|'
                  FUNCTION TRIM(WS-SEND-CUSTOMER-NUM) '|'
                  FUNCTION TRIM(POL-STATUS) '|'
                  POL-EFFECTIVE-DATE '|'
                  POL-EXPIRY-DATE '|'
                  FUNCTION TRIM(POL-AGENCY-CODE) '|'
                  POL-ISSUE-DATE '|'
                  POL-POLICY-TYPE '|'
                  FUNCTION TRIM(WS-SEND-POSTCODE) '|'
                  FUNCTION TRIM(POL-TERRITORY-CODE) '|'
                  POL-ASSUMED-IND
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           COMPUTE WS-NUMVAL-WORK =
               FUNCTION NUMVAL(OUT-ANNUAL-PREMIUM)
           MOVE WS-NUMVAL-WORK TO WS-CSV-AMOUNT2
           MOVE OUT-CUSTOMER-NUM TO WS-SEND-CUSTOMER-NUM
           MOVE OUT-POLICY-NUM TO WS-SEND-POLICY-NUM
           PERFORM P950-MASK-IDENTIFIERS
           MOVE SPACES TO EXTRACT-LINE
           STRING FUNCTION TRIM(WS-SEND-CUSTOMER-NUM) '|'
                  FUNCTION TRIM(WS-SEND-POLICY-NUM) '|'
                  FUNCTION TRIM(OUT-AGENCY-CODE) '|'
                  FUNCTION TRIM(OUT-TERRITORY-CODE) '|'
                  FUNCTION TRIM(OUT-STATUS) '|'
           ELSE
               MOVE ZERO TO WS-CSV-AMOUNT3
           END-IF
           MOVE CLM-CUSTOMER-NUM TO WS-SEND-CUSTOMER-NUM
           MOVE SPACES TO WS-SEND-POLICY-NUM
           PERFORM P950-MASK-IDENTIFIERS
           MOVE SPACES TO EXTRACT-LINE
           STRING FUNCTION TRIM(WS-SEND-CUSTOMER-NUM) '|'
                  FUNCTION TRIM(CLM-CLAIM-NUMBER) '|'
                  CLM-CLAIM-DATE '|'
                  FUNCTION TRIM(CLM-CLAIM-TYPE) '|'
           EXIT.

      *----------------------------------------------------------------*
      * AGTCOMM.DAT IS ALREADY A DELIMITED REGISTER (CUSTOMER, AGENCY, *
      * PREMIUM, COMMISSION, POLICY), SO ITS LINES PASS THROUGH WITH   *
      * ONLY THE CUSTOMER AND POLICY PUT THROUGH THE RECIPIENT         *
      * PROFILE, AND THE TRAILER AND MANIFEST ADDED.                   *
      *----------------------------------------------------------------*
       P550-EXTRACT-COMMISSIONS.
           MOVE 'BIECOM.DAT' TO WS-EXTRACT-FILE-NAME
      *        Skip the CSV column-heading record the register
      *        starts with, as every other AGTCOMM consumer does
               IF WS-REC-IN-FILE > 1 AND COMMISSION-LINE NOT = SPACES
                   PERFORM P552-WRITE-COMMISSION-ROW
               END-IF
               PERFORM P551-READ-COMMISSION
           END-PERFORM
           READ COMMISSION-FILE
           END-READ.

       P552-WRITE-COMMISSION-ROW.
           MOVE SPACES TO WS-COM-PARSE
           UNSTRING COMMISSION-LINE DELIMITED BY ','
               INTO WS-CSV-CUSTOMER WS-CSV-AGENCY
                    WS-CSV-PREMIUM WS-CSV-COMMISSION
                    WS-CSV-POLICY
           END-UNSTRING
           MOVE WS-CSV-CUSTOMER TO WS-SEND-CUSTOMER-NUM
           MOVE WS-CSV-POLICY TO WS-SEND-POLICY-NUM
           PERFORM P950-MASK-IDENTIFIERS
           MOVE SPACES TO EXTRACT-LINE
           STRING FUNCTION TRIM(WS-SEND-CUSTOMER-NUM) ','
                  FUNCTION TRIM(WS-CSV-AGENCY) ','
                  FUNCTION TRIM(WS-CSV-PREMIUM) ','
                  FUNCTION TRIM(WS-CSV-COMMISSION) ','
                  FUNCTION TRIM(WS-SEND-POLICY-NUM)
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           ADD 1 TO WS-ROW-CNT.

      *----------------------------------------------------------------*
      * THE UNDERWRITING WORKBASKETS IN ONE EXTRACT: OPEN EXCEPTION    *
      * ITEMS TAGGED E AND REFERRALS TAGGED R -- THE REFERRAL FILE     *
           IF EXC-CUSTOMER-NUM = SPACES OR EXC-ITEM-DISPOSED
               GO TO P562-EXIT
           END-IF
           MOVE EXC-CUSTOMER-NUM TO WS-SEND-CUSTOMER-NUM
           MOVE EXC-POLICY-NUM TO WS-SEND-POLICY-NUM
           PERFORM P950-MASK-IDENTIFIERS
           MOVE SPACES TO EXTRACT-LINE
           STRING 'E|'
                  FUNCTION TRIM(WS-SEND-CUSTOMER-NUM) '|'
                  FUNCTION TRIM(WS-SEND-POLICY-NUM) '|'
                  FUNCTION TRIM(EXC-STATUS) '|'
                  EXC-QUEUE-DATE '|'
                  FUNCTION TRIM(EXC-REJECT-REASON)
           IF REF-CUSTOMER-NUM = SPACES
               GO TO P564-EXIT
           END-IF
           MOVE REF-CUSTOMER-NUM TO WS-SEND-CUSTOMER-NUM
           MOVE SPACES TO WS-SEND-POLICY-NUM
           PERFORM P950-MASK-IDENTIFIERS
           MOVE SPACES TO EXTRACT-LINE
           STRING 'R|'
                  FUNCTION TRIM(WS-SEND-CUSTOMER-NUM) '|'
                  '|'
                  'REFERRED|'
                  '|'
       P600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PERSONAL DATA GOES OUT ONLY AS THE RECIPIENT PROFILE ALLOWS:   *
      * THE ROW'S CUSTOMER AND POLICY NUMBERS PASS THROUGH LGAPMSK1    *
      * IN THE WS-SEND- FIELDS THE ROW IS THEN BUILT FROM.             *
      *----------------------------------------------------------------*
       P950-MASK-IDENTIFIERS.
           MOVE 'APPLY' TO MSK-FUNCTION
           MOVE 'CUSTOMER-NUM' TO MSK-FIELD-NAME
           MOVE WS-SEND-CUSTOMER-NUM TO MSK-VALUE
           MOVE 10 TO MSK-VALUE-LEN
           PERFORM P970-CALL-MASKING
           MOVE MSK-VALUE TO WS-SEND-CUSTOMER-NUM
           MOVE 'POLICY-NUM' TO MSK-FIELD-NAME
           MOVE WS-SEND-POLICY-NUM TO MSK-VALUE
           MOVE 12 TO MSK-VALUE-LEN
           PERFORM P970-CALL-MASKING
           MOVE MSK-VALUE TO WS-SEND-POLICY-NUM.

       P970-CALL-MASKING.
           MOVE RETURN-CODE TO MSK-CALLER-RC
           CALL 'LGAPMSK1' USING MASK-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE, 12 FATAL.  RESTART DECISIONS      *
           MOVE 'LGAPBIE1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-ROWS TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
