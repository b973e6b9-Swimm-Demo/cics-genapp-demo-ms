      *          INSIDE IT OFF THE POLICY MASTER: LIMITS,             *
      *          CONSTRUCTION AND CONTACT DETAILS, SORTED BY TIV      *
      *          LARGEST FIRST, PLUS THE SUMMARY COUNTS CLAIMS        *
      *          MANAGEMENT STAFFS THE RESPONSE FROM.  THE EXTRACT    *
      *          IS MASKED TO ITS RECIPIENT'S PRIVACY PROFILE.        *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*


       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    Outbound field masking request, passed to LGAPMSK1.
           COPY MASKREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
               MOVE 12 TO RETURN-CODE
               GO TO P500-EXIT
           END-IF
           MOVE 'LGAPFPT1' TO MSK-PROGRAM
           MOVE 'EXPOSED' TO MSK-EXTRACT-ID
           MOVE 'EXPOSED' TO MSK-EXTRACT-CLASS
           MOVE 'EXPOSED.DAT' TO MSK-FILE-NAME
           PERFORM P510-PICK-AND-WRITE
                   VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-XPO-COUNT
           CLOSE EXPOSED-FILE
           MOVE 'LOG' TO MSK-FUNCTION
           MOVE WS-XPO-COUNT TO MSK-RECORD-COUNT
           PERFORM P530-CALL-MASKING
           IF MSK-NO-PROFILE
               DISPLAY 'Note: no recipient profile for '
                       'EXPOSED.DAT - sent in full'
           END-IF.

       P500-EXIT.
           EXIT.
               MOVE 1 TO WS-BEST-SUB
           END-IF
           MOVE WS-XPO-RECORD (WS-BEST-SUB) TO EXPOSED-RECORD
           PERFORM P520-MASK-EXPOSED-FIELDS
           WRITE EXPOSED-RECORD
           MOVE ZERO TO WS-XPO-TIV (WS-BEST-SUB)
           MOVE SPACES TO WS-XPO-RECORD (WS-BEST-SUB).
               MOVE WS-XPO-TIV (WS-SCAN-SUB) TO WS-BEST-TIV
           END-IF.

      *----------------------------------------------------------------*
      * THE EXTRACT LEAVES THE COMPANY FOR THE CAT MODELLER, SO EACH   *
      * IDENTIFYING FIELD GOES OUT ONLY AS THE RECIPIENT'S PROFILE     *
      * ALLOWS -- IN FULL, MASKED, TOKENIZED OR DROPPED.               *
      *----------------------------------------------------------------*
       P520-MASK-EXPOSED-FIELDS.
           MOVE 'APPLY' TO MSK-FUNCTION
           MOVE 'POLICY-NUM' TO MSK-FIELD-NAME
           MOVE EXP-POLICY-NUM TO MSK-VALUE
           MOVE 12 TO MSK-VALUE-LEN
           PERFORM P530-CALL-MASKING
           MOVE MSK-VALUE TO EXP-POLICY-NUM
           MOVE 'CUSTOMER-NUM' TO MSK-FIELD-NAME
           MOVE EXP-CUSTOMER-NUM TO MSK-VALUE
           MOVE 10 TO MSK-VALUE-LEN
           PERFORM P530-CALL-MASKING
           MOVE MSK-VALUE TO EXP-CUSTOMER-NUM
           MOVE 'POSTCODE' TO MSK-FIELD-NAME
           MOVE EXP-POSTCODE TO MSK-VALUE
           MOVE 8 TO MSK-VALUE-LEN
           PERFORM P530-CALL-MASKING
           MOVE MSK-VALUE TO EXP-POSTCODE
           MOVE 'CUSTOMER-NAME' TO MSK-FIELD-NAME
           MOVE EXP-CUSTOMER-NAME TO MSK-VALUE
           MOVE 50 TO MSK-VALUE-LEN
           PERFORM P530-CALL-MASKING
           MOVE MSK-VALUE TO EXP-CUSTOMER-NAME
           MOVE 'ADDRESS' TO MSK-FIELD-NAME
           MOVE EXP-ADDRESS TO MSK-VALUE
           MOVE 60 TO MSK-VALUE-LEN
           PERFORM P530-CALL-MASKING
           MOVE MSK-VALUE TO EXP-ADDRESS
           MOVE 'MORTGAGEE-NAME' TO MSK-FIELD-NAME
           MOVE EXP-MORTGAGEE-NAME TO MSK-VALUE
           MOVE 40 TO MSK-VALUE-LEN
           PERFORM P530-CALL-MASKING
           MOVE MSK-VALUE TO EXP-MORTGAGEE-NAME.

       P530-CALL-MASKING.
           MOVE RETURN-CODE TO MSK-CALLER-RC
           CALL 'LGAPMSK1' USING MASK-REQUEST.

       P600-WRITE-SUMMARY.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
           MOVE 'LGAPFPT1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-EXPOSED-CNT TO RST-RECORD-COUNT
           MOVE WS-TOTAL-TIV TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
