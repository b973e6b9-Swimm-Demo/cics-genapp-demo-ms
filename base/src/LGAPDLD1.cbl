      *          ENTRIES FROM AGTCOMM.DAT -- WRAPPED IN THE SAME      *
      *          HH/TT HEADER AND TRAILER CONTROL RECORDS THE INTAKE  *
      *          FEED USES, SO THE AGENCY SIDE CAN VERIFY             *
      *          COMPLETENESS.  CUSTOMER AND POLICY NUMBERS GO OUT AS *
      *          THE AGENCY'S RECIPIENT PROFILE ALLOWS (LGAPMSK1).    *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*


       01  WS-POLICY-STATUS            PIC X(20).

      *    The personal-data fields a line is built from, after the
      *    agency's recipient profile has been applied to them.
       01  WS-SEND-FIELDS.
           05 WS-SEND-CUSTOMER-NUM     PIC X(10).
           05 WS-SEND-POLICY-NUM       PIC X(12).

      *    Outbound field masking request, passed to LGAPMSK1.
           COPY MASKREQ.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).


           MOVE ZERO TO WS-DATA-REC-CNT
           MOVE ZERO TO WS-CUS-COUNT
           MOVE 'LGAPDLD1' TO MSK-PROGRAM
           MOVE SPACES TO MSK-EXTRACT-ID
           STRING 'AGYDL' WS-WORK-AGENCY
                  DELIMITED BY SIZE INTO MSK-EXTRACT-ID
           MOVE 'AGYDL' TO MSK-EXTRACT-CLASS
           MOVE WS-DOWNLOAD-NAME TO MSK-FILE-NAME

           MOVE SPACES TO DOWNLOAD-RECORD
           MOVE 'HH' TO DLD-RECORD-TYPE
           WRITE DOWNLOAD-RECORD
           CLOSE DOWNLOAD-FILE

      *    Entered on the privacy sharing log under the profile the
      *    agency's file went out with.
           MOVE 'LOG' TO MSK-FUNCTION
           MOVE WS-DATA-REC-CNT TO MSK-RECORD-COUNT
           PERFORM P970-CALL-MASKING
           IF MSK-NO-PROFILE
               DISPLAY 'Note: no recipient profile for '
                       WS-DOWNLOAD-NAME ' - sent in full'
           END-IF

           ADD 1 TO WS-AGENCY-FILES-CNT
           ADD WS-DATA-REC-CNT TO WS-TOTAL-DATA-CNT

               END-READ
           END-IF

           MOVE OUT-CUSTOMER-NUM TO WS-SEND-CUSTOMER-NUM
           MOVE OUT-POLICY-NUM TO WS-SEND-POLICY-NUM
           PERFORM P950-MASK-IDENTIFIERS
           MOVE SPACES TO DOWNLOAD-RECORD
           MOVE 'PO' TO DLD-RECORD-TYPE
           STRING WS-SEND-POLICY-NUM ' '
                  WS-SEND-CUSTOMER-NUM ' '
                  WS-POLICY-STATUS ' '
                  OUT-EFFECTIVE-DATE ' '
                  OUT-TOTAL-PREMIUM
               GO TO P440-EXIT
           END-IF

           MOVE CLM-CUSTOMER-NUM TO WS-SEND-CUSTOMER-NUM
           MOVE SPACES TO WS-SEND-POLICY-NUM
           PERFORM P950-MASK-IDENTIFIERS
           MOVE SPACES TO DOWNLOAD-RECORD
           MOVE 'CL' TO DLD-RECORD-TYPE
           STRING CLM-CLAIM-NUMBER ' '
                  WS-SEND-CUSTOMER-NUM ' '
                  CLM-CLAIM-STATUS ' '
                  CLM-CLAIM-DATE ' '
                  CLM-PAID-AMOUNT ' '
               GO TO P460-EXIT
           END-IF

           MOVE WS-CSV-CUSTOMER (1:10) TO WS-SEND-CUSTOMER-NUM
           MOVE SPACES TO WS-SEND-POLICY-NUM
           PERFORM P950-MASK-IDENTIFIERS
           MOVE SPACES TO DOWNLOAD-RECORD
           MOVE 'CM' TO DLD-RECORD-TYPE
           STRING WS-SEND-CUSTOMER-NUM ' '
                  WS-CSV-PREMIUM (1:12) ' '
                  WS-CSV-COMMISSION (1:12)
                  DELIMITED BY SIZE INTO DLD-DATA
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
      * PERSONAL DATA GOES OUT ONLY AS THE AGENCY'S RECIPIENT PROFILE  *
      * ALLOWS: THE LINE'S CUSTOMER AND POLICY NUMBERS PASS THROUGH    *
      * LGAPMSK1 IN THE WS-SEND- FIELDS THE LINE IS THEN BUILT FROM.   *
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
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
           MOVE 'LGAPDLD1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-DATA-CNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
