      * PURPOSE: READS A FILE OF QUOTE ACCEPTANCE TRANSACTIONS,       *
      *          LOCATES EACH QUOTE ON THE QUOTE FILE WRITTEN BY THE  *
      *          QUOTE-MODE RATING RUN, AND -- IF THE QUOTE WAS       *
      *          APPROVED AND ACCEPTED BEFORE ITS EXPIRY DATE, AND,   *
      *          IF NON-ADMITTED, HAS A CURRENT DILIGENT-SEARCH       *
      *          AFFIDAVIT ON FILE -- BINDS THE POLICY AT THE QUOTED  *
      *          PREMIUM: A POLICY NUMBER IS ISSUED, THE BOUND POLICY *
      *          IS APPENDED TO THE PREMIUM OUTPUT FILE, AND THE      *
      *          POLICY MASTER IS UPDATED                             *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

           05 WS-NOT-FOUND-CNT         PIC 9(6) VALUE ZERO.
           05 WS-NOT-APPROVED-CNT      PIC 9(6) VALUE ZERO.
           05 WS-ALREADY-BOUND-CNT     PIC 9(6) VALUE ZERO.
           05 WS-NO-AFFIDAVIT-CNT      PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * QUOTE NUMBERS ALREADY BOUND, LOADED FROM QUOTEBND.DAT AT       *
       01  WS-PST-PROGRAM              PIC X(8) VALUE 'LGAPPST1'.
           COPY PSTBIND.

      *    The bound policy is placed on the company the assignment
      *    rules name for its state and type, as at rating.
           COPY COMPASGN.

      *    A non-admitted quote binds only with a current diligent-
      *    search affidavit on file (LGAPSLA1).
           COPY SLAFREQ.
       01  WS-SL-AFFIDAVIT-IND         PIC X.
           88 SL-AFFIDAVIT-OK          VALUE 'Y'.

      *    Policy history record, written through LGAPPHW1.
           COPY POLHREQ.
           COPY POLHIST.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
               STOP RUN
           END-IF

           MOVE 'POLMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           MOVE 'ACCUM.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O POLICY-MASTER-FILE
           IF POLICY-MASTER-MISSING
               OPEN OUTPUT POLICY-MASTER-FILE

           PERFORM P530-LOOKUP-QUOTE THRU P530-EXIT
           PERFORM P535-CHECK-ALREADY-BOUND THRU P535-EXIT
           PERFORM P537-CHECK-SL-AFFIDAVIT THRU P537-EXIT

           EVALUATE TRUE
               WHEN NOT QUOTE-WAS-FOUND
               WHEN QAC-ACCEPT-DATE > QTE-EXPIRY-DATE
                   ADD 1 TO WS-EXPIRED-CNT
                   MOVE 'EXPIRED' TO WS-ACCEPT-RESULT
               WHEN NOT SL-AFFIDAVIT-OK
                   ADD 1 TO WS-NO-AFFIDAVIT-CNT
                   MOVE 'NO AFFIDAVIT' TO WS-ACCEPT-RESULT
               WHEN OTHER
                   PERFORM P540-BIND-QUOTE
                   ADD 1 TO WS-BOUND-CNT
               MOVE 'Y' TO WS-ALREADY-BOUND-IND
           END-IF.

      *----------------------------------------------------------------*
      * A NON-ADMITTED (SURPLUS LINES) QUOTE MAY HAVE GONE OUT BEFORE  *
      * THE BROKER FILED THE DILIGENT-SEARCH AFFIDAVIT, BUT IT CANNOT  *
      * BIND UNTIL A CURRENT ONE IS ON THE REGISTER.  ADMITTED QUOTES  *
      * PASS STRAIGHT THROUGH.                                         *
      *----------------------------------------------------------------*
       P537-CHECK-SL-AFFIDAVIT.
           MOVE 'Y' TO WS-SL-AFFIDAVIT-IND
           MOVE SPACES TO SAR-AFFIDAVIT-NUM
           IF NOT QUOTE-WAS-FOUND OR NOT QTE-NON-ADMITTED
               GO TO P537-EXIT
           END-IF
           MOVE QTE-CUSTOMER-NUM TO SAR-CUSTOMER-NUM
           MOVE QTE-TERRITORY-CODE (1:2) TO SAR-STATE
           MOVE QTE-EFFECTIVE-DATE TO SAR-EFFECTIVE-DATE
           CALL 'LGAPSLA1' USING SL-AFFIDAVIT-REQUEST
           IF NOT SAR-AFFIDAVIT-VALID
               MOVE 'N' TO WS-SL-AFFIDAVIT-IND
           END-IF.

       P537-EXIT.
           EXIT.

       P540-BIND-QUOTE.
      *    Bind at exactly the quoted premium -- no re-rating.  The
      *    bound policy is appended to OUTPUT.DAT in the standard
           IF QTE-INSPECTION-FEE NOT NUMERIC
               MOVE ZERO TO QTE-INSPECTION-FEE
           END-IF
           IF QTE-SL-TAX NOT NUMERIC
               MOVE ZERO TO QTE-SL-TAX
           END-IF
           IF QTE-STAMPING-FEE NOT NUMERIC
               MOVE ZERO TO QTE-STAMPING-FEE
           END-IF
           ADD 1 TO WS-NEXT-POLICY-SEQ
           MOVE WS-NEXT-POLICY-SEQ TO WS-POLICY-NUM-SEQ
           MOVE WS-POLICY-NUM-BUILD TO WS-POLICY-NUM
           MOVE QTE-TERRITORY-CODE (1:2) TO CAR-STATE
           MOVE QTE-POLICY-TYPE TO CAR-POLICY-TYPE
           CALL 'LGAPCMP1' USING COMPANY-ASSIGN-REQUEST

           MOVE QTE-CUSTOMER-NUM TO OUT-CUSTOMER-NUM
           MOVE WS-POLICY-NUM TO OUT-POLICY-NUM
           MOVE 'APPROVED' TO OUT-STATUS
           MOVE SPACES TO OUT-REJECT-REASON
           MOVE SPACES TO OUT-SOURCE-SYSTEM
           MOVE CAR-COMPANY-CODE TO OUT-COMPANY-CODE
           MOVE QTE-ADMITTED-IND TO OUT-ADMITTED-IND
           MOVE QTE-SL-TAX TO OUT-SL-TAX
           MOVE QTE-STAMPING-FEE TO OUT-STAMPING-FEE
           WRITE OUTPUT-RECORD

           ADD QTE-TOTAL-PREMIUM TO WS-TOTAL-BOUND-PREM
           MOVE WS-CURRENT-DATE TO POL-ISSUE-DATE
           MOVE SPACES TO POL-ASSUMED-IND
           MOVE SPACES TO POL-PRIOR-POLICY-NUM
           MOVE CAR-COMPANY-CODE TO POL-COMPANY-CODE
           MOVE QTE-ADMITTED-IND TO POL-ADMITTED-IND
           MOVE QTE-SL-TAX TO POL-SL-TAX
           MOVE QTE-STAMPING-FEE TO POL-STAMPING-FEE
           MOVE SAR-AFFIDAVIT-NUM TO POL-SL-AFFIDAVIT-NUM
           MOVE SPACES TO POL-NRN-REVIEW-IND
           MOVE ZERO TO POL-NRN-REVIEW-DATE
           IF QTE-BILL-TYPE = 'A'
               MOVE 'A' TO POL-BILL-TYPE
           ELSE
               MOVE 'D' TO POL-BILL-TYPE
           END-IF
           WRITE POLICY-MASTER-RECORD
               INVALID KEY
                   REWRITE POLICY-MASTER-RECORD
           END-WRITE
           PERFORM P552-WRITE-POLICY-HISTORY.

       P550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPEND THE BINDING TO THE POLICY HISTORY AS NEW BUSINESS --    *
      * THE REFERENCE IS THE QUOTE THAT WAS BOUND.                     *
      *----------------------------------------------------------------*
       P552-WRITE-POLICY-HISTORY.
           MOVE SPACES TO POLICY-HISTORY-RECORD
           MOVE 'NEWBUS' TO PHS-TRAN-TYPE
           MOVE POL-EFFECTIVE-DATE TO PHS-EFFECTIVE-DATE
           MOVE ZERO TO PHS-BEFORE-PREMIUM
           MOVE QTE-QUOTE-NUM TO PHS-REFERENCE
           MOVE POL-TOTAL-PREMIUM TO PHS-AFTER-PREMIUM
           MOVE POL-POLICY-NUM TO PHS-POLICY-NUM
           MOVE POL-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE POL-STATUS TO PHS-AFTER-STATUS
           MOVE POL-EFFECTIVE-DATE TO PHS-TERM-EFFECTIVE-DATE
           MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
           MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
           MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
           MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
           MOVE 'LGAPQAC1' TO PHS-ORIG-PROGRAM
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
      * RECORD THE BIND IN THE REGISTRY -- APPENDED TO QUOTEBND.DAT    *
      * IMMEDIATELY SO THE ENTRY SURVIVES EVEN IF THE RUN ABENDS, AND  *
           MOVE QTE-TOTAL-PREMIUM TO PST-TOTAL-PREMIUM
           MOVE QTE-EFFECTIVE-DATE TO PST-EFFECTIVE-DATE
           MOVE QTE-POLICY-TERM TO PST-POLICY-TERM
           MOVE QTE-SL-TAX TO PST-SL-TAX
           MOVE QTE-STAMPING-FEE TO PST-STAMPING-FEE
           CALL WS-PST-PROGRAM USING PST-BIND-DATA.

       P558-EXIT.
           STRING 'Already Bound:          ' WS-ALREADY-BOUND-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'No SL Affidavit:        ' WS-NO-AFFIDAVIT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

               PERFORM P230-ROLL-OUTPUT-CONTROL THRU P230-EXIT
               MOVE 'CLOSE' TO PST-FUNCTION
               CALL WS-PST-PROGRAM USING PST-BIND-DATA
           END-IF
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD.

      *----------------------------------------------------------------*
      * THE BOUND POLICIES WERE APPENDED TO OUTPUT.DAT, SO THE         *
               MOVE 1 TO WS-BND-NEXT-SLOT
           END-IF.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPQAC1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
           MOVE 'LGAPQAC1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-TRANS TO RST-RECORD-COUNT
           MOVE WS-TOTAL-BOUND-PREM TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
