      *          (RUN_MODE=RENEWAL) LGAPDB01 RUN.  THE EXPIRING       *
      *          PREMIUM IS CARRIED IN THE PRIOR-INSURANCE FIELDS SO  *
      *          THE RENEWAL RATE CAP CAN BE APPLIED AT RATING TIME.  *
      *          AN UNDERWRITER NONRENEWAL IS ENFORCED ONLY WHERE ITS *
      *          NOTICE MAILS AT LEAST THE STATE'S STATUTORY PERIOD   *
      *          (LGAPNTC1) BEFORE EXPIRY.                            *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*


      *----------------------------------------------------------------*
      * NONRENEWAL DECISIONS AND THE STATUTORY ADVANCE-NOTICE EDIT    *
      * (THE STATE'S NONRENEW PERIOD FROM LGAPNTC1, WITH CONFIG KEY   *
      * NONREN_NOTICE_DAYS AS THE DEFAULT WHERE THE TABLE HAS NO      *
      * RULE).  A DECISION WHOSE NOTICE CANNOT MAIL IN TIME IS        *
      * REJECTED AND THE POLICY RENEWS AS USUAL -- A LATE NONRENEWAL  *
      * IS NOT ENFORCEABLE.                                           *
      *----------------------------------------------------------------*
       01  WS-NONREN-NOTICE-DAYS       PIC 9(3) VALUE 45.

           COPY NOTCREQ.

       01  WS-NONRENEWAL-TABLE.
           05 WS-NRN-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-NRN-ENTRY             OCCURS 500 TIMES

       01  WS-NTX-MATCH-IDX            PIC 9(3) VALUE ZERO.

       01  WS-NRN-EXPIRY-DATE          PIC 9(8).
       01  WS-NONREN-IND               PIC X VALUE 'N'.
           88 POLICY-IS-NONRENEWED     VALUE 'Y'.

      *    Holds the best (latest) matching master record while the
      *    browse continues past it.
           COPY POLMAST REPLACING
                ==POLICY-MASTER-RECORD== BY ==WS-SAVED-MASTER-RECORD==
                LEADING ==POL-== BY ==SAV-==.

       01  WS-NEW-EFFECTIVE-DATE       PIC 9(8).
       01  WS-EXPIRY-DATE-NUM          PIC 9(8).
           END-IF
           SET NRN-IDX TO WS-NRN-MATCH-IDX

      *    The statutory advance-notice edit: the notice mails with
      *    this run (or on filing, if filed later), and expiry must
      *    fall on or after the earliest date the state's nonrenewal
      *    period allows -- otherwise the decision is rejected and
      *    the policy renews as usual.
           COMPUTE WS-NRN-EXPIRY-DATE =
               FUNCTION NUMVAL(WS-CSV-EXPIRY)
           MOVE SPACES TO NOTICE-PERIOD-REQUEST
           MOVE POL-TERRITORY-CODE (1:2) TO NTR-STATE
           MOVE POL-POLICY-TYPE TO NTR-POLICY-TYPE
           MOVE 'NONRENEW' TO NTR-REASON
           MOVE POL-EFFECTIVE-DATE TO NTR-INCEPTION-DATE
           IF WS-NRN-FILED (NRN-IDX) > WS-CURRENT-DATE
               MOVE WS-NRN-FILED (NRN-IDX) TO NTR-MAIL-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO NTR-MAIL-DATE
           END-IF
           MOVE WS-NONREN-NOTICE-DAYS TO NTR-DEFAULT-DAYS
           CALL 'LGAPNTC1' USING NOTICE-PERIOD-REQUEST
           IF WS-NRN-EXPIRY-DATE < NTR-EARLIEST-DATE
               ADD 1 TO WS-SHORT-NOTICE-CNT
               MOVE SPACES TO REPORT-LINE
               STRING 'POLICY ' WS-NRN-POLICY (NRN-IDX)
                      ' - NONRENEWAL BY ' WS-NRN-OPERATOR (NRN-IDX)
                      ' REJECTED: STATE ' NTR-STATE ' NEEDS '
                      NTR-NOTICE-DAYS ' DAYS NOTICE, EARLIEST '
                      NTR-EARLIEST-DATE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO P535-EXIT
           MOVE POL-LIABILITY-PERIL TO IN-LIABILITY-PERIL
           MOVE POL-COINSURANCE TO IN-COINSURANCE
           MOVE POL-INFLATION-GUARD TO IN-INFLATION-GUARD
      *    A surplus lines policy renews non-admitted, and must find
      *    a current diligent-search affidavit on file to bind again.
           MOVE POL-ADMITTED-IND TO IN-ADMITTED-IND

           MOVE POL-CUSTOMER-NAME TO IN-CUSTOMER-NAME
           MOVE POL-ADDRESS TO IN-ADDRESS
           MOVE 'RENEWAL' TO IN-REASON-FOR-CHANGE

           MOVE POL-AGENCY-CODE TO IN-AGENCY-CODE
      *    An agency-billed policy renews agency billed.
           MOVE POL-BILL-TYPE TO IN-BILL-TYPE

           WRITE INPUT-RECORD
           PERFORM P545-WRITE-PRIOR-PERILS THRU P545-EXIT.
           MOVE 'LGAPRNW1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-REC TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
