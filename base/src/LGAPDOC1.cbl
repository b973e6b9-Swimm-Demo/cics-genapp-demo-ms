       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPDOC1.
      *================================================================*
      * PROGRAM: LGAPDOC1 - CONSOLIDATED DOCUMENT STREAM              *
      * PURPOSE: GATHERS THE DAY'S CUSTOMER DOCUMENTS FROM EVERY JOB  *
      *          THAT PRODUCES THEM -- DEC PAGES, LENDER NOTICES,     *
      *          CANCELLATION NOTICES, PAST-DUE NOTICES, RENEWAL      *
      *          EXPLANATIONS, CERTIFICATES, ADVERSE-ACTION NOTICES,  *
      *          EQUIPMENT REVALUATION NOTICES AND LOSS-CONTROL       *
      *          RECOMMENDATION REMINDERS -- INTO ONE PRINT           *
      *          STREAM FOR THE MAIL VENDOR (DOCPRINT.DAT).  EACH     *
      *          RECIPIENT GETS ONE ENVELOPE FOR THE DAY HOLDING ALL  *
      *          ITS DOCUMENTS, ENVELOPES IN POSTCODE ORDER FOR THE   *
      *          POSTAL DISCOUNT.  A CUSTOMER WHO HAS CONSENTED TO    *
      *          E-DELIVERY (CUSTMST.DAT) GETS ONE E-MAIL MESSAGE ON  *
      *          DOCEMAIL.DAT INSTEAD, EXCEPT FOR DOCUMENTS THE LAW   *
      *          REQUIRES BE MAILED, WHICH ALWAYS GO TO PRINT.  BOTH  *
      *          FILES CARRY A PIECE-COUNT CONTROL RECORD PER SOURCE. *
      *          EACH SOURCE FILE TAKEN IS ARCHIVED AS NAME.YYYYMMDD  *
      *          SO NO DOCUMENT IS MAILED TWICE.                      *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Each document source in turn, named from the source table.
           SELECT SOURCE-FILE
                  ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SRC-STAT.

      *    Mailing name, address, postcode and delivery preference.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUS-CUSTOMER-NUM
                  FILE STATUS IS WS-CUS-STAT.

      *    The customer behind a document that names only the policy.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT PRINT-STREAM-FILE ASSIGN TO 'DOCPRINT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRT-STAT.

           SELECT EMAIL-DELIVERY-FILE ASSIGN TO 'DOCEMAIL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EML-STAT.

           SELECT REPORT-FILE ASSIGN TO 'DOCRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-LINE                 PIC X(400).

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  PRINT-STREAM-FILE.
       01  PRINT-STREAM-LINE           PIC X(207).

       FD  EMAIL-DELIVERY-FILE.
       01  EMAIL-DELIVERY-LINE         PIC X(207).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-SRC-STAT                 PIC X(2).
           88 SOURCE-OK                VALUE '00'.
           88 SOURCE-EOF               VALUE '10'.
           88 SOURCE-MISSING           VALUE '35'.

       01  WS-CUS-STAT                 PIC X(2).
           88 CUSTOMER-MASTER-OK       VALUE '00'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-PRT-STAT                 PIC X(2).
           88 PRINT-STREAM-OK          VALUE '00'.

       01  WS-EML-STAT                 PIC X(2).
           88 EMAIL-DELIVERY-OK        VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CUSTMST-OPEN-IND         PIC X VALUE 'N'.
           88 CUSTMST-IS-OPEN          VALUE 'Y'.
       01  WS-POLMAST-OPEN-IND         PIC X VALUE 'N'.
           88 POLMAST-IS-OPEN          VALUE 'Y'.

       01  WS-SOURCE-FILE-NAME         PIC X(30).

      *----------------------------------------------------------------*
      * THE DOCUMENT SOURCES, THE DOCUMENT TYPE EACH CARRIES ON THE    *
      * STREAM, HOW ITS FILE IS LAID OUT AND WHETHER ITS DOCUMENTS     *
      * MUST BE MAILED.  LAYOUT: B PRINT IMAGE UNDER AN '=' BANNER,    *
      * H THE SAME ADDRESSED TO A CERTIFICATE HOLDER, Q PRINT IMAGE    *
      * OPENED BY A REVALUATION HEADING, P ONE NOTICE PER LINE, M      *
      * MTGNOTE RECORDS TO A LENDER, C CANCNOT RECORDS, A DECLNOT      *
      * RECORDS.  MUST-MAIL Y ALWAYS GOES TO PRINT -- LENDER NOTICES,  *
      * STATUTORY CANCELLATION NOTICES AND ADVERSE-ACTION NOTICES;     *
      * ON THE DUNNING FILE ONLY FINAL NOTICES AND CANCELLATIONS FOR   *
      * NON-PAYMENT DO.                                                *
      *----------------------------------------------------------------*
       01  WS-SOURCE-TABLE.
           05 FILLER PIC X(22) VALUE 'DECPAGE.DAT DECPAGE BN'.
           05 FILLER PIC X(22) VALUE 'CANMTG.DAT  LENDNOTEMY'.
           05 FILLER PIC X(22) VALUE 'LAPMTG.DAT  LENDNOTEMY'.
           05 FILLER PIC X(22) VALUE 'RSTMTG.DAT  LENDNOTEMY'.
           05 FILLER PIC X(22) VALUE 'CADMTG.DAT  LENDNOTEMY'.
           05 FILLER PIC X(22) VALUE 'CANNOT.DAT  CANCNOT CY'.
           05 FILLER PIC X(22) VALUE 'DUNNOT.DAT  PASTDUE PN'.
           05 FILLER PIC X(22) VALUE 'RENEXPL.DAT RENEXPL BN'.
           05 FILLER PIC X(22) VALUE 'CERTDOC.DAT CERTIFCTHN'.
           05 FILLER PIC X(22) VALUE 'DECLNOT.DAT ADVERSE AY'.
           05 FILLER PIC X(22) VALUE 'EQRNOT.DAT  EQREVAL QN'.
           05 FILLER PIC X(22) VALUE 'LCRNOT.DAT  LCREMINDBN'.
       01  WS-SOURCE-ENTRIES REDEFINES WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY          OCCURS 12 TIMES.
              10 WS-SRC-FILE           PIC X(12).
              10 WS-SRC-DOC-TYPE       PIC X(8).
              10 WS-SRC-LAYOUT         PIC X(1).
              10 WS-SRC-MUST-MAIL      PIC X(1).

       01  WS-SOURCE-COUNTS.
           05 WS-SOURCE-COUNT-ENTRY    OCCURS 12 TIMES.
              10 WS-SRC-TAKEN-IND      PIC X.
              10 WS-SRC-READ-CNT       PIC 9(6).
              10 WS-SRC-PRINT-CNT      PIC 9(6).
              10 WS-SRC-EMAIL-CNT      PIC 9(6).
              10 WS-SRC-HELD-CNT       PIC 9(6).

       01  WS-SRC-SUB                  PIC 99 VALUE ZERO.
       01  WS-SOURCE-CNT               PIC 99 VALUE 12.

      *----------------------------------------------------------------*
      * THE DAY'S DOCUMENTS, HELD IN CORE SO THEY CAN BE HOUSEHOLDED   *
      * AND PUT IN POSTCODE ORDER.  EACH DOCUMENT'S PRINT LINES SIT    *
      * TOGETHER IN THE LINE TABLE FROM ITS FIRST LINE ON.             *
      *----------------------------------------------------------------*
       01  WS-DOCUMENT-TABLE.
           05 WS-DOC-CNT               PIC 9(4) VALUE ZERO.
           05 WS-DOC-ENTRY             OCCURS 3000 TIMES
                                       INDEXED BY DOC-IDX.
              10 WS-DOC-SRC-SUB        PIC 99.
              10 WS-DOC-POLICY         PIC X(12).
              10 WS-DOC-CUSTOMER       PIC X(10).
              10 WS-DOC-RCP-TYPE       PIC X(1).
                 88 DOC-TO-CUSTOMER    VALUE 'C'.
                 88 DOC-TO-LENDER      VALUE 'L'.
                 88 DOC-TO-HOLDER      VALUE 'H'.
              10 WS-DOC-NAME           PIC X(50).
              10 WS-DOC-ADDRESS        PIC X(60).
              10 WS-DOC-MUST-MAIL      PIC X(1).
                 88 DOC-MUST-MAIL      VALUE 'Y'.
              10 WS-DOC-FIRST-LINE     PIC 9(5).
              10 WS-DOC-LINE-CNT       PIC 9(4).
              10 WS-DOC-ENV-NUM        PIC 9(4).
              10 WS-DOC-DISPOSITION    PIC X(1).
                 88 DOC-TO-PRINT       VALUE 'P'.
                 88 DOC-TO-EMAIL       VALUE 'E'.
                 88 DOC-HELD           VALUE 'H'.

       01  WS-LINE-TABLE.
           05 WS-LINE-CNT              PIC 9(5) VALUE ZERO.
           05 WS-LINE-IMAGE            PIC X(133)
                                       OCCURS 60000 TIMES.

       01  WS-LINE-SUB                 PIC 9(5) VALUE ZERO.
       01  WS-LAST-LINE                PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------*
      * ONE ENTRY PER RECIPIENT PER DELIVERY CHANNEL -- THE HOUSEHOLD. *
      * A CUSTOMER ON E-DELIVERY WITH A MUST-MAIL NOTICE THE SAME DAY  *
      * HAS ONE OF EACH.  THE SORT KEY IS POSTCODE THEN RECIPIENT.     *
      *----------------------------------------------------------------*
       01  WS-ENVELOPE-TABLE.
           05 WS-ENV-CNT               PIC 9(4) VALUE ZERO.
           05 WS-ENV-ENTRY             OCCURS 3000 TIMES
                                       INDEXED BY ENV-IDX.
              10 WS-ENV-CHANNEL        PIC X(1).
              10 WS-ENV-RCP-TYPE       PIC X(1).
              10 WS-ENV-SORT-KEY.
                 15 WS-ENV-POSTCODE    PIC X(8).
                 15 WS-ENV-KEY         PIC X(50).
              10 WS-ENV-CUSTOMER       PIC X(10).
              10 WS-ENV-NAME           PIC X(50).
              10 WS-ENV-ADDRESS        PIC X(60).
              10 WS-ENV-EMAIL          PIC X(60).
              10 WS-ENV-DOC-CNT        PIC 9(4).
              10 WS-ENV-DONE-IND       PIC X(1).
                 88 ENV-WRITTEN        VALUE 'Y'.

       01  WS-ENV-MATCH-NUM            PIC 9(4) VALUE ZERO.
       01  WS-PICK-NUM                 PIC 9(4) VALUE ZERO.
       01  WS-PICK-SORT-KEY            PIC X(58).

      *    The addressee worked out for the document in hand.
       01  WS-ADDRESSEE.
           05 WS-ADR-CHANNEL           PIC X(1).
           05 WS-ADR-KEY               PIC X(50).
           05 WS-ADR-POSTCODE          PIC X(8).
           05 WS-ADR-NAME              PIC X(50).
           05 WS-ADR-ADDRESS           PIC X(60).
           05 WS-ADR-EMAIL             PIC X(60).

       01  WS-LOAD-STATE.
           05 WS-BANNER-STATE          PIC 9 VALUE ZERO.
           05 WS-HOLDER-ADDR-IND       PIC X VALUE 'N'.
              88 HOLDER-ADDRESS-NEXT   VALUE 'Y'.
           05 WS-SRC-DOC-IND           PIC X VALUE 'N'.
              88 SOURCE-DOC-OPEN       VALUE 'Y'.

       01  WS-BUILD-LINE               PIC X(133).
       01  WS-PARSE-LEAD               PIC X(133).
       01  WS-PARSE-TAIL               PIC X(133).

      *    Record-layout sources, moved here from the source line.
           COPY MTGNOTE.
           COPY CANCNOT.
           COPY DECLNOT.

      *    Stream record, written to whichever channel is in hand.
           COPY DOCSTRM.

       01  WS-OUT-CHANNEL              PIC X(1).
           88 OUT-TO-PRINT             VALUE 'P'.
           88 OUT-TO-EMAIL             VALUE 'E'.

       01  WS-OUT-COUNTS.
           05 WS-ENV-SEQ               PIC 9(6) VALUE ZERO.
           05 WS-OUT-DOC-CNT           PIC 9(6) VALUE ZERO.
           05 WS-OUT-LINE-CNT          PIC 9(8) VALUE ZERO.
           05 WS-OUT-REC-CNT           PIC 9(8) VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-TOTAL-READ            PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-PRINT           PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-EMAIL           PIC 9(6) VALUE ZERO.
           05 WS-TOTAL-HELD            PIC 9(6) VALUE ZERO.
           05 WS-PRINT-ENV-CNT         PIC 9(6) VALUE ZERO.
           05 WS-EMAIL-ENV-CNT         PIC 9(6) VALUE ZERO.
           05 WS-ENVELOPES-SAVED       PIC 9(6) VALUE ZERO.

       01  WS-ARCHIVE-NEW-NAME         PIC X(30).
       01  WS-ARCHIVE-RESULT           PIC S9(9) COMP.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-TIME          PIC X(8).

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P250-OPEN-MASTERS
           PERFORM P300-LOAD-SOURCE THRU P300-EXIT
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-CNT
           PERFORM P400-ADDRESS-DOCUMENT THRU P400-EXIT
                   VARYING DOC-IDX FROM 1 BY 1
                   UNTIL DOC-IDX > WS-DOC-CNT
           PERFORM P500-OPEN-OUTPUTS
           MOVE 'P' TO WS-OUT-CHANNEL
           PERFORM P600-WRITE-CHANNEL
           MOVE WS-ENV-SEQ TO WS-PRINT-ENV-CNT
           MOVE 'E' TO WS-OUT-CHANNEL
           PERFORM P600-WRITE-CHANNEL
           MOVE WS-ENV-SEQ TO WS-EMAIL-ENV-CNT
           PERFORM P700-WRITE-REPORT
           PERFORM P800-CLOSE-FILES
           PERFORM P850-ARCHIVE-SOURCE
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-CNT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM P210-CLEAR-SOURCE-COUNTS
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-CNT.

       P210-CLEAR-SOURCE-COUNTS.
           MOVE 'N' TO WS-SRC-TAKEN-IND (WS-SRC-SUB)
           MOVE ZERO TO WS-SRC-READ-CNT (WS-SRC-SUB)
           MOVE ZERO TO WS-SRC-PRINT-CNT (WS-SRC-SUB)
           MOVE ZERO TO WS-SRC-EMAIL-CNT (WS-SRC-SUB)
           MOVE ZERO TO WS-SRC-HELD-CNT (WS-SRC-SUB).

      *----------------------------------------------------------------*
      * WITHOUT THE MASTERS A DOCUMENT STILL GOES OUT, BY POST, TO THE *
      * NAME AND ADDRESS IT CARRIES -- A DAY'S MAIL IS NOT HELD FOR    *
      * WANT OF A LOOKUP.                                              *
      *----------------------------------------------------------------*
       P250-OPEN-MASTERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-OK
               MOVE 'Y' TO WS-CUSTMST-OPEN-IND
           ELSE
               DISPLAY 'Warning: Customer master not available: '
                       WS-CUS-STAT ' - all documents to print'
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-POLMAST-OPEN-IND
           ELSE
               DISPLAY 'Warning: Policy master not available: '
                       WS-POL-STAT
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * LOAD ONE SOURCE.  A SOURCE THAT IS NOT THERE SIMPLY HAD NO     *
      * DOCUMENTS TODAY -- MOST OF THE PRODUCING JOBS DO NOT RUN       *
      * NIGHTLY.                                                       *
      *----------------------------------------------------------------*
       P300-LOAD-SOURCE.
           MOVE WS-SRC-FILE (WS-SRC-SUB) TO WS-SOURCE-FILE-NAME
           OPEN INPUT SOURCE-FILE
           IF SOURCE-MISSING
               GO TO P300-EXIT
           END-IF
           IF NOT SOURCE-OK
               DISPLAY 'Warning: Cannot open document source '
                       WS-SOURCE-FILE-NAME ': ' WS-SRC-STAT
               MOVE 4 TO RETURN-CODE
               GO TO P300-EXIT
           END-IF
           MOVE 'Y' TO WS-SRC-TAKEN-IND (WS-SRC-SUB)
           MOVE ZERO TO WS-BANNER-STATE
           MOVE 'N' TO WS-HOLDER-ADDR-IND
           MOVE 'N' TO WS-SRC-DOC-IND
           PERFORM P310-READ-SOURCE
           PERFORM UNTIL SOURCE-EOF
               PERFORM P320-TAKE-LINE
               PERFORM P310-READ-SOURCE
           END-PERFORM
           CLOSE SOURCE-FILE.

       P300-EXIT.
           EXIT.

       P310-READ-SOURCE.
           READ SOURCE-FILE
           END-READ.

       P320-TAKE-LINE.
           MOVE SOURCE-LINE TO WS-BUILD-LINE
           EVALUATE WS-SRC-LAYOUT (WS-SRC-SUB)
               WHEN 'B'
               WHEN 'H'
                   PERFORM P330-BANNER-LINE
               WHEN 'Q'
                   PERFORM P340-REVALUATION-LINE
               WHEN 'P'
                   PERFORM P345-DUNNING-LINE
               WHEN 'M'
                   PERFORM P350-LENDER-NOTICE THRU P350-EXIT
               WHEN 'C'
                   PERFORM P360-CANCEL-NOTICE THRU P360-EXIT
               WHEN 'A'
                   PERFORM P370-ADVERSE-NOTICE THRU P370-EXIT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * A PRINT IMAGE UNDER A BANNER: AN '=' LINE OPENS THE DOCUMENT,  *
      * THE TITLE LINE BELOW IT CARRIES THE POLICY (AND CUSTOMER ON    *
      * THE RENEWAL LETTER), A SECOND '=' LINE CLOSES THE BANNER.      *
      *----------------------------------------------------------------*
       P330-BANNER-LINE.
           EVALUATE TRUE
               WHEN WS-BUILD-LINE = ALL '=' AND WS-BANNER-STATE = 0
                   PERFORM P390-START-DOCUMENT
                   MOVE 1 TO WS-BANNER-STATE
               WHEN NOT SOURCE-DOC-OPEN
                   CONTINUE
               WHEN WS-BANNER-STATE = 1
                   PERFORM P380-FIND-KEYS
                   MOVE 2 TO WS-BANNER-STATE
               WHEN WS-BANNER-STATE = 2
                   MOVE 0 TO WS-BANNER-STATE
               WHEN OTHER
                   PERFORM P335-NOTE-ADDRESSEE
           END-EVALUATE
           IF SOURCE-DOC-OPEN
               PERFORM P395-ADD-LINE
           END-IF.

      *    A certificate goes to its holder; a dec page keeps the
      *    named insured and address it was printed with, for when
      *    the customer cannot be found on the master.
       P335-NOTE-ADDRESSEE.
           IF HOLDER-ADDRESS-NEXT
               MOVE WS-BUILD-LINE (21:60) TO WS-DOC-ADDRESS (DOC-IDX)
               MOVE 'N' TO WS-HOLDER-ADDR-IND
           END-IF
           IF WS-SRC-LAYOUT (WS-SRC-SUB) = 'H' AND
              WS-BUILD-LINE (1:20) = 'CERTIFICATE HOLDER: '
               MOVE WS-BUILD-LINE (21:40) TO WS-DOC-NAME (DOC-IDX)
               MOVE 'Y' TO WS-HOLDER-ADDR-IND
           END-IF
           IF WS-SRC-LAYOUT (WS-SRC-SUB) = 'H' AND
              WS-BUILD-LINE (1:16) = 'POLICY:         '
               MOVE WS-BUILD-LINE (17:12) TO WS-DOC-POLICY (DOC-IDX)
           END-IF
           IF WS-SRC-LAYOUT (WS-SRC-SUB) = 'B' AND
              WS-BUILD-LINE (1:16) = 'NAMED INSURED:  ' AND
              WS-DOC-NAME (DOC-IDX) = SPACES
               MOVE WS-BUILD-LINE (17:50) TO WS-DOC-NAME (DOC-IDX)
           END-IF
           IF WS-SRC-LAYOUT (WS-SRC-SUB) = 'B' AND
              WS-BUILD-LINE (1:16) = 'ADDRESS:        ' AND
              WS-DOC-ADDRESS (DOC-IDX) = SPACES
               MOVE WS-BUILD-LINE (17:60) TO WS-DOC-ADDRESS (DOC-IDX)
           END-IF.

       P340-REVALUATION-LINE.
           IF WS-BUILD-LINE (1:38) =
              'ANNUAL EQUIPMENT SCHEDULE REVALUATION '
               PERFORM P390-START-DOCUMENT
               PERFORM P380-FIND-KEYS
           END-IF
           IF SOURCE-DOC-OPEN
               PERFORM P395-ADD-LINE
           END-IF.

      *    Each dunning line is a notice of its own.  A final notice
      *    and a cancellation for non-payment are statutory notice
      *    and must be mailed.
       P345-DUNNING-LINE.
           IF WS-BUILD-LINE NOT = SPACES
               PERFORM P390-START-DOCUMENT
               PERFORM P380-FIND-KEYS
               IF WS-BUILD-LINE (1:13) = 'FINAL NOTICE ' OR
                  WS-BUILD-LINE (1:21) = 'ACCOUNT FINAL NOTICE ' OR
                  WS-BUILD-LINE (1:17) = 'CANCELLATION FED '
                   MOVE 'Y' TO WS-DOC-MUST-MAIL (DOC-IDX)
               END-IF
               PERFORM P395-ADD-LINE
           END-IF.

       P350-LENDER-NOTICE.
           IF SOURCE-LINE = SPACES
               GO TO P350-EXIT
           END-IF
           MOVE SOURCE-LINE TO MORTGAGEE-RECORD
           PERFORM P390-START-DOCUMENT
           MOVE MTG-POLICY-NUM TO WS-DOC-POLICY (DOC-IDX)
           MOVE MTG-CUSTOMER-NUM TO WS-DOC-CUSTOMER (DOC-IDX)
           MOVE MTG-MORTGAGEE-NAME TO WS-DOC-NAME (DOC-IDX)
           MOVE 'NOTICE TO MORTGAGEE / LOSS PAYEE' TO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'LENDER:         ' MTG-MORTGAGEE-NAME
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'LOAN NUMBER:    ' MTG-LOAN-NUMBER
                  '   LIEN POSITION ' MTG-LIEN-POSITION
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'POLICY:         ' MTG-POLICY-NUM
                  '   CUSTOMER ' MTG-CUSTOMER-NUM
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'POLICY STATUS:  ' MTG-POLICY-STATUS
                  '   PREMIUM ' MTG-TOTAL-PREMIUM
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'NOTICE:         ' MTG-NOTIFICATION-REASON
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE ALL '-' TO WS-BUILD-LINE
           PERFORM P395-ADD-LINE.

       P350-EXIT.
           EXIT.

       P360-CANCEL-NOTICE.
           IF SOURCE-LINE = SPACES
               GO TO P360-EXIT
           END-IF
           MOVE SOURCE-LINE TO CANCEL-NOTICE-RECORD
           PERFORM P390-START-DOCUMENT
           MOVE CNO-POLICY-NUM TO WS-DOC-POLICY (DOC-IDX)
           MOVE CNO-CUSTOMER-NUM TO WS-DOC-CUSTOMER (DOC-IDX)
           MOVE CNO-CUSTOMER-NAME TO WS-DOC-NAME (DOC-IDX)
           MOVE CNO-ADDRESS TO WS-DOC-ADDRESS (DOC-IDX)
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'NOTICE OF CANCELLATION              POLICY '
                  CNO-POLICY-NUM
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'NAMED INSURED:  ' CNO-CUSTOMER-NAME
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'ADDRESS:        ' CNO-ADDRESS
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'MAILED:         ' CNO-MAIL-DATE
                  '   STATE ' CNO-STATE
                  '   NOTICE DAYS ' CNO-NOTICE-DAYS
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'THIS POLICY IS CANCELLED EFFECTIVE '
                  CNO-EFFECTIVE-DATE
                  '   REASON ' CNO-REASON
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE ALL '-' TO WS-BUILD-LINE
           PERFORM P395-ADD-LINE.

       P360-EXIT.
           EXIT.

       P370-ADVERSE-NOTICE.
           IF SOURCE-LINE = SPACES
               GO TO P370-EXIT
           END-IF
           MOVE SOURCE-LINE TO DECLINATION-NOTICE-RECORD
           PERFORM P390-START-DOCUMENT
           MOVE DCL-POLICY-NUM TO WS-DOC-POLICY (DOC-IDX)
           MOVE DCL-CUSTOMER-NUM TO WS-DOC-CUSTOMER (DOC-IDX)
           MOVE DCL-CUSTOMER-NAME TO WS-DOC-NAME (DOC-IDX)
           MOVE DCL-ADDRESS TO WS-DOC-ADDRESS (DOC-IDX)
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'NOTICE OF ADVERSE UNDERWRITING DECISION   POLICY '
                  DCL-POLICY-NUM
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'APPLICANT:      ' DCL-CUSTOMER-NAME
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'ADDRESS:        ' DCL-ADDRESS
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'NOTICE DATE:    ' DCL-NOTICE-DATE
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING 'REASON:         ' DCL-REASON-CODE ' '
                  DCL-REASON-TEXT
                  DELIMITED BY SIZE INTO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE DCL-NOTICE-TEXT TO WS-BUILD-LINE
           PERFORM P395-ADD-LINE
           MOVE ALL '-' TO WS-BUILD-LINE
           PERFORM P395-ADD-LINE.

       P370-EXIT.
           EXIT.

      *    The policy and customer numbers on a title or notice line.
       P380-FIND-KEYS.
           MOVE SPACES TO WS-PARSE-TAIL
           UNSTRING WS-BUILD-LINE DELIMITED BY ' POLICY '
               INTO WS-PARSE-LEAD WS-PARSE-TAIL
           END-UNSTRING
           IF WS-PARSE-TAIL NOT = SPACES
               MOVE WS-PARSE-TAIL (1:12) TO WS-DOC-POLICY (DOC-IDX)
           END-IF
           MOVE SPACES TO WS-PARSE-TAIL
           UNSTRING WS-BUILD-LINE DELIMITED BY ' CUSTOMER '
               INTO WS-PARSE-LEAD WS-PARSE-TAIL
           END-UNSTRING
           IF WS-PARSE-TAIL NOT = SPACES
               MOVE WS-PARSE-TAIL (1:10) TO WS-DOC-CUSTOMER (DOC-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * THE TABLES ARE SIZED FOR A HEAVY NIGHT WITH ROOM TO SPARE.  A  *
      * NIGHT THAT OVERFLOWS THEM STOPS BEFORE ANYTHING IS WRITTEN OR  *
      * ARCHIVED, SO THE SOURCES ARE ALL STILL THERE FOR THE RERUN.    *
      *----------------------------------------------------------------*
       P390-START-DOCUMENT.
           IF WS-DOC-CNT NOT < 3000
               DISPLAY 'FATAL: Document table full at '
                       WS-SOURCE-FILE-NAME ' - no stream written'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-DOC-CNT
           SET DOC-IDX TO WS-DOC-CNT
           MOVE WS-SRC-SUB TO WS-DOC-SRC-SUB (DOC-IDX)
           MOVE SPACES TO WS-DOC-POLICY (DOC-IDX)
           MOVE SPACES TO WS-DOC-CUSTOMER (DOC-IDX)
           EVALUATE WS-SRC-LAYOUT (WS-SRC-SUB)
               WHEN 'M'
                   MOVE 'L' TO WS-DOC-RCP-TYPE (DOC-IDX)
               WHEN 'H'
                   MOVE 'H' TO WS-DOC-RCP-TYPE (DOC-IDX)
               WHEN OTHER
                   MOVE 'C' TO WS-DOC-RCP-TYPE (DOC-IDX)
           END-EVALUATE
           MOVE SPACES TO WS-DOC-NAME (DOC-IDX)
           MOVE SPACES TO WS-DOC-ADDRESS (DOC-IDX)
           IF WS-SRC-MUST-MAIL (WS-SRC-SUB) = 'Y'
               MOVE 'Y' TO WS-DOC-MUST-MAIL (DOC-IDX)
           ELSE
               MOVE 'N' TO WS-DOC-MUST-MAIL (DOC-IDX)
           END-IF
           COMPUTE WS-DOC-FIRST-LINE (DOC-IDX) = WS-LINE-CNT + 1
           MOVE ZERO TO WS-DOC-LINE-CNT (DOC-IDX)
           MOVE ZERO TO WS-DOC-ENV-NUM (DOC-IDX)
           MOVE SPACE TO WS-DOC-DISPOSITION (DOC-IDX)
           MOVE 'N' TO WS-HOLDER-ADDR-IND
           MOVE 'Y' TO WS-SRC-DOC-IND
           ADD 1 TO WS-SRC-READ-CNT (WS-SRC-SUB)
           ADD 1 TO WS-TOTAL-READ.

       P395-ADD-LINE.
           IF WS-LINE-CNT NOT < 60000
               DISPLAY 'FATAL: Document line table full at '
                       WS-SOURCE-FILE-NAME ' - no stream written'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-CNT
           MOVE WS-BUILD-LINE TO WS-LINE-IMAGE (WS-LINE-CNT)
           ADD 1 TO WS-DOC-LINE-CNT (DOC-IDX).

      *----------------------------------------------------------------*
      * ADDRESS ONE DOCUMENT AND PUT IT IN ITS HOUSEHOLD.  A CUSTOMER  *
      * DOCUMENT IS MAILED TO THE NAME AND ADDRESS ON THE CUSTOMER     *
      * MASTER -- THE LATEST MAILING DETAILS -- AND GOES BY E-MAIL     *
      * WHEN THE CUSTOMER HAS CONSENTED AND THE DOCUMENT MAY LAWFULLY  *
      * BE SENT THAT WAY.  A DOCUMENT NO ONE CAN BE FOUND TO ADDRESS   *
      * IS HELD AND LISTED ON THE REPORT; IT STAYS ON THE ARCHIVED     *
      * SOURCE FOR A MANUAL MAILING.                                   *
      *----------------------------------------------------------------*
       P400-ADDRESS-DOCUMENT.
           MOVE WS-DOC-SRC-SUB (DOC-IDX) TO WS-SRC-SUB
           MOVE 'P' TO WS-ADR-CHANNEL
           MOVE SPACES TO WS-ADR-POSTCODE
           MOVE SPACES TO WS-ADR-EMAIL
           MOVE WS-DOC-NAME (DOC-IDX) TO WS-ADR-NAME
           MOVE WS-DOC-NAME (DOC-IDX) TO WS-ADR-KEY
           MOVE WS-DOC-ADDRESS (DOC-IDX) TO WS-ADR-ADDRESS
           IF DOC-TO-CUSTOMER (DOC-IDX)
               PERFORM P410-FIND-CUSTOMER THRU P410-EXIT
           END-IF

           IF WS-ADR-NAME = SPACES OR
              (NOT DOC-TO-LENDER (DOC-IDX) AND WS-ADR-ADDRESS = SPACES)
               MOVE 'H' TO WS-DOC-DISPOSITION (DOC-IDX)
               ADD 1 TO WS-SRC-HELD-CNT (WS-SRC-SUB)
               ADD 1 TO WS-TOTAL-HELD
               MOVE 4 TO RETURN-CODE
               GO TO P400-EXIT
           END-IF

           PERFORM P420-FIND-ENVELOPE THRU P420-EXIT
           MOVE WS-ENV-MATCH-NUM TO WS-DOC-ENV-NUM (DOC-IDX)
           MOVE WS-ADR-CHANNEL TO WS-DOC-DISPOSITION (DOC-IDX)
           IF DOC-TO-EMAIL (DOC-IDX)
               ADD 1 TO WS-SRC-EMAIL-CNT (WS-SRC-SUB)
               ADD 1 TO WS-TOTAL-EMAIL
           ELSE
               ADD 1 TO WS-SRC-PRINT-CNT (WS-SRC-SUB)
               ADD 1 TO WS-TOTAL-PRINT
           END-IF.

       P400-EXIT.
           EXIT.

       P410-FIND-CUSTOMER.
           IF WS-DOC-CUSTOMER (DOC-IDX) = SPACES AND
              WS-DOC-POLICY (DOC-IDX) NOT = SPACES AND
              POLMAST-IS-OPEN
               MOVE WS-DOC-POLICY (DOC-IDX) TO POL-POLICY-NUM
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE POL-CUSTOMER-NUM
                            TO WS-DOC-CUSTOMER (DOC-IDX)
                       IF WS-ADR-NAME = SPACES
                           MOVE POL-CUSTOMER-NAME TO WS-ADR-NAME
                           MOVE POL-ADDRESS TO WS-ADR-ADDRESS
                       END-IF
               END-READ
           END-IF
           IF WS-DOC-CUSTOMER (DOC-IDX) NOT = SPACES
               MOVE WS-DOC-CUSTOMER (DOC-IDX) TO WS-ADR-KEY
           END-IF
           IF WS-DOC-CUSTOMER (DOC-IDX) = SPACES OR
              NOT CUSTMST-IS-OPEN
               GO TO P410-EXIT
           END-IF
           MOVE WS-DOC-CUSTOMER (DOC-IDX) TO CUS-CUSTOMER-NUM
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO P410-EXIT
           END-READ
           MOVE CUS-CUSTOMER-NAME TO WS-ADR-NAME
           MOVE CUS-ADDRESS TO WS-ADR-ADDRESS
           MOVE CUS-POSTCODE TO WS-ADR-POSTCODE
           IF CUS-E-DELIVERY AND CUS-EMAIL-ADDRESS NOT = SPACES AND
              NOT DOC-MUST-MAIL (DOC-IDX)
               MOVE 'E' TO WS-ADR-CHANNEL
               MOVE CUS-EMAIL-ADDRESS TO WS-ADR-EMAIL
           END-IF.

       P410-EXIT.
           EXIT.

       P420-FIND-ENVELOPE.
           MOVE ZERO TO WS-ENV-MATCH-NUM
           PERFORM P421-CHECK-ENVELOPE
                   VARYING ENV-IDX FROM 1 BY 1
                   UNTIL ENV-IDX > WS-ENV-CNT
                      OR WS-ENV-MATCH-NUM > ZERO
           IF WS-ENV-MATCH-NUM > ZERO
               SET ENV-IDX TO WS-ENV-MATCH-NUM
               ADD 1 TO WS-ENV-DOC-CNT (ENV-IDX)
               GO TO P420-EXIT
           END-IF
           IF WS-ENV-CNT NOT < 3000
               DISPLAY 'FATAL: Envelope table full - no stream '
                       'written'
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-ENV-CNT
           SET ENV-IDX TO WS-ENV-CNT
           MOVE WS-ENV-CNT TO WS-ENV-MATCH-NUM
           MOVE WS-ADR-CHANNEL TO WS-ENV-CHANNEL (ENV-IDX)
           MOVE WS-DOC-RCP-TYPE (DOC-IDX) TO WS-ENV-RCP-TYPE (ENV-IDX)
           MOVE WS-ADR-POSTCODE TO WS-ENV-POSTCODE (ENV-IDX)
           MOVE WS-ADR-KEY TO WS-ENV-KEY (ENV-IDX)
           MOVE WS-DOC-CUSTOMER (DOC-IDX) TO WS-ENV-CUSTOMER (ENV-IDX)
           MOVE WS-ADR-NAME TO WS-ENV-NAME (ENV-IDX)
           MOVE WS-ADR-ADDRESS TO WS-ENV-ADDRESS (ENV-IDX)
           MOVE WS-ADR-EMAIL TO WS-ENV-EMAIL (ENV-IDX)
           MOVE 1 TO WS-ENV-DOC-CNT (ENV-IDX)
           MOVE 'N' TO WS-ENV-DONE-IND (ENV-IDX).

       P420-EXIT.
           EXIT.

       P421-CHECK-ENVELOPE.
           IF WS-ENV-CHANNEL (ENV-IDX) = WS-ADR-CHANNEL AND
              WS-ENV-RCP-TYPE (ENV-IDX) = WS-DOC-RCP-TYPE (DOC-IDX) AND
              WS-ENV-KEY (ENV-IDX) = WS-ADR-KEY
               SET WS-ENV-MATCH-NUM TO ENV-IDX
           END-IF.

       P500-OPEN-OUTPUTS.
           OPEN OUTPUT PRINT-STREAM-FILE
           IF NOT PRINT-STREAM-OK
               DISPLAY 'FATAL: Cannot open print stream: ' WS-PRT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           OPEN OUTPUT EMAIL-DELIVERY-FILE
           IF NOT EMAIL-DELIVERY-OK
               DISPLAY 'FATAL: Cannot open e-mail delivery file: '
                       WS-EML-STAT
               CLOSE PRINT-STREAM-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'FATAL: Cannot open document stream report: '
                       WS-RPT-STAT
               CLOSE PRINT-STREAM-FILE
               CLOSE EMAIL-DELIVERY-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF.

      *----------------------------------------------------------------*
      * WRITE ONE CHANNEL: HEADER, THE ENVELOPES IN POSTCODE ORDER     *
      * (EACH PICKED AS THE LOWEST NOT YET WRITTEN) WITH THEIR         *
      * DOCUMENTS, THE SOURCE CONTROL RECORDS AND THE TRAILER.         *
      *----------------------------------------------------------------*
       P600-WRITE-CHANNEL.
           MOVE ZERO TO WS-ENV-SEQ
           MOVE ZERO TO WS-OUT-DOC-CNT
           MOVE ZERO TO WS-OUT-LINE-CNT
           MOVE ZERO TO WS-OUT-REC-CNT
           MOVE SPACES TO DOCUMENT-STREAM-RECORD
           MOVE 'H' TO DST-RECORD-TYPE
           MOVE ZERO TO DST-ENVELOPE-SEQ
           MOVE WS-CURRENT-DATE TO DST-HDR-STREAM-DATE
           MOVE WS-OUT-CHANNEL TO DST-HDR-CHANNEL
           MOVE 'LGAPDOC1' TO DST-HDR-PRODUCER
           PERFORM P690-PUT-RECORD
           PERFORM P610-PICK-ENVELOPE
           PERFORM P620-WRITE-ENVELOPE
                   UNTIL WS-PICK-NUM = ZERO
           PERFORM P660-WRITE-CONTROL
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-CNT
           MOVE SPACES TO DOCUMENT-STREAM-RECORD
           MOVE 'T' TO DST-RECORD-TYPE
           MOVE ZERO TO DST-ENVELOPE-SEQ
           MOVE WS-ENV-SEQ TO DST-TRL-ENVELOPE-CNT
           MOVE WS-OUT-DOC-CNT TO DST-TRL-DOCUMENT-CNT
           MOVE WS-OUT-LINE-CNT TO DST-TRL-LINE-CNT
           COMPUTE DST-TRL-RECORD-CNT = WS-OUT-REC-CNT + 1
           PERFORM P690-PUT-RECORD.

       P610-PICK-ENVELOPE.
           MOVE ZERO TO WS-PICK-NUM
           MOVE HIGH-VALUES TO WS-PICK-SORT-KEY
           PERFORM P611-COMPARE-ENVELOPE
                   VARYING ENV-IDX FROM 1 BY 1
                   UNTIL ENV-IDX > WS-ENV-CNT.

       P611-COMPARE-ENVELOPE.
           IF WS-ENV-CHANNEL (ENV-IDX) = WS-OUT-CHANNEL AND
              NOT ENV-WRITTEN (ENV-IDX) AND
              WS-ENV-SORT-KEY (ENV-IDX) < WS-PICK-SORT-KEY
               SET WS-PICK-NUM TO ENV-IDX
               MOVE WS-ENV-SORT-KEY (ENV-IDX) TO WS-PICK-SORT-KEY
           END-IF.

       P620-WRITE-ENVELOPE.
           SET ENV-IDX TO WS-PICK-NUM
           MOVE 'Y' TO WS-ENV-DONE-IND (ENV-IDX)
           ADD 1 TO WS-ENV-SEQ
           MOVE SPACES TO DOCUMENT-STREAM-RECORD
           MOVE 'E' TO DST-RECORD-TYPE
           MOVE WS-ENV-SEQ TO DST-ENVELOPE-SEQ
           MOVE WS-ENV-POSTCODE (ENV-IDX) TO DST-ENV-POSTCODE
           MOVE WS-ENV-RCP-TYPE (ENV-IDX) TO DST-ENV-RECIPIENT-TYPE
           MOVE WS-ENV-CUSTOMER (ENV-IDX) TO DST-ENV-CUSTOMER-NUM
           MOVE WS-ENV-NAME (ENV-IDX) TO DST-ENV-NAME
           MOVE WS-ENV-ADDRESS (ENV-IDX) TO DST-ENV-ADDRESS
           MOVE WS-ENV-EMAIL (ENV-IDX) TO DST-ENV-EMAIL-ADDRESS
           MOVE WS-ENV-DOC-CNT (ENV-IDX) TO DST-ENV-PIECE-CNT
           PERFORM P690-PUT-RECORD
           PERFORM P630-WRITE-ENV-DOCUMENT
                   VARYING DOC-IDX FROM 1 BY 1
                   UNTIL DOC-IDX > WS-DOC-CNT
           PERFORM P610-PICK-ENVELOPE.

       P630-WRITE-ENV-DOCUMENT.
           IF WS-DOC-ENV-NUM (DOC-IDX) = WS-PICK-NUM AND
              WS-DOC-DISPOSITION (DOC-IDX) = WS-OUT-CHANNEL
               MOVE WS-DOC-SRC-SUB (DOC-IDX) TO WS-SRC-SUB
               ADD 1 TO WS-OUT-DOC-CNT
               MOVE SPACES TO DOCUMENT-STREAM-RECORD
               MOVE 'D' TO DST-RECORD-TYPE
               MOVE WS-ENV-SEQ TO DST-ENVELOPE-SEQ
               MOVE WS-SRC-DOC-TYPE (WS-SRC-SUB) TO DST-DOC-TYPE
               MOVE WS-SRC-FILE (WS-SRC-SUB) TO DST-DOC-SOURCE
               MOVE WS-DOC-POLICY (DOC-IDX) TO DST-DOC-POLICY-NUM
               MOVE WS-DOC-CUSTOMER (DOC-IDX) TO DST-DOC-CUSTOMER-NUM
               MOVE WS-DOC-MUST-MAIL (DOC-IDX) TO DST-DOC-MUST-MAIL
               MOVE WS-DOC-LINE-CNT (DOC-IDX) TO DST-DOC-LINE-CNT
               PERFORM P690-PUT-RECORD
               COMPUTE WS-LAST-LINE = WS-DOC-FIRST-LINE (DOC-IDX)
                                    + WS-DOC-LINE-CNT (DOC-IDX) - 1
               PERFORM P640-WRITE-DOC-LINE
                       VARYING WS-LINE-SUB
                       FROM WS-DOC-FIRST-LINE (DOC-IDX) BY 1
                       UNTIL WS-LINE-SUB > WS-LAST-LINE
           END-IF.

       P640-WRITE-DOC-LINE.
           MOVE SPACES TO DOCUMENT-STREAM-RECORD
           MOVE 'L' TO DST-RECORD-TYPE
           MOVE WS-ENV-SEQ TO DST-ENVELOPE-SEQ
           MOVE WS-LINE-IMAGE (WS-LINE-SUB) TO DST-LINE-IMAGE
           ADD 1 TO WS-OUT-LINE-CNT
           PERFORM P690-PUT-RECORD.

       P660-WRITE-CONTROL.
           MOVE SPACES TO DOCUMENT-STREAM-RECORD
           MOVE 'C' TO DST-RECORD-TYPE
           MOVE ZERO TO DST-ENVELOPE-SEQ
           MOVE WS-SRC-FILE (WS-SRC-SUB) TO DST-CTL-SOURCE
           MOVE WS-SRC-DOC-TYPE (WS-SRC-SUB) TO DST-CTL-DOC-TYPE
           MOVE WS-SRC-READ-CNT (WS-SRC-SUB) TO DST-CTL-READ-CNT
           MOVE WS-SRC-PRINT-CNT (WS-SRC-SUB) TO DST-CTL-PRINT-CNT
           MOVE WS-SRC-EMAIL-CNT (WS-SRC-SUB) TO DST-CTL-EMAIL-CNT
           MOVE WS-SRC-HELD-CNT (WS-SRC-SUB) TO DST-CTL-HELD-CNT
           PERFORM P690-PUT-RECORD.

       P690-PUT-RECORD.
           ADD 1 TO WS-OUT-REC-CNT
           IF OUT-TO-PRINT
               WRITE PRINT-STREAM-LINE FROM DOCUMENT-STREAM-RECORD
           ELSE
               WRITE EMAIL-DELIVERY-LINE FROM DOCUMENT-STREAM-RECORD
           END-IF.

       P700-WRITE-REPORT.
           MOVE '    CONSOLIDATED DOCUMENT STREAM REPORT'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SOURCE       TYPE        READ   PRINT  E-MAIL    HELD'
                TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P710-WRITE-SOURCE-LINE
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-CNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM P720-WRITE-HELD-LINE
                   VARYING DOC-IDX FROM 1 BY 1
                   UNTIL DOC-IDX > WS-DOC-CNT

           IF WS-TOTAL-PRINT > WS-PRINT-ENV-CNT
               COMPUTE WS-ENVELOPES-SAVED =
                   WS-TOTAL-PRINT - WS-PRINT-ENV-CNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Run Date:              ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Documents Read:        ' WS-TOTAL-READ
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Documents to Print:    ' WS-TOTAL-PRINT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Print Envelopes:       ' WS-PRINT-ENV-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Envelopes Saved:       ' WS-ENVELOPES-SAVED
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Documents E-mailed:    ' WS-TOTAL-EMAIL
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'E-mail Messages:       ' WS-EMAIL-ENV-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Held - No Address:     ' WS-TOTAL-HELD
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE.

       P710-WRITE-SOURCE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-SRC-FILE (WS-SRC-SUB) ' '
                  WS-SRC-DOC-TYPE (WS-SRC-SUB) '  '
                  WS-SRC-READ-CNT (WS-SRC-SUB) '  '
                  WS-SRC-PRINT-CNT (WS-SRC-SUB) '  '
                  WS-SRC-EMAIL-CNT (WS-SRC-SUB) '  '
                  WS-SRC-HELD-CNT (WS-SRC-SUB)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P720-WRITE-HELD-LINE.
           IF DOC-HELD (DOC-IDX)
               MOVE WS-DOC-SRC-SUB (DOC-IDX) TO WS-SRC-SUB
               MOVE SPACES TO REPORT-LINE
               STRING 'HELD  ' WS-SRC-FILE (WS-SRC-SUB)
                      ' POLICY ' WS-DOC-POLICY (DOC-IDX)
                      ' CUSTOMER ' WS-DOC-CUSTOMER (DOC-IDX)
                      ' - NO MAILING ADDRESS'
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P800-CLOSE-FILES.
           IF CUSTMST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF POLMAST-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           CLOSE PRINT-STREAM-FILE
           CLOSE EMAIL-DELIVERY-FILE
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
      * A SOURCE TAKEN INTO TONIGHT'S STREAM IS RENAMED NAME.YYYYMMDD  *
      * THE WAY LGAPEQR1 ARCHIVES ITS PRIOR SCHEDULE, SO THE PRODUCING *
      * JOB STARTS A FRESH FILE AND TOMORROW'S STREAM CANNOT MAIL THE  *
      * SAME DOCUMENT AGAIN.                                           *
      *----------------------------------------------------------------*
       P850-ARCHIVE-SOURCE.
           IF WS-SRC-TAKEN-IND (WS-SRC-SUB) = 'Y'
               MOVE WS-SRC-FILE (WS-SRC-SUB) TO WS-SOURCE-FILE-NAME
               MOVE SPACES TO WS-ARCHIVE-NEW-NAME
               STRING WS-SRC-FILE (WS-SRC-SUB) DELIMITED BY SPACE
                      '.' WS-CURRENT-DATE DELIMITED BY SIZE
                      INTO WS-ARCHIVE-NEW-NAME
               CALL 'CBL_RENAME_FILE'
                    USING WS-SOURCE-FILE-NAME WS-ARCHIVE-NEW-NAME
                    RETURNING WS-ARCHIVE-RESULT
               IF WS-ARCHIVE-RESULT NOT = ZERO
                   DISPLAY 'Warning: Could not archive '
                           WS-SOURCE-FILE-NAME ' - remove it before '
                           'the next run'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

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
           MOVE 'LGAPDOC1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-READ TO RST-RECORD-COUNT
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
