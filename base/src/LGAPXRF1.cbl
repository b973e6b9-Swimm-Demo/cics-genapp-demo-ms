       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPXRF1.
      *================================================================*
      * PROGRAM: LGAPXRF1 - CROSS-MASTER REFERENTIAL INTEGRITY SWEEP  *
      * PURPOSE: WEEKLY CHECK THAT THE MASTERS AGREE WITH ONE         *
      *          ANOTHER, WHERE EACH OWNING PROGRAM ONLY KEEPS ITS    *
      *          OWN FILE RIGHT: EVERY POLICY HAS ITS PREMIUM LEDGER  *
      *          RECORD AND ITS CUSTOMER; EVERY OPEN INSTALLMENT      *
      *          BELONGS TO AN IN-FORCE POLICY; EVERY CLAIM TO A      *
      *          KNOWN CUSTOMER AND EVERY OPEN CLAIM TO ONE WITH A    *
      *          POLICY (LGAPARC1 ARCHIVES ENDED POLICIES FROM UNDER  *
      *          CLOSED CLAIMS); EVERY LENDER OF RECORD               *
      *          TO A LIVE POLICY; THE ACCUM.DAT POSTCODE TOTALS TO   *
      *          THE TIV OF THE IN-FORCE POLICIES THERE; AND THE      *
      *          OUTPUTD ONLINE VIEW TO THE POLICY MASTER STATUS.     *
      *          EACH BREAK IS LISTED AND COUNTED BY TYPE WITH THE    *
      *          TEAM THAT OWNS IT.  RETURN CODE 4 WHEN ANY BREAK IS  *
      *          FOUND OR A MASTER COULD NOT BE CHECKED, 8 WHEN AN    *
      *          IN-CORE TABLE FILLED AND A CHECK IS INCOMPLETE.      *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT LEDGER-FILE ASSIGN TO 'PREMLEDG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LDG-POLICY-NUM
                  FILE STATUS IS WS-LDG-STAT.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CUS-CUSTOMER-NUM
                  FILE STATUS IS WS-CUS-STAT.

           SELECT INSTALLMENT-MASTER-FILE ASSIGN TO 'INSTMST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

           SELECT MORTGAGE-FILE ASSIGN TO 'MORTGAGE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MTG-STAT.

           SELECT ACCUMULATION-FILE ASSIGN TO 'ACCUM.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACC-POSTCODE
                  FILE STATUS IS WS-ACC-STAT.

           SELECT OUTPUTD-FILE ASSIGN TO 'OUTPUTD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OUT-CUSTOMER-NUM
                  FILE STATUS IS WS-OUTD-STAT.

           SELECT REPORT-FILE ASSIGN TO 'XRFRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  LEDGER-FILE.
           COPY PREMLEDG.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  MORTGAGE-FILE.
           COPY MTGNOTE.

       FD  ACCUMULATION-FILE.
           COPY ACCUMREC.

       FD  OUTPUTD-FILE.
           COPY OUTPUTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.
           88 POLICY-MASTER-EOF        VALUE '10'.

       01  WS-LDG-STAT                 PIC X(2).
           88 LEDGER-OK                VALUE '00'.

       01  WS-CUS-STAT                 PIC X(2).
           88 CUSTOMER-MASTER-OK       VALUE '00'.

       01  WS-IMS-STAT                 PIC X(2).
           88 INSTALLMENT-OK           VALUE '00'.
           88 INSTALLMENT-EOF          VALUE '10'.

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-MTG-STAT                 PIC X(2).
           88 MORTGAGE-OK              VALUE '00'.
           88 MORTGAGE-EOF             VALUE '10'.

       01  WS-ACC-STAT                 PIC X(2).
           88 ACCUMULATION-OK          VALUE '00'.
           88 ACCUMULATION-EOF         VALUE '10'.

       01  WS-OUTD-STAT                PIC X(2).
           88 OUTPUTD-OK               VALUE '00'.
           88 OUTPUTD-EOF              VALUE '10'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-OPEN-FLAGS.
           05 WS-LEDGER-OPEN           PIC X VALUE 'N'.
              88 LEDGER-IS-OPEN        VALUE 'Y'.
           05 WS-CUSTMST-OPEN          PIC X VALUE 'N'.
              88 CUSTMST-IS-OPEN       VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE BREAK TYPES, WITH THE TEAM THAT OWNS EACH AND THE COUNT    *
      * FOUND THIS RUN.                                                *
      *----------------------------------------------------------------*
       01  WS-BREAK-TYPE-TABLE.
           05 FILLER PIC X(40)
              VALUE 'POLICY WITHOUT PREMIUM LEDGER RECORD'.
           05 FILLER PIC X(12) VALUE 'PREMIUM ACCT'.
           05 FILLER PIC X(40)
              VALUE 'POLICY WITHOUT CUSTOMER RECORD'.
           05 FILLER PIC X(12) VALUE 'POLICY ADMIN'.
           05 FILLER PIC X(40)
              VALUE 'OPEN INSTALLMENT - POLICY NOT ON FILE'.
           05 FILLER PIC X(12) VALUE 'BILLING'.
           05 FILLER PIC X(40)
              VALUE 'OPEN INSTALLMENT - POLICY NOT IN FORCE'.
           05 FILLER PIC X(12) VALUE 'BILLING'.
           05 FILLER PIC X(40)
              VALUE 'CLAIM - CUSTOMER NOT ON FILE'.
           05 FILLER PIC X(12) VALUE 'CLAIMS'.
           05 FILLER PIC X(40)
              VALUE 'OPEN CLAIM - CUSTOMER HAS NO POLICY'.
           05 FILLER PIC X(12) VALUE 'CLAIMS'.
           05 FILLER PIC X(40)
              VALUE 'LENDER - POLICY NOT ON FILE'.
           05 FILLER PIC X(12) VALUE 'POLICY ADMIN'.
           05 FILLER PIC X(40)
              VALUE 'LENDER - POLICY NOT LIVE'.
           05 FILLER PIC X(12) VALUE 'POLICY ADMIN'.
           05 FILLER PIC X(40)
              VALUE 'ACCUM TIV DISAGREES WITH POLICIES'.
           05 FILLER PIC X(12) VALUE 'CAT MGMT'.
           05 FILLER PIC X(40)
              VALUE 'IN-FORCE POSTCODE NOT ACCUMULATED'.
           05 FILLER PIC X(12) VALUE 'CAT MGMT'.
           05 FILLER PIC X(40)
              VALUE 'ONLINE VIEW - POLICY NOT ON MASTER'.
           05 FILLER PIC X(12) VALUE 'OPERATIONS'.
           05 FILLER PIC X(40)
              VALUE 'ONLINE VIEW - STATUS DIFFERS FROM MASTER'.
           05 FILLER PIC X(12) VALUE 'OPERATIONS'.
       01  WS-BREAK-TYPES REDEFINES WS-BREAK-TYPE-TABLE.
           05 WS-BRK-ENTRY             OCCURS 12 TIMES
                                       INDEXED BY BRK-IDX.
              10 WS-BRK-DESC           PIC X(40).
              10 WS-BRK-TEAM           PIC X(12).
       01  WS-BRK-TYPE-COUNT           PIC 9(2) VALUE 12.
       01  WS-BREAK-COUNTS.
           05 WS-BRK-COUNT             PIC 9(7) OCCURS 12 TIMES.

      *    The break being reported.
       01  WS-BREAK-WORK.
           05 WS-BRK-TYPE              PIC 9(2).
           05 WS-BRK-KEY-1             PIC X(15).
           05 WS-BRK-KEY-2             PIC X(15).
           05 WS-BRK-DETAIL            PIC X(50).

      *----------------------------------------------------------------*
      * CUSTOMERS WITH A POLICY ON THE MASTER, AND WHETHER ANY OF      *
      * THEM IS LIVE -- THE CLAIM AND LENDER CHECKS LOOK THEM UP.      *
      *----------------------------------------------------------------*
       01  WS-CPL-MAX                  PIC 9(5) VALUE 50000.
       01  WS-CUSTOMER-POLICY-TABLE.
           05 WS-CPL-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CPL-ENTRY             OCCURS 50000 TIMES
                                       INDEXED BY CPL-IDX.
              10 WS-CPL-CUSTOMER       PIC X(10).
              10 WS-CPL-LIVE-IND       PIC X(1).
                 88 WS-CPL-HAS-LIVE    VALUE 'Y'.
       01  WS-CPL-FULL-IND             PIC X VALUE 'N'.
           88 CPL-TABLE-FULL           VALUE 'Y'.

      *----------------------------------------------------------------*
      * TIV OF THE APPROVED POLICIES BY POSTCODE, COMPARED AGAINST THE *
      * ACCUMULATION MASTER.                                           *
      *----------------------------------------------------------------*
       01  WS-PCT-MAX                  PIC 9(5) VALUE 20000.
       01  WS-POSTCODE-TIV-TABLE.
           05 WS-PCT-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-PCT-ENTRY             OCCURS 20000 TIMES
                                       INDEXED BY PCT-IDX.
              10 WS-PCT-POSTCODE       PIC X(8).
              10 WS-PCT-TIV            PIC 9(13)V99.
              10 WS-PCT-SEEN-IND       PIC X(1).
                 88 WS-PCT-ACCUMULATED VALUE 'Y'.
       01  WS-PCT-FULL-IND             PIC X VALUE 'N'.
           88 PCT-TABLE-FULL           VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-POLICY-READ-CNT       PIC 9(7) VALUE ZERO.
           05 WS-INSTALLMENT-READ-CNT  PIC 9(7) VALUE ZERO.
           05 WS-CLAIM-READ-CNT        PIC 9(7) VALUE ZERO.
           05 WS-LENDER-READ-CNT       PIC 9(7) VALUE ZERO.
           05 WS-POSTCODE-READ-CNT     PIC 9(7) VALUE ZERO.
           05 WS-ONLINE-READ-CNT       PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-BREAK-CNT       PIC 9(7) VALUE ZERO.
           05 WS-UNCHECKED-CNT         PIC 9(2) VALUE ZERO.

       01  WS-POLICY-TIV               PIC 9(13)V99.
       01  WS-LIVE-IND                 PIC X(1).
           88 POLICY-IS-LIVE           VALUE 'Y'.
       01  WS-FOUND-IND                PIC X(1).
           88 RECORD-FOUND             VALUE 'Y'.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY-2            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-FILES
           PERFORM P400-SCAN-POLICY-MASTER THRU P400-EXIT
           PERFORM P500-CHECK-INSTALLMENTS THRU P500-EXIT
           PERFORM P550-CHECK-CLAIMS THRU P550-EXIT
           PERFORM P600-CHECK-LENDERS THRU P600-EXIT
           PERFORM P650-CHECK-ACCUMULATION THRU P650-EXIT
           PERFORM P700-CHECK-ONLINE-VIEW THRU P700-EXIT
           PERFORM P800-WRITE-SUMMARY
           PERFORM P900-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-BREAK-COUNTS.

       P300-OPEN-FILES.
           OPEN INPUT POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'ERROR: Cannot open policy master: '
                       WS-POL-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open integrity report: '
                       WS-RPT-STAT
               CLOSE POLICY-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               MOVE 'Y' TO WS-LEDGER-OPEN
           ELSE
               DISPLAY 'Warning: premium ledger unavailable - '
                       'ledger check skipped'
               ADD 1 TO WS-UNCHECKED-CNT
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-OK
               MOVE 'Y' TO WS-CUSTMST-OPEN
           ELSE
               DISPLAY 'Warning: customer master unavailable - '
                       'customer checks skipped'
               ADD 1 TO WS-UNCHECKED-CNT
           END-IF

           MOVE '       CROSS-MASTER REFERENTIAL INTEGRITY REPORT'
                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TYPE BREAK                                    KEY    '
                TO REPORT-LINE
           MOVE '         KEY             DETAIL' TO REPORT-LINE (56:)
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * ONE PASS OVER THE POLICY MASTER: LEDGER AND CUSTOMER FOR EACH  *
      * POLICY, AND THE CUSTOMER AND POSTCODE TABLES FOR THE LATER     *
      * CHECKS.  THE ACCUMULATION MASTER CARRIES THE TIV OF APPROVED   *
      * POLICIES UNTIL A CANCELLATION OR LAPSE RELEASES IT, SO THE     *
      * POSTCODE TOTALS TAKE EVERY APPROVED POLICY; A POLICY IS LIVE   *
      * WHEN IT IS APPROVED AND NOT PAST ITS EXPIRY DATE.              *
      *----------------------------------------------------------------*
       P400-SCAN-POLICY-MASTER.
           MOVE LOW-VALUES TO POL-POLICY-NUM
           START POLICY-MASTER-FILE KEY NOT < POL-POLICY-NUM
               INVALID KEY
                   GO TO P400-EXIT
           END-START
           PERFORM P410-READ-POLICY
           PERFORM UNTIL POLICY-MASTER-EOF
               PERFORM P420-CHECK-POLICY THRU P420-EXIT
               PERFORM P410-READ-POLICY
           END-PERFORM.

       P400-EXIT.
           EXIT.

       P410-READ-POLICY.
           READ POLICY-MASTER-FILE NEXT RECORD
           END-READ.

       P420-CHECK-POLICY.
           ADD 1 TO WS-POLICY-READ-CNT
           PERFORM P430-SET-LIVE

           IF LEDGER-IS-OPEN
               MOVE POL-POLICY-NUM TO LDG-POLICY-NUM
               READ LEDGER-FILE
                   INVALID KEY
                       MOVE 1 TO WS-BRK-TYPE
                       MOVE POL-POLICY-NUM TO WS-BRK-KEY-1
                       MOVE POL-CUSTOMER-NUM TO WS-BRK-KEY-2
                       MOVE POL-STATUS TO WS-BRK-DETAIL
                       PERFORM P850-REPORT-BREAK
               END-READ
           END-IF

           IF CUSTMST-IS-OPEN
               MOVE POL-CUSTOMER-NUM TO CUS-CUSTOMER-NUM
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 2 TO WS-BRK-TYPE
                       MOVE POL-POLICY-NUM TO WS-BRK-KEY-1
                       MOVE POL-CUSTOMER-NUM TO WS-BRK-KEY-2
                       MOVE POL-STATUS TO WS-BRK-DETAIL
                       PERFORM P850-REPORT-BREAK
               END-READ
           END-IF

           PERFORM P440-NOTE-CUSTOMER THRU P440-EXIT

           IF POL-STATUS = 'APPROVED'
               PERFORM P450-ADD-POSTCODE-TIV THRU P450-EXIT
           END-IF.

       P420-EXIT.
           EXIT.

       P430-SET-LIVE.
           MOVE 'N' TO WS-LIVE-IND
           IF POL-STATUS = 'APPROVED'
               MOVE 'Y' TO WS-LIVE-IND
               IF POL-EXPIRY-DATE NUMERIC AND
                  POL-EXPIRY-DATE > ZERO AND
                  POL-EXPIRY-DATE <= WS-CURRENT-DATE
                   MOVE 'N' TO WS-LIVE-IND
               END-IF
           END-IF.

       P440-NOTE-CUSTOMER.
           SET CPL-IDX TO 1
           SEARCH WS-CPL-ENTRY
               AT END
                   CONTINUE
               WHEN CPL-IDX > WS-CPL-COUNT
                   CONTINUE
               WHEN WS-CPL-CUSTOMER (CPL-IDX) = POL-CUSTOMER-NUM
                   IF POLICY-IS-LIVE
                       MOVE 'Y' TO WS-CPL-LIVE-IND (CPL-IDX)
                   END-IF
                   GO TO P440-EXIT
           END-SEARCH
           IF WS-CPL-COUNT NOT < WS-CPL-MAX
               IF NOT CPL-TABLE-FULL
                   DISPLAY 'Warning: more than ' WS-CPL-MAX
                           ' customers with policies - claim and '
                           'lender checks incomplete'
                   MOVE 'Y' TO WS-CPL-FULL-IND
               END-IF
               GO TO P440-EXIT
           END-IF
           ADD 1 TO WS-CPL-COUNT
           SET CPL-IDX TO WS-CPL-COUNT
           MOVE POL-CUSTOMER-NUM TO WS-CPL-CUSTOMER (CPL-IDX)
           MOVE WS-LIVE-IND TO WS-CPL-LIVE-IND (CPL-IDX).

       P440-EXIT.
           EXIT.

       P450-ADD-POSTCODE-TIV.
           COMPUTE WS-POLICY-TIV =
               POL-BUILDING-LIMIT + POL-CONTENTS-LIMIT + POL-BI-LIMIT
           IF WS-POLICY-TIV = ZERO
               GO TO P450-EXIT
           END-IF
           SET PCT-IDX TO 1
           SEARCH WS-PCT-ENTRY
               AT END
                   CONTINUE
               WHEN PCT-IDX > WS-PCT-COUNT
                   CONTINUE
               WHEN WS-PCT-POSTCODE (PCT-IDX) = POL-POSTCODE
                   ADD WS-POLICY-TIV TO WS-PCT-TIV (PCT-IDX)
                   GO TO P450-EXIT
           END-SEARCH
           IF WS-PCT-COUNT NOT < WS-PCT-MAX
               IF NOT PCT-TABLE-FULL
                   DISPLAY 'Warning: more than ' WS-PCT-MAX
                           ' postcodes in force - accumulation '
                           'check incomplete'
                   MOVE 'Y' TO WS-PCT-FULL-IND
               END-IF
               GO TO P450-EXIT
           END-IF
           ADD 1 TO WS-PCT-COUNT
           SET PCT-IDX TO WS-PCT-COUNT
           MOVE POL-POSTCODE TO WS-PCT-POSTCODE (PCT-IDX)
           MOVE WS-POLICY-TIV TO WS-PCT-TIV (PCT-IDX)
           MOVE 'N' TO WS-PCT-SEEN-IND (PCT-IDX).

       P450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EVERY OPEN INSTALLMENT (OPEN OR SHORT-PAID) MUST BELONG TO A   *
      * LIVE POLICY.                                                   *
      *----------------------------------------------------------------*
       P500-CHECK-INSTALLMENTS.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INSTALLMENT-OK
               DISPLAY 'Warning: installment master unavailable - '
                       'installment check skipped'
               ADD 1 TO WS-UNCHECKED-CNT
               GO TO P500-EXIT
           END-IF
           PERFORM P510-READ-INSTALLMENT
           PERFORM UNTIL INSTALLMENT-EOF
               PERFORM P520-CHECK-INSTALLMENT THRU P520-EXIT
               PERFORM P510-READ-INSTALLMENT
           END-PERFORM
           CLOSE INSTALLMENT-MASTER-FILE.

       P500-EXIT.
           EXIT.

       P510-READ-INSTALLMENT.
           READ INSTALLMENT-MASTER-FILE
           END-READ.

       P520-CHECK-INSTALLMENT.
           IF NOT IMS-OPEN AND NOT IMS-SHORT-PAID
               GO TO P520-EXIT
           END-IF
           ADD 1 TO WS-INSTALLMENT-READ-CNT
           MOVE IMS-POLICY-NUM TO POL-POLICY-NUM
           PERFORM P530-READ-POLICY-KEYED
           IF NOT RECORD-FOUND
               MOVE 3 TO WS-BRK-TYPE
           ELSE
               PERFORM P430-SET-LIVE
               IF POLICY-IS-LIVE
                   GO TO P520-EXIT
               END-IF
               MOVE 4 TO WS-BRK-TYPE
           END-IF
           MOVE IMS-POLICY-NUM TO WS-BRK-KEY-1
           MOVE IMS-CUSTOMER-NUM TO WS-BRK-KEY-2
           MOVE SPACES TO WS-BRK-DETAIL
           STRING 'INSTALLMENT ' IMS-INSTALLMENT-NO
                  ' DUE ' IMS-DUE-DATE
                  DELIMITED BY SIZE INTO WS-BRK-DETAIL
           IF RECORD-FOUND
               MOVE POL-STATUS TO WS-BRK-DETAIL (30:20)
           END-IF
           PERFORM P850-REPORT-BREAK.

       P520-EXIT.
           EXIT.

       P530-READ-POLICY-KEYED.
           MOVE 'Y' TO WS-FOUND-IND
           READ POLICY-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-IND
           END-READ.

      *----------------------------------------------------------------*
      * EVERY CLAIM MUST BE FOR A CUSTOMER ON THE CUSTOMER MASTER WHO  *
      * HOLDS A POLICY.                                                *
      *----------------------------------------------------------------*
       P550-CHECK-CLAIMS.
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               DISPLAY 'Warning: claims master unavailable - '
                       'claim check skipped'
               ADD 1 TO WS-UNCHECKED-CNT
               GO TO P550-EXIT
           END-IF
           PERFORM P560-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               PERFORM P570-CHECK-CLAIM THRU P570-EXIT
               PERFORM P560-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE.

       P550-EXIT.
           EXIT.

       P560-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P570-CHECK-CLAIM.
           ADD 1 TO WS-CLAIM-READ-CNT
           MOVE CLM-CLAIM-NUMBER TO WS-BRK-KEY-1
           MOVE CLM-CUSTOMER-NUM TO WS-BRK-KEY-2
           MOVE SPACES TO WS-BRK-DETAIL
           STRING 'STATUS ' CLM-CLAIM-STATUS
                  ' LOSS DATE ' CLM-CLAIM-DATE
                  DELIMITED BY SIZE INTO WS-BRK-DETAIL
           IF CUSTMST-IS-OPEN
               MOVE CLM-CUSTOMER-NUM TO CUS-CUSTOMER-NUM
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 5 TO WS-BRK-TYPE
                       PERFORM P850-REPORT-BREAK
               END-READ
           END-IF
           IF CPL-TABLE-FULL OR NOT CLM-OPEN
               GO TO P570-EXIT
           END-IF
           PERFORM P580-FIND-CUSTOMER-POLICY
           IF NOT RECORD-FOUND
               MOVE 6 TO WS-BRK-TYPE
               PERFORM P850-REPORT-BREAK
           END-IF.

       P570-EXIT.
           EXIT.

       P580-FIND-CUSTOMER-POLICY.
           MOVE 'N' TO WS-FOUND-IND
           SET CPL-IDX TO 1
           SEARCH WS-CPL-ENTRY
               AT END
                   CONTINUE
               WHEN CPL-IDX > WS-CPL-COUNT
                   CONTINUE
               WHEN WS-CPL-CUSTOMER (CPL-IDX) = WS-BRK-KEY-2
                   MOVE 'Y' TO WS-FOUND-IND
           END-SEARCH.

      *----------------------------------------------------------------*
      * EVERY LENDER OF RECORD MUST BELONG TO A LIVE POLICY.  NOTICES  *
      * WRITTEN BEFORE THE POLICY NUMBER WAS CARRIED ARE MATCHED ON    *
      * THE CUSTOMER INSTEAD.                                          *
      *----------------------------------------------------------------*
       P600-CHECK-LENDERS.
           OPEN INPUT MORTGAGE-FILE
           IF NOT MORTGAGE-OK
               DISPLAY 'Warning: mortgagee file unavailable - '
                       'lender check skipped'
               ADD 1 TO WS-UNCHECKED-CNT
               GO TO P600-EXIT
           END-IF
           PERFORM P610-READ-LENDER
           PERFORM UNTIL MORTGAGE-EOF
               PERFORM P620-CHECK-LENDER THRU P620-EXIT
               PERFORM P610-READ-LENDER
           END-PERFORM
           CLOSE MORTGAGE-FILE.

       P600-EXIT.
           EXIT.

       P610-READ-LENDER.
           READ MORTGAGE-FILE
           END-READ.

       P620-CHECK-LENDER.
           ADD 1 TO WS-LENDER-READ-CNT
           MOVE MTG-CUSTOMER-NUM TO WS-BRK-KEY-2
           MOVE MTG-MORTGAGEE-NAME TO WS-BRK-DETAIL
           IF MTG-POLICY-NUM NOT = SPACES
               MOVE MTG-POLICY-NUM TO WS-BRK-KEY-1
               MOVE MTG-POLICY-NUM TO POL-POLICY-NUM
               PERFORM P530-READ-POLICY-KEYED
               IF NOT RECORD-FOUND
                   MOVE 7 TO WS-BRK-TYPE
                   PERFORM P850-REPORT-BREAK
                   GO TO P620-EXIT
               END-IF
               PERFORM P430-SET-LIVE
               IF NOT POLICY-IS-LIVE
                   MOVE 8 TO WS-BRK-TYPE
                   PERFORM P850-REPORT-BREAK
               END-IF
               GO TO P620-EXIT
           END-IF

           IF CPL-TABLE-FULL
               GO TO P620-EXIT
           END-IF
           MOVE SPACES TO WS-BRK-KEY-1
           PERFORM P580-FIND-CUSTOMER-POLICY
           IF NOT RECORD-FOUND
               MOVE 7 TO WS-BRK-TYPE
               PERFORM P850-REPORT-BREAK
               GO TO P620-EXIT
           END-IF
           IF NOT WS-CPL-HAS-LIVE (CPL-IDX)
               MOVE 8 TO WS-BRK-TYPE
               PERFORM P850-REPORT-BREAK
           END-IF.

       P620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EACH ACCUMULATION POSTCODE AGAINST THE TIV OF THE APPROVED     *
      * POLICIES THERE, THEN ANY POSTCODE WITH APPROVED TIV THE        *
      * ACCUMULATION MASTER DOES NOT CARRY.                            *
      *----------------------------------------------------------------*
       P650-CHECK-ACCUMULATION.
           OPEN INPUT ACCUMULATION-FILE
           IF NOT ACCUMULATION-OK
               DISPLAY 'Warning: accumulation master unavailable - '
                       'accumulation check skipped'
               ADD 1 TO WS-UNCHECKED-CNT
               GO TO P650-EXIT
           END-IF
           MOVE LOW-VALUES TO ACC-POSTCODE
           START ACCUMULATION-FILE KEY NOT < ACC-POSTCODE
               INVALID KEY
                   MOVE '10' TO WS-ACC-STAT
           END-START
           IF NOT ACCUMULATION-EOF
               PERFORM P660-READ-ACCUMULATION
           END-IF
           PERFORM UNTIL ACCUMULATION-EOF
               PERFORM P670-CHECK-POSTCODE THRU P670-EXIT
               PERFORM P660-READ-ACCUMULATION
           END-PERFORM
           CLOSE ACCUMULATION-FILE
           IF NOT PCT-TABLE-FULL
               PERFORM P680-CHECK-UNACCUMULATED
                       VARYING PCT-IDX FROM 1 BY 1
                       UNTIL PCT-IDX > WS-PCT-COUNT
           END-IF.

       P650-EXIT.
           EXIT.

       P660-READ-ACCUMULATION.
           READ ACCUMULATION-FILE NEXT RECORD
           END-READ.

       P670-CHECK-POSTCODE.
           ADD 1 TO WS-POSTCODE-READ-CNT
           MOVE ZERO TO WS-POLICY-TIV
           SET PCT-IDX TO 1
           SEARCH WS-PCT-ENTRY
               AT END
                   CONTINUE
               WHEN PCT-IDX > WS-PCT-COUNT
                   CONTINUE
               WHEN WS-PCT-POSTCODE (PCT-IDX) = ACC-POSTCODE
                   MOVE WS-PCT-TIV (PCT-IDX) TO WS-POLICY-TIV
                   MOVE 'Y' TO WS-PCT-SEEN-IND (PCT-IDX)
           END-SEARCH
           IF PCT-TABLE-FULL OR ACC-BOUND-TIV = WS-POLICY-TIV
               GO TO P670-EXIT
           END-IF
           MOVE 9 TO WS-BRK-TYPE
           MOVE ACC-POSTCODE TO WS-BRK-KEY-1
           MOVE ACC-TERRITORY-CODE TO WS-BRK-KEY-2
           MOVE ACC-BOUND-TIV TO WS-AMT-DISPLAY
           MOVE WS-POLICY-TIV TO WS-AMT-DISPLAY-2
           MOVE SPACES TO WS-BRK-DETAIL
           STRING 'ACCUM ' WS-AMT-DISPLAY
                  ' POL ' WS-AMT-DISPLAY-2
                  DELIMITED BY SIZE INTO WS-BRK-DETAIL
           PERFORM P850-REPORT-BREAK.

       P670-EXIT.
           EXIT.

       P680-CHECK-UNACCUMULATED.
           IF NOT WS-PCT-ACCUMULATED (PCT-IDX)
               MOVE 10 TO WS-BRK-TYPE
               MOVE WS-PCT-POSTCODE (PCT-IDX) TO WS-BRK-KEY-1
               MOVE SPACES TO WS-BRK-KEY-2
               MOVE WS-PCT-TIV (PCT-IDX) TO WS-AMT-DISPLAY-2
               MOVE SPACES TO WS-BRK-DETAIL
               STRING 'POL ' WS-AMT-DISPLAY-2
                      DELIMITED BY SIZE INTO WS-BRK-DETAIL
               PERFORM P850-REPORT-BREAK
           END-IF.

      *----------------------------------------------------------------*
      * EACH ONLINE VIEW RECORD MUST SHOW A POLICY THE MASTER HOLDS,   *
      * AT THE STATUS THE MASTER HOLDS IT AT.                          *
      *----------------------------------------------------------------*
       P700-CHECK-ONLINE-VIEW.
           OPEN INPUT OUTPUTD-FILE
           IF NOT OUTPUTD-OK
               DISPLAY 'Warning: online view unavailable - '
                       'online view check skipped'
               ADD 1 TO WS-UNCHECKED-CNT
               GO TO P700-EXIT
           END-IF
           MOVE LOW-VALUES TO OUT-CUSTOMER-NUM
           START OUTPUTD-FILE KEY NOT < OUT-CUSTOMER-NUM
               INVALID KEY
                   MOVE '10' TO WS-OUTD-STAT
           END-START
           IF NOT OUTPUTD-EOF
               PERFORM P710-READ-ONLINE
           END-IF
           PERFORM UNTIL OUTPUTD-EOF
               PERFORM P720-CHECK-ONLINE THRU P720-EXIT
               PERFORM P710-READ-ONLINE
           END-PERFORM
           CLOSE OUTPUTD-FILE.

       P700-EXIT.
           EXIT.

       P710-READ-ONLINE.
           READ OUTPUTD-FILE NEXT RECORD
           END-READ.

       P720-CHECK-ONLINE.
           ADD 1 TO WS-ONLINE-READ-CNT
           MOVE OUT-POLICY-NUM TO WS-BRK-KEY-1
           MOVE OUT-CUSTOMER-NUM TO WS-BRK-KEY-2
           MOVE OUT-POLICY-NUM TO POL-POLICY-NUM
           PERFORM P530-READ-POLICY-KEYED
           IF NOT RECORD-FOUND
               MOVE 11 TO WS-BRK-TYPE
               MOVE OUT-STATUS TO WS-BRK-DETAIL
               PERFORM P850-REPORT-BREAK
               GO TO P720-EXIT
           END-IF
           IF OUT-STATUS NOT = POL-STATUS
               MOVE 12 TO WS-BRK-TYPE
               MOVE SPACES TO WS-BRK-DETAIL
               STRING 'ONLINE ' OUT-STATUS
                      ' MASTER ' POL-STATUS
                      DELIMITED BY SIZE INTO WS-BRK-DETAIL
               PERFORM P850-REPORT-BREAK
           END-IF.

       P720-EXIT.
           EXIT.

       P800-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BREAKS BY TYPE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TYPE BREAK                                    OWNER'
                TO REPORT-LINE
           MOVE 'COUNT' TO REPORT-LINE (68:)
           WRITE REPORT-LINE
           PERFORM P810-WRITE-TYPE-LINE
                   VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > WS-BRK-TYPE-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Run Date:              ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Policies Checked:      ' WS-POLICY-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Open Installments:     ' WS-INSTALLMENT-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Claims Checked:        ' WS-CLAIM-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Lenders Checked:       ' WS-LENDER-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Postcodes Checked:     ' WS-POSTCODE-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Online Records:        ' WS-ONLINE-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Total Breaks:          ' WS-TOTAL-BREAK-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Masters Not Checked:   ' WS-UNCHECKED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TOTAL-BREAK-CNT > ZERO OR WS-UNCHECKED-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CPL-TABLE-FULL OR PCT-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.

       P810-WRITE-TYPE-LINE.
           MOVE SPACES TO REPORT-LINE
           SET WS-BRK-TYPE TO BRK-IDX
           MOVE WS-BRK-TYPE TO REPORT-LINE (2:2)
           MOVE WS-BRK-DESC (BRK-IDX) TO REPORT-LINE (6:40)
           MOVE WS-BRK-TEAM (BRK-IDX) TO REPORT-LINE (47:12)
           MOVE WS-BRK-COUNT (BRK-IDX) TO REPORT-LINE (66:7)
           WRITE REPORT-LINE.

       P850-REPORT-BREAK.
           ADD 1 TO WS-BRK-COUNT (WS-BRK-TYPE)
           ADD 1 TO WS-TOTAL-BREAK-CNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BRK-TYPE TO REPORT-LINE (2:2)
           MOVE WS-BRK-DESC (WS-BRK-TYPE) TO REPORT-LINE (6:40)
           MOVE WS-BRK-KEY-1 TO REPORT-LINE (47:15)
           MOVE WS-BRK-KEY-2 TO REPORT-LINE (63:15)
           MOVE WS-BRK-DETAIL TO REPORT-LINE (79:50)
           WRITE REPORT-LINE.

       P900-CLOSE-FILES.
           CLOSE POLICY-MASTER-FILE
           IF LEDGER-IS-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF CUSTMST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.

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
           MOVE 'LGAPXRF1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-BREAK-CNT TO RST-RECORD-COUNT
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
