       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPARC1.
      *================================================================*
      * PROGRAM: LGAPARC1 - POLICY / CUSTOMER RETENTION ARCHIVE       *
      * PURPOSE: KEEPS THE POLICY AND CUSTOMER MASTERS TO THE BOOK    *
      *          THAT MATTERS.  IN ARCHIVE MODE (ARC_FUNCTION =       *
      *          ARCHIVE, THE DEFAULT) A POLICY EXPIRED, LAPSED OR    *
      *          CANCELLED LONGER THAN ARC_RETAIN_DAYS, WITH NO OPEN  *
      *          CLAIM ON ITS CUSTOMER AND NO OPEN RECEIVABLE ON THE  *
      *          INSTALLMENT MASTER, MOVES TO THE RUN'S DATED POLICY  *
      *          ARCHIVE (POLARC.DAT.YYYYMMDD) AND OFF POLMAST.DAT;   *
      *          A CUSTOMER LEFT WITH NO POLICY GOES TO THE DATED     *
      *          CUSTOMER ARCHIVE (CUSARC.DAT.YYYYMMDD) THE SAME WAY. *
      *          EVERY ARCHIVED ITEM IS INDEXED (ARCINDEX.DAT) AND    *
      *          EVERY ENDED POLICY OR POLICYLESS CUSTOMER KEPT BACK  *
      *          IS REPORTED WITH THE REASON.  IN RETRIEVE MODE THE   *
      *          POLICY NAMED BY ARC_QUERY_POLICY (AND ITS CUSTOMER   *
      *          IF ARCHIVED TOO) IS PUT BACK ON THE MASTERS FOR      *
      *          INQUIRY AND HELD THERE FOR ARC_RECALL_DAYS.          *
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

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'CUSTMST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CUS-CUSTOMER-NUM
                  FILE STATUS IS WS-CUS-STAT.

           SELECT CLAIMS-FILE ASSIGN TO 'CLAIMS.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

           SELECT INSTALLMENT-MASTER-FILE ASSIGN TO 'INSTMST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IMS-STAT.

           SELECT HISTORY-FILE ASSIGN TO 'POLHIST.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PHS-STAT.

           SELECT OUTPUTD-FILE ASSIGN TO 'OUTPUTD.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OUT-CUSTOMER-NUM
                  FILE STATUS IS WS-OUTD-STAT.

      *    The dated archives hold master record images, so they are
      *    record sequential, not line sequential -- the policy
      *    image carries packed fields.
           SELECT POLICY-ARCHIVE-FILE
                  ASSIGN TO DYNAMIC WS-POLICY-ARCHIVE-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PAR-STAT.

           SELECT CUSTOMER-ARCHIVE-FILE
                  ASSIGN TO DYNAMIC WS-CUSTOMER-ARCHIVE-NAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CAR-STAT.

           SELECT ARCHIVE-INDEX-FILE ASSIGN TO 'ARCINDEX.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ARX-KEY
                  FILE STATUS IS WS-ARX-STAT.

           SELECT RECALL-FILE ASSIGN TO 'ARCRCL.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCL-STAT.

           SELECT REPORT-FILE ASSIGN TO 'ARCRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  INSTALLMENT-MASTER-FILE.
           COPY INSTMST.

       FD  HISTORY-FILE.
           COPY POLHIST.

       FD  OUTPUTD-FILE.
           COPY OUTPUTREC.

      *    The archive date, the date the policy ended (expiry or
      *    cancellation), and the policy master image as it left
      *    the master -- sized, like the stream apply files, to
      *    take later growth of the layout.
       FD  POLICY-ARCHIVE-FILE.
       01  POLICY-ARCHIVE-RECORD.
           05 PAR-ARCHIVE-DATE         PIC 9(8).
           05 PAR-ENDED-DATE           PIC 9(8).
           05 PAR-POLICY-IMAGE         PIC X(600).

       FD  CUSTOMER-ARCHIVE-FILE.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 CAR-ARCHIVE-DATE         PIC 9(8).
           05 CAR-CUSTOMER-IMAGE       PIC X(300).

      *    Where each archived policy (type P) and customer (type C)
      *    went.  A later archiving of the same item replaces the
      *    entry.
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD.
           05 ARX-KEY.
              10 ARX-ITEM-TYPE         PIC X(1).
                 88 ARX-POLICY         VALUE 'P'.
                 88 ARX-CUSTOMER       VALUE 'C'.
              10 ARX-ITEM-KEY          PIC X(12).
           05 ARX-ARCHIVE-NAME         PIC X(20).
           05 ARX-ARCHIVE-DATE         PIC 9(8).
           05 ARX-CUSTOMER-NUM         PIC X(10).

      *    Policies brought back for inquiry, and when.
       FD  RECALL-FILE.
       01  RECALL-RECORD.
           05 RCL-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCL-RECALL-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCL-CUSTOMER-NUM         PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.
           88 POLICY-MASTER-EOF        VALUE '10'.

       01  WS-CUS-STAT                 PIC X(2).
           88 CUSTOMER-MASTER-OK       VALUE '00'.
           88 CUSTOMER-MASTER-EOF      VALUE '10'.

       01  WS-CLM-STAT                 PIC X(2).
           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-IMS-STAT                 PIC X(2).
           88 INSTALLMENT-OK           VALUE '00'.
           88 INSTALLMENT-EOF          VALUE '10'.

       01  WS-PHS-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.
           88 HISTORY-EOF              VALUE '10'.

       01  WS-OUTD-STAT                PIC X(2).
           88 OUTPUTD-OK               VALUE '00'.

       01  WS-PAR-STAT                 PIC X(2).
           88 POLICY-ARCHIVE-OK        VALUE '00'.
           88 POLICY-ARCHIVE-EOF       VALUE '10'.

       01  WS-CAR-STAT                 PIC X(2).
           88 CUSTOMER-ARCHIVE-OK      VALUE '00'.
           88 CUSTOMER-ARCHIVE-EOF     VALUE '10'.

       01  WS-ARX-STAT                 PIC X(2).
           88 ARCHIVE-INDEX-OK         VALUE '00'.
           88 ARCHIVE-INDEX-MISSING    VALUE '35'.

       01  WS-RCL-STAT                 PIC X(2).
           88 RECALL-OK                VALUE '00'.
           88 RECALL-EOF               VALUE '10'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-OPEN-FLAGS.
           05 WS-POLMAST-OPEN          PIC X VALUE 'N'.
              88 POLMAST-IS-OPEN       VALUE 'Y'.
           05 WS-CUSTMST-OPEN          PIC X VALUE 'N'.
              88 CUSTMST-IS-OPEN       VALUE 'Y'.
           05 WS-OUTPUTD-OPEN          PIC X VALUE 'N'.
              88 OUTPUTD-IS-OPEN       VALUE 'Y'.
           05 WS-INDEX-OPEN            PIC X VALUE 'N'.
              88 INDEX-IS-OPEN         VALUE 'Y'.
           05 WS-POLICY-ARCHIVE-OPEN   PIC X VALUE 'N'.
              88 POLICY-ARCHIVE-IS-OPEN VALUE 'Y'.
           05 WS-CUSTOMER-ARCHIVE-OPEN PIC X VALUE 'N'.
              88 CUSTOMER-ARCHIVE-IS-OPEN VALUE 'Y'.
      *    Set once an archive could not be opened or written, so
      *    the rest of the run keeps items on the masters instead.
           05 WS-ARCHIVE-FAILED        PIC X VALUE 'N'.
              88 ARCHIVE-HAS-FAILED    VALUE 'Y'.

       01  WS-POLICY-ARCHIVE-NAME      PIC X(20).
       01  WS-CUSTOMER-ARCHIVE-NAME    PIC X(20).

      *----------------------------------------------------------------*
      * FUNCTION AND PARAMETERS FROM CONFIG.DAT: ARC_FUNCTION          *
      * (ARCHIVE/RETRIEVE), ARC_RETAIN_DAYS (HOW LONG AN ENDED POLICY  *
      * AND A POLICYLESS CUSTOMER STAY ON THE MASTERS, DEFAULT SEVEN   *
      * YEARS), ARC_RECALL_DAYS (HOW LONG A RETRIEVED POLICY IS HELD   *
      * BACK FROM RE-ARCHIVING) AND FOR A RETRIEVAL ARC_QUERY_POLICY.  *
      *----------------------------------------------------------------*
       01  WS-ARC-FUNCTION             PIC X(8) VALUE 'ARCHIVE'.
           88 ARCHIVE-MODE             VALUE 'ARCHIVE'.
           88 RETRIEVE-MODE            VALUE 'RETRIEVE'.

       01  WS-RETAIN-DAYS              PIC 9(5) VALUE 2555.
       01  WS-RECALL-DAYS              PIC 9(4) VALUE 90.
       01  WS-QUERY-POLICY             PIC X(12) VALUE SPACES.

       01  WS-CUTOFF-DATE              PIC 9(8).
       01  WS-RECALL-CUTOFF-DATE       PIC 9(8).
       01  WS-CUTOFF-INT               PIC 9(9) COMP.

      *----------------------------------------------------------------*
      * CUSTOMERS WITH A CLAIM ON FILE, AND WHETHER ANY IS STILL OPEN. *
      * AN OPEN CLAIM HOLDS EVERY POLICY OF THE CUSTOMER; ANY CLAIM    *
      * HOLDS THE CUSTOMER RECORD ITSELF.                              *
      *----------------------------------------------------------------*
       01  WS-CCL-MAX                  PIC 9(5) VALUE 50000.
       01  WS-CLAIM-CUSTOMER-TABLE.
           05 WS-CCL-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CCL-ENTRY             OCCURS 50000 TIMES
                                       INDEXED BY CCL-IDX.
              10 WS-CCL-CUSTOMER       PIC X(10).
              10 WS-CCL-OPEN-IND       PIC X(1).
                 88 WS-CCL-HAS-OPEN    VALUE 'Y'.
       01  WS-CCL-FULL-IND             PIC X VALUE 'N'.
           88 CCL-TABLE-FULL           VALUE 'Y'.

      *----------------------------------------------------------------*
      * POLICIES WITH AN OPEN OR SHORT-PAID INSTALLMENT STILL OWING.   *
      *----------------------------------------------------------------*
       01  WS-RCV-MAX                  PIC 9(5) VALUE 50000.
       01  WS-RECEIVABLE-TABLE.
           05 WS-RCV-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-RCV-ENTRY             OCCURS 50000 TIMES
                                       INDEXED BY RCV-IDX.
              10 WS-RCV-POLICY         PIC X(12).
       01  WS-RCV-FULL-IND             PIC X VALUE 'N'.
           88 RCV-TABLE-FULL           VALUE 'Y'.

      *----------------------------------------------------------------*
      * LATEST CANCELLATION EFFECTIVE DATE BY POLICY, FROM THE POLICY  *
      * HISTORY.  A CANCELLED POLICY NOT FOUND HERE IS AGED FROM ITS   *
      * EXPIRY DATE INSTEAD, WHICH CAN ONLY KEEP IT LONGER.            *
      *----------------------------------------------------------------*
       01  WS-CNX-MAX                  PIC 9(5) VALUE 20000.
       01  WS-CANCEL-TABLE.
           05 WS-CNX-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CNX-ENTRY             OCCURS 20000 TIMES
                                       INDEXED BY CNX-IDX.
              10 WS-CNX-POLICY         PIC X(12).
              10 WS-CNX-DATE           PIC 9(8).
       01  WS-CNX-FULL-IND             PIC X VALUE 'N'.
           88 CNX-TABLE-FULL           VALUE 'Y'.

      *    Policies retrieved inside the recall period.
       01  WS-RCT-MAX                  PIC 9(4) VALUE 2000.
       01  WS-RECALL-TABLE.
           05 WS-RCT-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-RCT-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY RCT-IDX.
              10 WS-RCT-POLICY         PIC X(12).

      *----------------------------------------------------------------*
      * CUSTOMERS SEEN ON THE POLICY MASTER: POLICIES LEFT ON IT AND   *
      * POLICIES ARCHIVED THIS RUN.  A CUSTOMER WITH NONE LEFT IS AN   *
      * ARCHIVE CANDIDATE IN THE CUSTOMER PASS.                        *
      *----------------------------------------------------------------*
       01  WS-CST-MAX                  PIC 9(5) VALUE 50000.
       01  WS-CUSTOMER-TABLE.
           05 WS-CST-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CST-ENTRY             OCCURS 50000 TIMES
                                       INDEXED BY CST-IDX.
              10 WS-CST-CUSTOMER       PIC X(10).
              10 WS-CST-REMAINING      PIC 9(5).
              10 WS-CST-ARCHIVED       PIC 9(5).
       01  WS-CST-FULL-IND             PIC X VALUE 'N'.
           88 CST-TABLE-FULL           VALUE 'Y'.

       01  WS-COUNTERS.
           05 WS-POLICY-READ-CNT       PIC 9(7) VALUE ZERO.
           05 WS-POLICY-ACTIVE-CNT     PIC 9(7) VALUE ZERO.
           05 WS-POLICY-ARCHIVED-CNT   PIC 9(7) VALUE ZERO.
           05 WS-HOLD-PERIOD-CNT       PIC 9(7) VALUE ZERO.
           05 WS-HOLD-RECALL-CNT       PIC 9(7) VALUE ZERO.
           05 WS-HOLD-CLAIM-CNT        PIC 9(7) VALUE ZERO.
           05 WS-HOLD-RECEIVABLE-CNT   PIC 9(7) VALUE ZERO.
           05 WS-HOLD-OTHER-CNT        PIC 9(7) VALUE ZERO.
           05 WS-ONLINE-REMOVED-CNT    PIC 9(7) VALUE ZERO.
           05 WS-CUSTOMER-READ-CNT     PIC 9(7) VALUE ZERO.
           05 WS-CUSTOMER-ARCHIVED-CNT PIC 9(7) VALUE ZERO.
           05 WS-CUSTOMER-HELD-CNT     PIC 9(7) VALUE ZERO.
           05 WS-WARNING-CNT           PIC 9(2) VALUE ZERO.

       01  WS-ENDED-DATE               PIC 9(8).
       01  WS-HOLD-REASON              PIC X(30).
       01  WS-FOUND-IND                PIC X(1).
           88 RECORD-FOUND             VALUE 'Y'.
       01  WS-REPORT-ACTION            PIC X(8).

      *    Retrieval work areas.
       01  WS-RETRIEVED-IND            PIC X(1) VALUE 'N'.
           88 POLICY-RETRIEVED         VALUE 'Y'.
       01  WS-RETRIEVED-ENDED-DATE     PIC 9(8).
       01  WS-RETRIEVED-IMAGE          PIC X(600).
       01  WS-CUSTOMER-ACTION          PIC X(30).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-OPEN-REPORT
           IF RETRIEVE-MODE
               PERFORM P700-RETRIEVE-POLICY THRU P700-EXIT
           ELSE
               PERFORM P310-LOAD-CLAIMS THRU P310-EXIT
               PERFORM P330-LOAD-RECEIVABLES THRU P330-EXIT
               PERFORM P350-LOAD-CANCELLATIONS THRU P350-EXIT
               PERFORM P370-LOAD-RECALLS THRU P370-EXIT
               PERFORM P390-OPEN-MASTERS
               PERFORM P400-ARCHIVE-POLICIES THRU P400-EXIT
               PERFORM P500-ARCHIVE-CUSTOMERS THRU P500-EXIT
               PERFORM P800-WRITE-SUMMARY
           END-IF
           PERFORM P900-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'ARC_FUNCTION' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:8) TO WS-ARC-FUNCTION
               END-IF
               MOVE 'ARC_RETAIN_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-RETAIN-DAYS
               END-IF
               MOVE 'ARC_RECALL_DAYS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-RECALL-DAYS
               END-IF
               MOVE 'ARC_QUERY_POLICY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:12) TO WS-QUERY-POLICY
               END-IF
               CLOSE CONFIG-FILE
           END-IF

           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
               - WS-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
               - WS-RECALL-DAYS
           COMPUTE WS-RECALL-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)

           MOVE SPACES TO WS-POLICY-ARCHIVE-NAME
           STRING 'POLARC.DAT.' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO WS-POLICY-ARCHIVE-NAME
           MOVE SPACES TO WS-CUSTOMER-ARCHIVE-NAME
           STRING 'CUSARC.DAT.' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO WS-CUSTOMER-ARCHIVE-NAME.

       P300-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open retention report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           IF RETRIEVE-MODE
               MOVE '       ARCHIVED POLICY RETRIEVAL' TO REPORT-LINE
           ELSE
               MOVE '       POLICY AND CUSTOMER RETENTION REPORT'
                    TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACTION    ITEM      KEY           CUSTOMER    STATUS'
                TO REPORT-LINE
           MOVE 'ENDED     REASON' TO REPORT-LINE (64:)
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * THE HOLDS: CUSTOMERS WITH CLAIMS, POLICIES STILL OWING, WHEN   *
      * CANCELLED POLICIES WERE CANCELLED, AND RECENT RETRIEVALS.      *
      * WITHOUT THE CLAIM OR INSTALLMENT MASTER NOTHING CAN BE SHOWN   *
      * CLEAR, SO THE RUN STOPS.                                       *
      *----------------------------------------------------------------*
       P310-LOAD-CLAIMS.
           OPEN INPUT CLAIMS-FILE
           IF NOT CLAIMS-OK
               DISPLAY 'ERROR: Cannot open claims master: '
                       WS-CLM-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P900-CLOSE-FILES
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P315-READ-CLAIM
           PERFORM UNTIL CLAIMS-EOF
               PERFORM P320-NOTE-CLAIM THRU P320-EXIT
               PERFORM P315-READ-CLAIM
           END-PERFORM
           CLOSE CLAIMS-FILE.

       P310-EXIT.
           EXIT.

       P315-READ-CLAIM.
           READ CLAIMS-FILE
           END-READ.

       P320-NOTE-CLAIM.
           SET CCL-IDX TO 1
           SEARCH WS-CCL-ENTRY
               AT END
                   CONTINUE
               WHEN CCL-IDX > WS-CCL-COUNT
                   CONTINUE
               WHEN WS-CCL-CUSTOMER (CCL-IDX) = CLM-CUSTOMER-NUM
                   IF CLM-OPEN
                       MOVE 'Y' TO WS-CCL-OPEN-IND (CCL-IDX)
                   END-IF
                   GO TO P320-EXIT
           END-SEARCH
           IF WS-CCL-COUNT NOT < WS-CCL-MAX
               IF NOT CCL-TABLE-FULL
                   DISPLAY 'Warning: more than ' WS-CCL-MAX
                           ' customers with claims - ended policies '
                           'kept on the master'
                   MOVE 'Y' TO WS-CCL-FULL-IND
               END-IF
               GO TO P320-EXIT
           END-IF
           ADD 1 TO WS-CCL-COUNT
           SET CCL-IDX TO WS-CCL-COUNT
           MOVE CLM-CUSTOMER-NUM TO WS-CCL-CUSTOMER (CCL-IDX)
           MOVE 'N' TO WS-CCL-OPEN-IND (CCL-IDX)
           IF CLM-OPEN
               MOVE 'Y' TO WS-CCL-OPEN-IND (CCL-IDX)
           END-IF.

       P320-EXIT.
           EXIT.

       P330-LOAD-RECEIVABLES.
           OPEN INPUT INSTALLMENT-MASTER-FILE
           IF NOT INSTALLMENT-OK
               DISPLAY 'ERROR: Cannot open installment master: '
                       WS-IMS-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P900-CLOSE-FILES
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           PERFORM P335-READ-INSTALLMENT
           PERFORM UNTIL INSTALLMENT-EOF
               PERFORM P340-NOTE-RECEIVABLE THRU P340-EXIT
               PERFORM P335-READ-INSTALLMENT
           END-PERFORM
           CLOSE INSTALLMENT-MASTER-FILE.

       P330-EXIT.
           EXIT.

       P335-READ-INSTALLMENT.
           READ INSTALLMENT-MASTER-FILE
           END-READ.

      *    Open and short-paid installments with a balance left, as
      *    the receivable aging counts them.
       P340-NOTE-RECEIVABLE.
           IF NOT IMS-OPEN AND NOT IMS-SHORT-PAID
               GO TO P340-EXIT
           END-IF
           IF IMS-TOTAL-DUE NOT NUMERIC OR
              IMS-PAID-AMOUNT NOT NUMERIC OR
              IMS-TOTAL-DUE NOT > IMS-PAID-AMOUNT
               GO TO P340-EXIT
           END-IF
           SET RCV-IDX TO 1
           SEARCH WS-RCV-ENTRY
               AT END
                   CONTINUE
               WHEN RCV-IDX > WS-RCV-COUNT
                   CONTINUE
               WHEN WS-RCV-POLICY (RCV-IDX) = IMS-POLICY-NUM
                   GO TO P340-EXIT
           END-SEARCH
           IF WS-RCV-COUNT NOT < WS-RCV-MAX
               IF NOT RCV-TABLE-FULL
                   DISPLAY 'Warning: more than ' WS-RCV-MAX
                           ' policies owing - ended policies kept '
                           'on the master'
                   MOVE 'Y' TO WS-RCV-FULL-IND
               END-IF
               GO TO P340-EXIT
           END-IF
           ADD 1 TO WS-RCV-COUNT
           MOVE IMS-POLICY-NUM TO WS-RCV-POLICY (WS-RCV-COUNT).

       P340-EXIT.
           EXIT.

       P350-LOAD-CANCELLATIONS.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY 'Warning: policy history unavailable - '
                       'cancelled policies aged from expiry'
               ADD 1 TO WS-WARNING-CNT
               GO TO P350-EXIT
           END-IF
           PERFORM P355-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF
               IF PHS-CANCELLATION
                   PERFORM P360-NOTE-CANCELLATION THRU P360-EXIT
               END-IF
               PERFORM P355-READ-HISTORY
           END-PERFORM
           CLOSE HISTORY-FILE.

       P350-EXIT.
           EXIT.

       P355-READ-HISTORY.
           READ HISTORY-FILE
           END-READ.

       P360-NOTE-CANCELLATION.
           IF PHS-EFFECTIVE-DATE NOT NUMERIC
               GO TO P360-EXIT
           END-IF
           SET CNX-IDX TO 1
           SEARCH WS-CNX-ENTRY
               AT END
                   CONTINUE
               WHEN CNX-IDX > WS-CNX-COUNT
                   CONTINUE
               WHEN WS-CNX-POLICY (CNX-IDX) = PHS-POLICY-NUM
                   IF PHS-EFFECTIVE-DATE > WS-CNX-DATE (CNX-IDX)
                       MOVE PHS-EFFECTIVE-DATE
                            TO WS-CNX-DATE (CNX-IDX)
                   END-IF
                   GO TO P360-EXIT
           END-SEARCH
           IF WS-CNX-COUNT NOT < WS-CNX-MAX
               IF NOT CNX-TABLE-FULL
                   DISPLAY 'Warning: more than ' WS-CNX-MAX
                           ' cancellations on history - the rest '
                           'aged from expiry'
                   MOVE 'Y' TO WS-CNX-FULL-IND
                   ADD 1 TO WS-WARNING-CNT
               END-IF
               GO TO P360-EXIT
           END-IF
           ADD 1 TO WS-CNX-COUNT
           SET CNX-IDX TO WS-CNX-COUNT
           MOVE PHS-POLICY-NUM TO WS-CNX-POLICY (CNX-IDX)
           MOVE PHS-EFFECTIVE-DATE TO WS-CNX-DATE (CNX-IDX).

       P360-EXIT.
           EXIT.

      *    No recall register simply means nothing was ever
      *    retrieved.
       P370-LOAD-RECALLS.
           OPEN INPUT RECALL-FILE
           IF NOT RECALL-OK
               GO TO P370-EXIT
           END-IF
           PERFORM P375-READ-RECALL
           PERFORM UNTIL RECALL-EOF
               IF RCL-RECALL-DATE NUMERIC AND
                  RCL-RECALL-DATE NOT < WS-RECALL-CUTOFF-DATE AND
                  WS-RCT-COUNT < WS-RCT-MAX
                   ADD 1 TO WS-RCT-COUNT
                   MOVE RCL-POLICY-NUM
                        TO WS-RCT-POLICY (WS-RCT-COUNT)
               END-IF
               PERFORM P375-READ-RECALL
           END-PERFORM
           CLOSE RECALL-FILE.

       P370-EXIT.
           EXIT.

       P375-READ-RECALL.
           READ RECALL-FILE
           END-READ.

      *----------------------------------------------------------------*
      * THE MASTERS ARE UPDATED IN PLACE, SO EACH IS SAVED TO A        *
      * GENERATION FIRST.  THE ONLINE VIEW LOSES AN ARCHIVED POLICY'S  *
      * ENTRY; WITHOUT IT THE RUN GOES ON AND SAYS SO.                 *
      *----------------------------------------------------------------*
       P390-OPEN-MASTERS.
           MOVE 'POLMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           MOVE 'CUSTMST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           MOVE 'OUTPUTD.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION

           OPEN I-O POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'ERROR: Cannot open policy master: '
                       WS-POL-STAT
               MOVE 12 TO RETURN-CODE
               PERFORM P900-CLOSE-FILES
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-POLMAST-OPEN

           OPEN I-O CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-OK
               MOVE 'Y' TO WS-CUSTMST-OPEN
           ELSE
               DISPLAY 'Warning: customer master unavailable - '
                       'customers not archived'
               ADD 1 TO WS-WARNING-CNT
           END-IF

           OPEN I-O OUTPUTD-FILE
           IF OUTPUTD-OK
               MOVE 'Y' TO WS-OUTPUTD-OPEN
           ELSE
               DISPLAY 'Warning: online view unavailable - '
                       'archived policies left on it'
               ADD 1 TO WS-WARNING-CNT
           END-IF

           OPEN I-O ARCHIVE-INDEX-FILE
           IF ARCHIVE-INDEX-MISSING
               OPEN OUTPUT ARCHIVE-INDEX-FILE
               IF ARCHIVE-INDEX-OK
                   CLOSE ARCHIVE-INDEX-FILE
                   OPEN I-O ARCHIVE-INDEX-FILE
               END-IF
           END-IF
           IF ARCHIVE-INDEX-OK
               MOVE 'Y' TO WS-INDEX-OPEN
           ELSE
      *        An archive nobody can find is no archive -- keep
      *        everything on the masters.
               DISPLAY 'Warning: Cannot open archive index: '
                       WS-ARX-STAT ' - nothing archived'
               MOVE 'Y' TO WS-ARCHIVE-FAILED
               ADD 1 TO WS-WARNING-CNT
           END-IF.

      *----------------------------------------------------------------*
      * ONE PASS OVER THE POLICY MASTER.  A POLICY HAS ENDED WHEN IT   *
      * IS CANCELLED, LAPSED, OR APPROVED AND PAST ITS EXPIRY DATE.    *
      * AN ENDED POLICY IS ARCHIVED ONCE IT HAS BEEN ENDED LONGER THAN *
      * THE RETENTION PERIOD, UNLESS IT WAS RECENTLY RETRIEVED, ITS    *
      * CUSTOMER HAS AN OPEN CLAIM, OR IT STILL HAS MONEY OWING.       *
      *----------------------------------------------------------------*
       P400-ARCHIVE-POLICIES.
           MOVE LOW-VALUES TO POL-POLICY-NUM
           START POLICY-MASTER-FILE KEY NOT < POL-POLICY-NUM
               INVALID KEY
                   GO TO P400-EXIT
           END-START
           PERFORM P410-READ-POLICY
           PERFORM UNTIL POLICY-MASTER-EOF
               PERFORM P420-DISPOSE-POLICY THRU P420-EXIT
               PERFORM P410-READ-POLICY
           END-PERFORM.

       P400-EXIT.
           EXIT.

       P410-READ-POLICY.
           READ POLICY-MASTER-FILE NEXT RECORD
           END-READ.

       P420-DISPOSE-POLICY.
           ADD 1 TO WS-POLICY-READ-CNT
           PERFORM P430-SET-ENDED-DATE THRU P430-EXIT
           IF WS-ENDED-DATE = ZERO
               ADD 1 TO WS-POLICY-ACTIVE-CNT
               PERFORM P480-COUNT-REMAINING THRU P480-EXIT
               GO TO P420-EXIT
           END-IF

           MOVE SPACES TO WS-HOLD-REASON
           EVALUATE TRUE
               WHEN WS-ENDED-DATE NOT < WS-CUTOFF-DATE
                   MOVE 'WITHIN RETENTION PERIOD' TO WS-HOLD-REASON
                   ADD 1 TO WS-HOLD-PERIOD-CNT
               WHEN CCL-TABLE-FULL OR RCV-TABLE-FULL
                   MOVE 'OPEN ITEMS NOT VERIFIED' TO WS-HOLD-REASON
                   ADD 1 TO WS-HOLD-OTHER-CNT
               WHEN OTHER
                   PERFORM P440-CHECK-HOLDS THRU P440-EXIT
           END-EVALUATE
           IF WS-HOLD-REASON = SPACES AND ARCHIVE-HAS-FAILED
               MOVE 'ARCHIVE UNAVAILABLE' TO WS-HOLD-REASON
               ADD 1 TO WS-HOLD-OTHER-CNT
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM P450-ARCHIVE-POLICY THRU P450-EXIT
           END-IF
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM P480-COUNT-REMAINING THRU P480-EXIT
               MOVE 'RETAINED' TO WS-REPORT-ACTION
               PERFORM P850-REPORT-POLICY
           END-IF.

       P420-EXIT.
           EXIT.

       P430-SET-ENDED-DATE.
           MOVE ZERO TO WS-ENDED-DATE
           IF POL-EXPIRY-DATE NOT NUMERIC
               GO TO P430-EXIT
           END-IF
           EVALUATE POL-STATUS
               WHEN 'CANCELLED'
                   MOVE POL-EXPIRY-DATE TO WS-ENDED-DATE
                   SET CNX-IDX TO 1
                   SEARCH WS-CNX-ENTRY
                       AT END
                           CONTINUE
                       WHEN CNX-IDX > WS-CNX-COUNT
                           CONTINUE
                       WHEN WS-CNX-POLICY (CNX-IDX) = POL-POLICY-NUM
                           MOVE WS-CNX-DATE (CNX-IDX) TO WS-ENDED-DATE
                   END-SEARCH
               WHEN 'LAPSED'
                   MOVE POL-EXPIRY-DATE TO WS-ENDED-DATE
               WHEN 'APPROVED'
                   IF POL-EXPIRY-DATE > ZERO AND
                      POL-EXPIRY-DATE <= WS-CURRENT-DATE
                       MOVE POL-EXPIRY-DATE TO WS-ENDED-DATE
                   END-IF
           END-EVALUATE.

       P430-EXIT.
           EXIT.

       P440-CHECK-HOLDS.
           SET RCT-IDX TO 1
           SEARCH WS-RCT-ENTRY
               AT END
                   CONTINUE
               WHEN RCT-IDX > WS-RCT-COUNT
                   CONTINUE
               WHEN WS-RCT-POLICY (RCT-IDX) = POL-POLICY-NUM
                   MOVE 'RECALLED FOR INQUIRY' TO WS-HOLD-REASON
                   ADD 1 TO WS-HOLD-RECALL-CNT
           END-SEARCH
           IF WS-HOLD-REASON NOT = SPACES
               GO TO P440-EXIT
           END-IF

           SET CCL-IDX TO 1
           SEARCH WS-CCL-ENTRY
               AT END
                   CONTINUE
               WHEN CCL-IDX > WS-CCL-COUNT
                   CONTINUE
               WHEN WS-CCL-CUSTOMER (CCL-IDX) = POL-CUSTOMER-NUM
                   IF WS-CCL-HAS-OPEN (CCL-IDX)
                       MOVE 'OPEN CLAIM' TO WS-HOLD-REASON
                       ADD 1 TO WS-HOLD-CLAIM-CNT
                   END-IF
           END-SEARCH
           IF WS-HOLD-REASON NOT = SPACES
               GO TO P440-EXIT
           END-IF

           SET RCV-IDX TO 1
           SEARCH WS-RCV-ENTRY
               AT END
                   CONTINUE
               WHEN RCV-IDX > WS-RCV-COUNT
                   CONTINUE
               WHEN WS-RCV-POLICY (RCV-IDX) = POL-POLICY-NUM
                   MOVE 'OPEN RECEIVABLE' TO WS-HOLD-REASON
                   ADD 1 TO WS-HOLD-RECEIVABLE-CNT
           END-SEARCH.

       P440-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WRITE THE POLICY TO THE DATED ARCHIVE AND INDEX IT, THEN TAKE  *
      * IT OFF THE MASTER AND THE ONLINE VIEW.  IF THE ARCHIVE CANNOT  *
      * TAKE IT THE POLICY STAYS WHERE IT IS.                          *
      *----------------------------------------------------------------*
       P450-ARCHIVE-POLICY.
           IF NOT POLICY-ARCHIVE-IS-OPEN
               OPEN EXTEND POLICY-ARCHIVE-FILE
               IF NOT POLICY-ARCHIVE-OK
                   OPEN OUTPUT POLICY-ARCHIVE-FILE
               END-IF
               IF POLICY-ARCHIVE-OK
                   MOVE 'Y' TO WS-POLICY-ARCHIVE-OPEN
               ELSE
                   DISPLAY 'ERROR: Cannot open archive '
                           WS-POLICY-ARCHIVE-NAME ': ' WS-PAR-STAT
                   PERFORM P455-ARCHIVE-FAILED
                   GO TO P450-EXIT
               END-IF
           END-IF

           MOVE WS-CURRENT-DATE TO PAR-ARCHIVE-DATE
           MOVE WS-ENDED-DATE TO PAR-ENDED-DATE
           MOVE POLICY-MASTER-RECORD TO PAR-POLICY-IMAGE
           WRITE POLICY-ARCHIVE-RECORD
           IF NOT POLICY-ARCHIVE-OK
               DISPLAY 'ERROR: Cannot write archive '
                       WS-POLICY-ARCHIVE-NAME ': ' WS-PAR-STAT
               PERFORM P455-ARCHIVE-FAILED
               GO TO P450-EXIT
           END-IF

           MOVE 'P' TO ARX-ITEM-TYPE
           MOVE POL-POLICY-NUM TO ARX-ITEM-KEY
           MOVE WS-POLICY-ARCHIVE-NAME TO ARX-ARCHIVE-NAME
           MOVE WS-CURRENT-DATE TO ARX-ARCHIVE-DATE
           MOVE POL-CUSTOMER-NUM TO ARX-CUSTOMER-NUM
           PERFORM P460-WRITE-INDEX

           DELETE POLICY-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY 'Warning: could not delete policy '
                           POL-POLICY-NUM ' after archiving'
                   ADD 1 TO WS-WARNING-CNT
           END-DELETE

           IF OUTPUTD-IS-OPEN
               MOVE POL-CUSTOMER-NUM TO OUT-CUSTOMER-NUM
               READ OUTPUTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OUT-POLICY-NUM = POL-POLICY-NUM
                           DELETE OUTPUTD-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-ONLINE-REMOVED-CNT
                           END-DELETE
                       END-IF
               END-READ
           END-IF

           ADD 1 TO WS-POLICY-ARCHIVED-CNT
           PERFORM P470-COUNT-ARCHIVED THRU P470-EXIT
           MOVE 'ARCHIVED' TO WS-REPORT-ACTION
           PERFORM P850-REPORT-POLICY.

       P450-EXIT.
           EXIT.

       P455-ARCHIVE-FAILED.
           MOVE 'Y' TO WS-ARCHIVE-FAILED
           ADD 1 TO WS-WARNING-CNT
           MOVE 'ARCHIVE UNAVAILABLE' TO WS-HOLD-REASON
           ADD 1 TO WS-HOLD-OTHER-CNT.

       P460-WRITE-INDEX.
           WRITE ARCHIVE-INDEX-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-INDEX-RECORD
                       INVALID KEY
                           DISPLAY 'Warning: archive index not '
                                   'updated for ' ARX-KEY
                           ADD 1 TO WS-WARNING-CNT
                   END-REWRITE
           END-WRITE.

       P470-COUNT-ARCHIVED.
           PERFORM P490-FIND-CUSTOMER THRU P490-EXIT
           IF RECORD-FOUND
               ADD 1 TO WS-CST-ARCHIVED (CST-IDX)
           END-IF.

       P470-EXIT.
           EXIT.

       P480-COUNT-REMAINING.
           PERFORM P490-FIND-CUSTOMER THRU P490-EXIT
           IF RECORD-FOUND
               ADD 1 TO WS-CST-REMAINING (CST-IDX)
           END-IF.

       P480-EXIT.
           EXIT.

      *    Find the policy's customer in the table, adding it if new.
       P490-FIND-CUSTOMER.
           MOVE 'N' TO WS-FOUND-IND
           SET CST-IDX TO 1
           SEARCH WS-CST-ENTRY
               AT END
                   CONTINUE
               WHEN CST-IDX > WS-CST-COUNT
                   CONTINUE
               WHEN WS-CST-CUSTOMER (CST-IDX) = POL-CUSTOMER-NUM
                   MOVE 'Y' TO WS-FOUND-IND
                   GO TO P490-EXIT
           END-SEARCH
           IF WS-CST-COUNT NOT < WS-CST-MAX
               IF NOT CST-TABLE-FULL
                   DISPLAY 'Warning: more than ' WS-CST-MAX
                           ' customers on the policy master - '
                           'customers not archived'
                   MOVE 'Y' TO WS-CST-FULL-IND
               END-IF
               GO TO P490-EXIT
           END-IF
           ADD 1 TO WS-CST-COUNT
           SET CST-IDX TO WS-CST-COUNT
           MOVE POL-CUSTOMER-NUM TO WS-CST-CUSTOMER (CST-IDX)
           MOVE ZERO TO WS-CST-REMAINING (CST-IDX)
           MOVE ZERO TO WS-CST-ARCHIVED (CST-IDX)
           MOVE 'Y' TO WS-FOUND-IND.

       P490-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ONE PASS OVER THE CUSTOMER MASTER.  A CUSTOMER WITH NO POLICY  *
      * LEFT ON THE POLICY MASTER IS ARCHIVED, UNLESS A CLAIM OF       *
      * THEIRS IS STILL ON FILE OR THEY HAVE BEEN ACTIVE INSIDE THE    *
      * RETENTION PERIOD.  IF THE CUSTOMER TABLE FILLED, WHO HAS       *
      * POLICIES LEFT IS NOT KNOWN AND NO CUSTOMER IS ARCHIVED.        *
      *----------------------------------------------------------------*
       P500-ARCHIVE-CUSTOMERS.
           IF NOT CUSTMST-IS-OPEN OR CST-TABLE-FULL OR CCL-TABLE-FULL
               GO TO P500-EXIT
           END-IF
           MOVE LOW-VALUES TO CUS-CUSTOMER-NUM
           START CUSTOMER-MASTER-FILE KEY NOT < CUS-CUSTOMER-NUM
               INVALID KEY
                   GO TO P500-EXIT
           END-START
           PERFORM P510-READ-CUSTOMER
           PERFORM UNTIL CUSTOMER-MASTER-EOF
               PERFORM P520-DISPOSE-CUSTOMER THRU P520-EXIT
               PERFORM P510-READ-CUSTOMER
           END-PERFORM.

       P500-EXIT.
           EXIT.

       P510-READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
           END-READ.

       P520-DISPOSE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-READ-CNT
           MOVE ZERO TO WS-ENDED-DATE
           SET CST-IDX TO 1
           SEARCH WS-CST-ENTRY
               AT END
                   CONTINUE
               WHEN CST-IDX > WS-CST-COUNT
                   CONTINUE
               WHEN WS-CST-CUSTOMER (CST-IDX) = CUS-CUSTOMER-NUM
                   IF WS-CST-REMAINING (CST-IDX) > ZERO
                       GO TO P520-EXIT
                   END-IF
           END-SEARCH

           MOVE SPACES TO WS-HOLD-REASON
           SET CCL-IDX TO 1
           SEARCH WS-CCL-ENTRY
               AT END
                   CONTINUE
               WHEN CCL-IDX > WS-CCL-COUNT
                   CONTINUE
               WHEN WS-CCL-CUSTOMER (CCL-IDX) = CUS-CUSTOMER-NUM
                   MOVE 'CLAIMS ON FILE' TO WS-HOLD-REASON
           END-SEARCH
           IF WS-HOLD-REASON = SPACES AND
              CUS-LAST-ACTIVITY-DATE NUMERIC AND
              CUS-LAST-ACTIVITY-DATE NOT < WS-CUTOFF-DATE
               MOVE 'RECENT ACTIVITY' TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON = SPACES AND ARCHIVE-HAS-FAILED
               MOVE 'ARCHIVE UNAVAILABLE' TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM P530-ARCHIVE-CUSTOMER THRU P530-EXIT
           END-IF
           IF WS-HOLD-REASON NOT = SPACES
               ADD 1 TO WS-CUSTOMER-HELD-CNT
               MOVE 'RETAINED' TO WS-REPORT-ACTION
               PERFORM P860-REPORT-CUSTOMER
           END-IF.

       P520-EXIT.
           EXIT.

       P530-ARCHIVE-CUSTOMER.
           IF NOT CUSTOMER-ARCHIVE-IS-OPEN
               OPEN EXTEND CUSTOMER-ARCHIVE-FILE
               IF NOT CUSTOMER-ARCHIVE-OK
                   OPEN OUTPUT CUSTOMER-ARCHIVE-FILE
               END-IF
               IF CUSTOMER-ARCHIVE-OK
                   MOVE 'Y' TO WS-CUSTOMER-ARCHIVE-OPEN
               ELSE
                   DISPLAY 'ERROR: Cannot open archive '
                           WS-CUSTOMER-ARCHIVE-NAME ': ' WS-CAR-STAT
                   MOVE 'Y' TO WS-ARCHIVE-FAILED
                   ADD 1 TO WS-WARNING-CNT
                   MOVE 'ARCHIVE UNAVAILABLE' TO WS-HOLD-REASON
                   GO TO P530-EXIT
               END-IF
           END-IF

           MOVE WS-CURRENT-DATE TO CAR-ARCHIVE-DATE
           MOVE CUSTOMER-MASTER-RECORD TO CAR-CUSTOMER-IMAGE
           WRITE CUSTOMER-ARCHIVE-RECORD
           IF NOT CUSTOMER-ARCHIVE-OK
               DISPLAY 'ERROR: Cannot write archive '
                       WS-CUSTOMER-ARCHIVE-NAME ': ' WS-CAR-STAT
               MOVE 'Y' TO WS-ARCHIVE-FAILED
               ADD 1 TO WS-WARNING-CNT
               MOVE 'ARCHIVE UNAVAILABLE' TO WS-HOLD-REASON
               GO TO P530-EXIT
           END-IF

           MOVE 'C' TO ARX-ITEM-TYPE
           MOVE CUS-CUSTOMER-NUM TO ARX-ITEM-KEY
           MOVE WS-CUSTOMER-ARCHIVE-NAME TO ARX-ARCHIVE-NAME
           MOVE WS-CURRENT-DATE TO ARX-ARCHIVE-DATE
           MOVE CUS-CUSTOMER-NUM TO ARX-CUSTOMER-NUM
           PERFORM P460-WRITE-INDEX

           DELETE CUSTOMER-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY 'Warning: could not delete customer '
                           CUS-CUSTOMER-NUM ' after archiving'
                   ADD 1 TO WS-WARNING-CNT
           END-DELETE

           ADD 1 TO WS-CUSTOMER-ARCHIVED-CNT
           MOVE 'ARCHIVED' TO WS-REPORT-ACTION
           PERFORM P860-REPORT-CUSTOMER.

       P530-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RETRIEVE MODE -- FIND THE QUERIED POLICY THROUGH THE ARCHIVE   *
      * INDEX, PUT IT BACK ON THE POLICY MASTER AS IT LEFT, AND PUT    *
      * ITS CUSTOMER BACK TOO IF THE CUSTOMER WAS ARCHIVED.  THE       *
      * RECALL REGISTER HOLDS IT ON THE MASTER FOR ARC_RECALL_DAYS.    *
      *----------------------------------------------------------------*
       P700-RETRIEVE-POLICY.
           IF WS-QUERY-POLICY = SPACES
               DISPLAY 'ERROR: no ARC_QUERY_POLICY given for '
                       'retrieval'
               MOVE 12 TO RETURN-CODE
               GO TO P700-EXIT
           END-IF

           OPEN INPUT ARCHIVE-INDEX-FILE
           IF NOT ARCHIVE-INDEX-OK
               DISPLAY 'ERROR: Cannot open archive index: '
                       WS-ARX-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P700-EXIT
           END-IF
           MOVE 'Y' TO WS-INDEX-OPEN

           MOVE 'P' TO ARX-ITEM-TYPE
           MOVE WS-QUERY-POLICY TO ARX-ITEM-KEY
           READ ARCHIVE-INDEX-FILE
               INVALID KEY
                   MOVE 'NOT IN ARCHIVE' TO WS-HOLD-REASON
                   PERFORM P870-REPORT-QUERY
                   MOVE 4 TO RETURN-CODE
                   GO TO P700-EXIT
           END-READ

           MOVE ARX-ARCHIVE-NAME TO WS-POLICY-ARCHIVE-NAME
           PERFORM P710-FIND-ARCHIVED-POLICY THRU P710-EXIT
           IF NOT POLICY-RETRIEVED
               MOVE 'MISSING FROM ARCHIVE FILE' TO WS-HOLD-REASON
               PERFORM P870-REPORT-QUERY
               MOVE 8 TO RETURN-CODE
               GO TO P700-EXIT
           END-IF

           MOVE 'POLMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           MOVE 'CUSTMST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION

           OPEN I-O POLICY-MASTER-FILE
           IF NOT POLICY-MASTER-OK
               DISPLAY 'ERROR: Cannot open policy master: '
                       WS-POL-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P700-EXIT
           END-IF
           MOVE 'Y' TO WS-POLMAST-OPEN
           MOVE WS-RETRIEVED-IMAGE TO POLICY-MASTER-RECORD
           MOVE WS-RETRIEVED-ENDED-DATE TO WS-ENDED-DATE
           MOVE 'RESTORED' TO WS-REPORT-ACTION
           MOVE SPACES TO WS-HOLD-REASON
           STRING 'FROM ' WS-POLICY-ARCHIVE-NAME
                  DELIMITED BY SIZE INTO WS-HOLD-REASON
           WRITE POLICY-MASTER-RECORD
               INVALID KEY
                   MOVE 'ALREADY ON MASTER' TO WS-HOLD-REASON
                   MOVE 'RETAINED' TO WS-REPORT-ACTION
                   MOVE 4 TO RETURN-CODE
           END-WRITE
           PERFORM P850-REPORT-POLICY

           PERFORM P730-RESTORE-CUSTOMER THRU P730-EXIT
           PERFORM P760-LOG-RECALL.

       P700-EXIT.
           EXIT.

      *    The archive is read to the end; if a policy went out more
      *    than once the last copy is the one that left the master.
       P710-FIND-ARCHIVED-POLICY.
           OPEN INPUT POLICY-ARCHIVE-FILE
           IF NOT POLICY-ARCHIVE-OK
               DISPLAY 'ERROR: Cannot open archive '
                       WS-POLICY-ARCHIVE-NAME ': ' WS-PAR-STAT
               GO TO P710-EXIT
           END-IF
           PERFORM P715-READ-POLICY-ARCHIVE
           PERFORM UNTIL POLICY-ARCHIVE-EOF
               IF PAR-POLICY-IMAGE (1:12) = WS-QUERY-POLICY
                   MOVE 'Y' TO WS-RETRIEVED-IND
                   MOVE PAR-ENDED-DATE TO WS-RETRIEVED-ENDED-DATE
                   MOVE PAR-POLICY-IMAGE TO WS-RETRIEVED-IMAGE
               END-IF
               PERFORM P715-READ-POLICY-ARCHIVE
           END-PERFORM
           CLOSE POLICY-ARCHIVE-FILE.

       P710-EXIT.
           EXIT.

       P715-READ-POLICY-ARCHIVE.
           READ POLICY-ARCHIVE-FILE
           END-READ.

      *----------------------------------------------------------------*
      * THE CUSTOMER COMES BACK FROM ITS ARCHIVE ONLY WHEN IT IS NOT   *
      * ON THE CUSTOMER MASTER ALREADY.                                *
      *----------------------------------------------------------------*
       P730-RESTORE-CUSTOMER.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF NOT CUSTOMER-MASTER-OK
               DISPLAY 'Warning: customer master unavailable - '
                       'customer not checked'
               MOVE 'CUSTOMER MASTER UNAVAILABLE' TO WS-CUSTOMER-ACTION
               MOVE 4 TO RETURN-CODE
               PERFORM P880-REPORT-CUSTOMER-ACTION
               GO TO P730-EXIT
           END-IF
           MOVE 'Y' TO WS-CUSTMST-OPEN

           MOVE POL-CUSTOMER-NUM TO CUS-CUSTOMER-NUM
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ALREADY ON MASTER' TO WS-CUSTOMER-ACTION
                   PERFORM P880-REPORT-CUSTOMER-ACTION
                   GO TO P730-EXIT
           END-READ

           MOVE 'C' TO ARX-ITEM-TYPE
           MOVE POL-CUSTOMER-NUM TO ARX-ITEM-KEY
           READ ARCHIVE-INDEX-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER OR IN ARCHIVE'
                        TO WS-CUSTOMER-ACTION
                   MOVE 4 TO RETURN-CODE
                   PERFORM P880-REPORT-CUSTOMER-ACTION
                   GO TO P730-EXIT
           END-READ

           MOVE ARX-ARCHIVE-NAME TO WS-CUSTOMER-ARCHIVE-NAME
           MOVE 'N' TO WS-FOUND-IND
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF CUSTOMER-ARCHIVE-OK
               PERFORM P740-READ-CUSTOMER-ARCHIVE
               PERFORM P750-LOCATE-CUSTOMER-COPY
                       UNTIL CUSTOMER-ARCHIVE-EOF
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF
           IF NOT RECORD-FOUND
               MOVE 'MISSING FROM ARCHIVE FILE' TO WS-CUSTOMER-ACTION
               MOVE 4 TO RETURN-CODE
               PERFORM P880-REPORT-CUSTOMER-ACTION
               GO TO P730-EXIT
           END-IF

           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'COULD NOT BE RESTORED' TO WS-CUSTOMER-ACTION
                   MOVE 4 TO RETURN-CODE
                   PERFORM P880-REPORT-CUSTOMER-ACTION
                   GO TO P730-EXIT
           END-WRITE
           MOVE SPACES TO WS-CUSTOMER-ACTION
           STRING 'RESTORED FROM ' WS-CUSTOMER-ARCHIVE-NAME
                  DELIMITED BY SIZE INTO WS-CUSTOMER-ACTION
           PERFORM P880-REPORT-CUSTOMER-ACTION.

       P730-EXIT.
           EXIT.

       P740-READ-CUSTOMER-ARCHIVE.
           READ CUSTOMER-ARCHIVE-FILE
           END-READ.

      *    Keep the last copy of the customer in the archive.
       P750-LOCATE-CUSTOMER-COPY.
           IF CAR-CUSTOMER-IMAGE (1:10) = ARX-ITEM-KEY (1:10)
               MOVE CAR-CUSTOMER-IMAGE TO CUSTOMER-MASTER-RECORD
               MOVE 'Y' TO WS-FOUND-IND
           END-IF
           PERFORM P740-READ-CUSTOMER-ARCHIVE.

       P760-LOG-RECALL.
           OPEN EXTEND RECALL-FILE
           IF NOT RECALL-OK
               OPEN OUTPUT RECALL-FILE
           END-IF
           IF NOT RECALL-OK
               DISPLAY 'Warning: recall register unavailable - '
                       'policy not held from archiving'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RECALL-RECORD
               MOVE WS-QUERY-POLICY TO RCL-POLICY-NUM
               MOVE WS-CURRENT-DATE TO RCL-RECALL-DATE
               MOVE POL-CUSTOMER-NUM TO RCL-CUSTOMER-NUM
               WRITE RECALL-RECORD
               CLOSE RECALL-FILE
           END-IF.

       P800-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING 'Run Date:                ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Ended Before:            ' WS-CUTOFF-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Policies Read:           ' WS-POLICY-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Not Ended:               ' WS-POLICY-ACTIVE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Policies Archived:       ' WS-POLICY-ARCHIVED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Retained - In Period:    ' WS-HOLD-PERIOD-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Retained - Recalled:     ' WS-HOLD-RECALL-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Retained - Open Claim:   ' WS-HOLD-CLAIM-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Retained - Receivable:   ' WS-HOLD-RECEIVABLE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Retained - Other:        ' WS-HOLD-OTHER-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Online Entries Removed:  ' WS-ONLINE-REMOVED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Customers Read:          ' WS-CUSTOMER-READ-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Customers Archived:      '
                  WS-CUSTOMER-ARCHIVED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Customers Retained:      ' WS-CUSTOMER-HELD-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Warnings:                ' WS-WARNING-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '              END OF REPORT' TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-WARNING-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CCL-TABLE-FULL OR RCV-TABLE-FULL OR CST-TABLE-FULL
               MOVE 8 TO RETURN-CODE
           END-IF.

       P850-REPORT-POLICY.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REPORT-ACTION TO REPORT-LINE (1:8)
           MOVE 'POLICY' TO REPORT-LINE (11:8)
           MOVE POL-POLICY-NUM TO REPORT-LINE (21:12)
           MOVE POL-CUSTOMER-NUM TO REPORT-LINE (35:10)
           MOVE POL-STATUS TO REPORT-LINE (47:15)
           MOVE WS-ENDED-DATE TO REPORT-LINE (64:8)
           MOVE WS-HOLD-REASON TO REPORT-LINE (74:30)
           WRITE REPORT-LINE.

       P860-REPORT-CUSTOMER.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REPORT-ACTION TO REPORT-LINE (1:8)
           MOVE 'CUSTOMER' TO REPORT-LINE (11:8)
           MOVE CUS-CUSTOMER-NUM TO REPORT-LINE (21:12)
           MOVE CUS-CUSTOMER-NUM TO REPORT-LINE (35:10)
           IF CUS-LAST-ACTIVITY-DATE NUMERIC
               MOVE CUS-LAST-ACTIVITY-DATE TO REPORT-LINE (64:8)
           END-IF
           MOVE WS-HOLD-REASON TO REPORT-LINE (74:30)
           WRITE REPORT-LINE.

       P870-REPORT-QUERY.
           MOVE SPACES TO REPORT-LINE
           MOVE 'NOT DONE' TO REPORT-LINE (1:8)
           MOVE 'POLICY' TO REPORT-LINE (11:8)
           MOVE WS-QUERY-POLICY TO REPORT-LINE (21:12)
           MOVE WS-HOLD-REASON TO REPORT-LINE (74:30)
           WRITE REPORT-LINE.

       P880-REPORT-CUSTOMER-ACTION.
           MOVE SPACES TO REPORT-LINE
           MOVE 'CUSTOMER' TO REPORT-LINE (11:8)
           MOVE POL-CUSTOMER-NUM TO REPORT-LINE (21:12)
           MOVE POL-CUSTOMER-NUM TO REPORT-LINE (35:10)
           MOVE WS-CUSTOMER-ACTION TO REPORT-LINE (74:30)
           WRITE REPORT-LINE.

       P900-CLOSE-FILES.
           IF POLICY-ARCHIVE-IS-OPEN
               CLOSE POLICY-ARCHIVE-FILE
           END-IF
           IF CUSTOMER-ARCHIVE-IS-OPEN
               CLOSE CUSTOMER-ARCHIVE-FILE
           END-IF
           IF INDEX-IS-OPEN
               CLOSE ARCHIVE-INDEX-FILE
           END-IF
           IF OUTPUTD-IS-OPEN
               CLOSE OUTPUTD-FILE
           END-IF
           IF CUSTMST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF POLMAST-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPARC1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

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
           MOVE 'LGAPARC1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           IF RETRIEVE-MODE
               IF POLICY-RETRIEVED
                   MOVE 1 TO RST-RECORD-COUNT
               ELSE
                   MOVE ZERO TO RST-RECORD-COUNT
               END-IF
           ELSE
               MOVE WS-POLICY-ARCHIVED-CNT TO RST-RECORD-COUNT
           END-IF
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
