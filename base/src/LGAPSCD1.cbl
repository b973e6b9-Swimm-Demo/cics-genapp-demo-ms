      *          REPORTS, PER AGENCY: WRITTEN PREMIUM, COMMISSION,    *
      *          INCURRED LOSSES (PAID PLUS RESERVE), LOSS RATIO AND  *
      *          THE COMBINED RESULT -- THE VIEW MARKETING USES TO    *
      *          DECIDE WHICH AGENCIES TO GROW OR TERMINATE.          *
      *          CONSUMER COMPLAINTS RECEIVED IN THE LAST 12 MONTHS   *
      *          ARE COUNTED PER AGENCY FROM THE COMPLAINT MASTER     *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLM-STAT.

           SELECT COMPLAINT-FILE ASSIGN TO 'CMPLMST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CPL-COMPLAINT-NUM
                  FILE STATUS IS WS-CPL-STAT.

           SELECT REPORT-FILE ASSIGN TO 'SCDRPT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.
       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  COMPLAINT-FILE.
           COPY CMPLMST.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

           88 CLAIMS-OK                VALUE '00'.
           88 CLAIMS-EOF               VALUE '10'.

       01  WS-CPL-STAT                 PIC X(2).
           88 COMPLAINT-OK             VALUE '00'.
           88 COMPLAINT-EOF            VALUE '10'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

           05 WS-COMM-REC-CNT          PIC 9(7) VALUE ZERO.
           05 WS-CLAIM-REC-CNT         PIC 9(7) VALUE ZERO.
           05 WS-UNMATCHED-CLAIMS      PIC 9(6) VALUE ZERO.
           05 WS-UNPLACED-COMPLAINTS   PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * SCORECARD BY AGENCY -- SAME FIND-OR-ADD PATTERN AS THE         *
              10 WS-AGY-COMMISSION-AMT PIC 9(12)V99.
              10 WS-AGY-INCURRED-AMT   PIC 9(12)V99.
              10 WS-AGY-CLAIM-CNT      PIC 9(6).
              10 WS-AGY-COMPLAINT-CNT  PIC 9(6).
              10 WS-AGY-JUSTIFIED-CNT  PIC 9(6).

       01  WS-AGY-MATCH-IDX            PIC 99 VALUE ZERO.
       01  WS-AGY-WORK-CODE            PIC X(4).
           05 WS-COMM-RATIO            PIC 999V99.
           05 WS-COMBINED-RATIO        PIC 999V99.

      *    Complaint window -- received within the 365 days up to
      *    the run date.
       01  WS-COMPLAINT-WINDOW         COMP.
           05 WS-TODAY-INT             PIC 9(9).
           05 WS-WINDOW-START-INT      PIC 9(9).
       01  WS-WINDOW-START-DATE        PIC 9(8).

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

           PERFORM P300-ACCUM-PREMIUMS
           PERFORM P400-ACCUM-COMMISSIONS THRU P400-EXIT
           PERFORM P500-ACCUM-LOSSES THRU P500-EXIT
           PERFORM P550-ACCUM-COMPLAINTS THRU P550-EXIT
           PERFORM P600-WRITE-SCORECARD
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                                   (WS-CURRENT-DATE)
           COMPUTE WS-WINDOW-START-INT = WS-TODAY-INT - 365
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
                                           (WS-WINDOW-START-INT).

       P250-VERIFY-CONTROL-TOTALS.
           OPEN INPUT CONTROL-FILE
               SET WS-XREF-MATCH-IDX TO XREF-IDX
           END-IF.

      *----------------------------------------------------------------*
      * CONSUMER COMPLAINTS BY AGENCY -- THE AGENCY ON THE COMPLAINT   *
      * WAS TAKEN FROM THE POLICY WHEN IT WAS OPENED.  AN AGENCY WITH  *
      * COMPLAINTS BUT NO CURRENT BUSINESS STILL GETS A SECTION.       *
      *----------------------------------------------------------------*
       P550-ACCUM-COMPLAINTS.
           OPEN INPUT COMPLAINT-FILE
           IF NOT COMPLAINT-OK
               DISPLAY 'Warning: Complaint master unavailable: '
                       WS-CPL-STAT
               GO TO P550-EXIT
           END-IF
           PERFORM P560-READ-COMPLAINT
           PERFORM UNTIL COMPLAINT-EOF
               PERFORM P570-PROCESS-COMPLAINT THRU P570-EXIT
               PERFORM P560-READ-COMPLAINT
           END-PERFORM
           CLOSE COMPLAINT-FILE.

       P550-EXIT.
           EXIT.

       P560-READ-COMPLAINT.
           READ COMPLAINT-FILE NEXT
           END-READ.

       P570-PROCESS-COMPLAINT.
           IF CPL-RECEIVED-DATE NOT NUMERIC OR
              CPL-RECEIVED-DATE < WS-WINDOW-START-DATE OR
              CPL-RECEIVED-DATE > WS-CURRENT-DATE
               GO TO P570-EXIT
           END-IF

           IF CPL-AGENCY-CODE = SPACES
               ADD 1 TO WS-UNPLACED-COMPLAINTS
               GO TO P570-EXIT
           END-IF

           MOVE CPL-AGENCY-CODE TO WS-AGY-WORK-CODE
           PERFORM P700-FIND-OR-ADD-AGENCY
           IF WS-AGY-MATCH-IDX > ZERO
               SET AGY-IDX TO WS-AGY-MATCH-IDX
               ADD 1 TO WS-AGY-COMPLAINT-CNT (AGY-IDX)
               IF CPL-CLOSED AND CPL-JUSTIFIED
                   ADD 1 TO WS-AGY-JUSTIFIED-CNT (AGY-IDX)
               END-IF
           END-IF.

       P570-EXIT.
           EXIT.

       P700-FIND-OR-ADD-AGENCY.
           MOVE ZERO TO WS-AGY-MATCH-IDX
           PERFORM P710-CHECK-AGENCY-ENTRY
                   MOVE ZERO TO WS-AGY-COMMISSION-AMT (AGY-IDX)
                   MOVE ZERO TO WS-AGY-INCURRED-AMT (AGY-IDX)
                   MOVE ZERO TO WS-AGY-CLAIM-CNT (AGY-IDX)
                   MOVE ZERO TO WS-AGY-COMPLAINT-CNT (AGY-IDX)
                   MOVE ZERO TO WS-AGY-JUSTIFIED-CNT (AGY-IDX)
               END-IF
           END-IF.

           STRING 'Unmatched Claims:  ' WS-UNMATCHED-CLAIMS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Complaints Since:  ' WS-WINDOW-START-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'No Agency On File: ' WS-UNPLACED-COMPLAINTS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '  COMPLAINTS:       ' WS-AGY-COMPLAINT-CNT (AGY-IDX)
                  '  JUSTIFIED: ' WS-AGY-JUSTIFIED-CNT (AGY-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-AGY-WRITTEN-PREM (AGY-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING '  WRITTEN PREMIUM:  ' WS-AMT-DISPLAY
           MOVE 'LGAPSCD1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-PREM-REC-CNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
