      *          RETURNED FOR THE REMAINDER OF THE POLICY TERM.       *
      *          INSURED-REQUESTED CANCELLATIONS ARE SHORT-RATED;     *
      *          COMPANY/NONPAY CANCELLATIONS ARE RETURNED PRO-RATA.  *
      *          A COMPANY-INITIATED CANCELLATION CANNOT TAKE EFFECT  *
      *          BEFORE THE STATE'S ADVANCE NOTICE PERIOD (LGAPNTC1)  *
      *          HAS RUN FROM TODAY'S MAILING -- AN EARLIER REQUESTED *
      *          DATE IS PUSHED OUT TO THE EARLIEST LEGAL DATE, AND   *
      *          THE INSURED'S NOTICE IS WRITTEN TO CANNOT.DAT.       *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CMT-STAT.

      *    Statutory cancellation notices to the insured, carrying
      *    the mail date and the earliest legal effective date.
           SELECT INSURED-NOTICE-FILE ASSIGN TO 'CANNOT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INO-STAT.

      *    The issuance snapshot, for the cancelled policy's limits
      *    and postcode when netting it out of the accumulation.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
       FD  CANCEL-NOTICE-FILE.
       01  CANCEL-NOTICE-LINE          PIC X(200).

       FD  INSURED-NOTICE-FILE.
           COPY CANCNOT.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.


       01  WS-LENDER-NOTICE-CNT        PIC 9(6) VALUE ZERO.

       01  WS-INO-STAT                 PIC X(2).
           88 INSURED-NOTICE-OK        VALUE '00'.

       01  WS-INSURED-NOTICE-OPEN      PIC X VALUE 'N'.
           88 INSURED-NOTICE-IS-OPEN   VALUE 'Y'.

      *----------------------------------------------------------------*
      * STATUTORY ADVANCE NOTICE.  THE PERIOD FOR THE POLICY'S STATE,  *
      * REASON, TYPE AND TIME IN FORCE COMES FROM LGAPNTC1; WHERE THE  *
      * TABLE HAS NO RULE THESE DEFAULTS APPLY.  THE NOTICE IS MAILED  *
      * ON THE RUN DATE.                                               *
      *----------------------------------------------------------------*
       01  WS-DEFAULT-NONPAY-DAYS      PIC 9(3) VALUE 10.
       01  WS-DEFAULT-COMPANY-DAYS     PIC 9(3) VALUE 30.
       01  WS-CURRENT-DATE             PIC 9(8).
       01  WS-REQUESTED-DATE           PIC 9(8).
       01  WS-INSURED-NOTICE-CNT       PIC 9(6) VALUE ZERO.
       01  WS-DEFERRED-CNT             PIC 9(6) VALUE ZERO.

           COPY NOTCREQ.

      *    Policy history record, written through LGAPPHW1.
           COPY POLHREQ.
           COPY POLHIST.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-RETURN-PAYEE             PIC X(40).
       01  WS-PFC-DIRECTED-CNT         PIC 9(6) VALUE ZERO.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

      *    Input file fingerprint request, passed to LGAPDUP1.
           COPY DUPREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P150-CHECK-DUPLICATE-INPUT
           PERFORM P300-OPEN-FILES
           PERFORM P400-WRITE-RETURN-HEADER
           PERFORM P500-PROCESS-CANCELLATIONS
           PERFORM P600-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES
           PERFORM P985-LOG-INPUT-FINGERPRINT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      * REFUSE A CANCELLATION FILE (CANCEL.DAT) THIS JOB HAS           *
      * ALREADY APPLIED -- SAME RECORD COUNT, AMOUNT HASH AND FIRST    *
      * AND LAST KEYS (LGAPDUP1).  A GENUINE RE-RUN AFTER A RESTORE    *
      * GOES THROUGH WITH RERUN_OVERRIDE SET TO LGAPCAN1.              *
      *----------------------------------------------------------------*
       P150-CHECK-DUPLICATE-INPUT.
           MOVE 'CHECK' TO DPR-FUNCTION
           MOVE 'LGAPCAN1' TO DPR-JOB-NAME
           MOVE 'CANCEL.DAT' TO DPR-FILE-NAME
           MOVE 'F' TO DPR-FILE-FORMAT
           MOVE ZERO TO DPR-HEADER-LINES
           MOVE 1 TO DPR-KEY-START
           MOVE 12 TO DPR-KEY-LENGTH
           MOVE 25 TO DPR-AMOUNT-START
           MOVE 8 TO DPR-AMOUNT-LENGTH
           MOVE RETURN-CODE TO DPR-CALLER-RC
           CALL 'LGAPDUP1' USING DUPLICATE-CHECK-REQUEST
           IF DPR-REPEAT-REFUSED
               DISPLAY 'ERROR: CANCEL.DAT was already applied '
                       'by the run of ' DPR-PRIOR-RUN-DATE ' '
                       DPR-PRIOR-RUN-TIME ' - run refused'
               MOVE 16 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           IF DPR-REPEAT-OVERRIDDEN
               DISPLAY 'Warning: CANCEL.DAT was already '
                       'applied by the run of ' DPR-PRIOR-RUN-DATE ' '
                       DPR-PRIOR-RUN-TIME ' - re-run under operator '
                       'override'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM P210-LOAD-PFC-ASSIGNMENTS THRU P210-EXIT.

       P210-LOAD-PFC-ASSIGNMENTS.
      *    Opened for update: the cancellation is recorded on the
      *    policy master so the in-force view (and the renewal
      *    rebuild that selects on it) stops carrying the policy.
           MOVE 'POLMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           MOVE 'ACCUM.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
                   MOVE 'ALREADY CANCELLED' TO WS-CANX-RESULT
               ELSE
                   ADD 1 TO WS-MATCHED-CNT
                   PERFORM P535-APPLY-NOTICE-PERIOD THRU P535-EXIT
                   PERFORM P540-CALC-RETURN-PREMIUM
                   ADD WS-RETURN-PREMIUM TO WS-TOTAL-RETURN-PREM
                   MOVE 'PROCESSED' TO WS-CANX-RESULT
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * A COMPANY-INITIATED CANCELLATION IS VOID WITHOUT THE STATE'S   *
      * FULL ADVANCE NOTICE.  THE NOTICE GOES IN THE POST TODAY, SO A  *
      * REQUESTED DATE EARLIER THAN TODAY PLUS THE STATUTORY PERIOD IS *
      * PUSHED OUT TO THAT EARLIEST LEGAL DATE BEFORE THE RETURN       *
      * PREMIUM IS WORKED OUT.  THE INSURED'S OWN REQUEST NEEDS NO     *
      * NOTICE AND IS TAKEN AS DATED.                                  *
      *----------------------------------------------------------------*
       P535-APPLY-NOTICE-PERIOD.
           IF CANX-REASON-INSURED
               GO TO P535-EXIT
           END-IF

           MOVE SPACES TO NOTICE-PERIOD-REQUEST
           MOVE SPACES TO CANCEL-NOTICE-RECORD
           MOVE ZERO TO NTR-INCEPTION-DATE
           IF MASTER-IS-OPEN AND WS-MATCHED-POLICY-NUM NOT = SPACES
               MOVE WS-MATCHED-POLICY-NUM TO POL-POLICY-NUM
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE POL-TERRITORY-CODE (1:2) TO NTR-STATE
                       MOVE POL-POLICY-TYPE TO NTR-POLICY-TYPE
                       MOVE POL-EFFECTIVE-DATE TO NTR-INCEPTION-DATE
                       MOVE POL-CUSTOMER-NAME TO CNO-CUSTOMER-NAME
                       MOVE POL-ADDRESS TO CNO-ADDRESS
               END-READ
           END-IF
           MOVE CANX-CANCEL-REASON TO NTR-REASON
           MOVE WS-CURRENT-DATE TO NTR-MAIL-DATE
           IF CANX-REASON-NONPAY OR CANX-REASON-PFC
               MOVE WS-DEFAULT-NONPAY-DAYS TO NTR-DEFAULT-DAYS
           ELSE
               MOVE WS-DEFAULT-COMPANY-DAYS TO NTR-DEFAULT-DAYS
           END-IF
           CALL 'LGAPNTC1' USING NOTICE-PERIOD-REQUEST

           MOVE CANX-CANCEL-DATE TO WS-REQUESTED-DATE
           IF CANX-CANCEL-DATE NOT NUMERIC OR
              CANX-CANCEL-DATE < NTR-EARLIEST-DATE
               MOVE NTR-EARLIEST-DATE TO CANX-CANCEL-DATE
               ADD 1 TO WS-DEFERRED-CNT
               MOVE SPACES TO REPORT-LINE
               STRING 'POLICY ' WS-MATCHED-POLICY-NUM
                      ' - ' CANX-CANCEL-REASON
                      ' CANCEL DATED ' WS-REQUESTED-DATE
                      ' MOVED TO ' NTR-EARLIEST-DATE
                      ' (' NTR-NOTICE-DAYS ' DAYS NOTICE, STATE '
                      NTR-STATE ')'
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM P536-WRITE-INSURED-NOTICE THRU P536-EXIT.

       P535-EXIT.
           EXIT.

       P536-WRITE-INSURED-NOTICE.
           IF NOT INSURED-NOTICE-IS-OPEN
               OPEN OUTPUT INSURED-NOTICE-FILE
               IF INSURED-NOTICE-OK
                   MOVE 'Y' TO WS-INSURED-NOTICE-OPEN
               ELSE
                   DISPLAY 'Warning: Cannot open insured cancel notice '
                           'file: ' WS-INO-STAT
                   MOVE 4 TO RETURN-CODE
                   GO TO P536-EXIT
               END-IF
           END-IF

           MOVE WS-CURRENT-DATE TO CNO-MAIL-DATE
           MOVE WS-MATCHED-POLICY-NUM TO CNO-POLICY-NUM
           MOVE CANX-CUSTOMER-NUM TO CNO-CUSTOMER-NUM
           MOVE NTR-STATE TO CNO-STATE
           MOVE CANX-CANCEL-REASON TO CNO-REASON
           MOVE NTR-NOTICE-DAYS TO CNO-NOTICE-DAYS
           MOVE WS-REQUESTED-DATE TO CNO-REQUESTED-DATE
           MOVE NTR-EARLIEST-DATE TO CNO-EARLIEST-DATE
           MOVE CANX-CANCEL-DATE TO CNO-EFFECTIVE-DATE
           WRITE CANCEL-NOTICE-RECORD
           ADD 1 TO WS-INSURED-NOTICE-CNT.

       P536-EXIT.
           EXIT.

       P540-CALC-RETURN-PREMIUM.
           IF LEDGER-WAS-USED
               MOVE LDG-TOTAL-PREMIUM TO WS-TOTAL-PREM

      *    Record the cancellation on the master -- the policy must
      *    stop looking in force.
           MOVE SPACES TO POLICY-HISTORY-RECORD
           MOVE 'CANCEL' TO PHS-TRAN-TYPE
           MOVE CANX-CANCEL-DATE TO PHS-EFFECTIVE-DATE
           MOVE POL-TOTAL-PREMIUM TO PHS-BEFORE-PREMIUM
           MOVE POL-STATUS TO PHS-BEFORE-STATUS
           MOVE CANX-CANCEL-REASON TO PHS-REFERENCE
           MOVE 'CANCELLED' TO POL-STATUS
           REWRITE POLICY-MASTER-RECORD
           PERFORM P575-WRITE-POLICY-HISTORY

           IF NOT ACCUM-IS-OPEN
               GO TO P570-EXIT
       P570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPEND THE CANCELLATION TO THE POLICY HISTORY.  THE PREMIUM    *
      * AFTER IS WHAT THE POLICY KEEPS ONCE THE RETURN IS PAID.        *
      *----------------------------------------------------------------*
       P575-WRITE-POLICY-HISTORY.
           IF WS-RETURN-PREMIUM < POL-TOTAL-PREMIUM
               COMPUTE PHS-AFTER-PREMIUM =
                   POL-TOTAL-PREMIUM - WS-RETURN-PREMIUM
           ELSE
               MOVE ZERO TO PHS-AFTER-PREMIUM
           END-IF
           MOVE POL-POLICY-NUM TO PHS-POLICY-NUM
           MOVE POL-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE POL-STATUS TO PHS-AFTER-STATUS
           MOVE POL-EFFECTIVE-DATE TO PHS-TERM-EFFECTIVE-DATE
           MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
           MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
           MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
           MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
           MOVE 'LGAPCAN1' TO PHS-ORIG-PROGRAM
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

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Insured Notices Written:' WS-INSURED-NOTICE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Deferred To Legal Date: ' WS-DEFERRED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           STRING 'Accumulation Released:  ' WS-ACCUM-RELEASED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOTICE-FILE-IS-OPEN
               CLOSE CANCEL-NOTICE-FILE
           END-IF
           IF INSURED-NOTICE-IS-OPEN
               CLOSE INSURED-NOTICE-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           IF ACCUM-IS-OPEN
               CLOSE ACCUMULATION-FILE
           END-IF
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD
           CLOSE CANCEL-FILE
           CLOSE RETURN-FILE
           CLOSE REPORT-FILE.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPCAN1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * ENTER THE INPUT FILE THIS RUN APPLIED IN THE PROCESSED-FILES   *
      * REGISTER, SO A LATER RUN FED THE SAME FILE REFUSES IT.         *
      *----------------------------------------------------------------*
       P985-LOG-INPUT-FINGERPRINT.
           MOVE 'LOG' TO DPR-FUNCTION
           MOVE RETURN-CODE TO DPR-CALLER-RC
           CALL 'LGAPDUP1' USING DUPLICATE-CHECK-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
           MOVE 'LGAPCAN1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-TRANS TO RST-RECORD-COUNT
           MOVE WS-TOTAL-RETURN-PREM TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
               WHEN 4  MOVE 'WARNINGS' TO RST-STATUS-TEXT
               WHEN 8  MOVE 'OUT OF BALANCE' TO RST-STATUS-TEXT
               WHEN 12 MOVE 'FATAL' TO RST-STATUS-TEXT
               WHEN 16 MOVE 'DUPLICATE INPUT' TO RST-STATUS-TEXT
               WHEN OTHER MOVE 'CHECK LOG' TO RST-STATUS-TEXT
           END-EVALUATE
           WRITE RUN-STATUS-RECORD
