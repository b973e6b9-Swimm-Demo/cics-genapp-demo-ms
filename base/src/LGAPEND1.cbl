                  RECORD KEY IS LDG-POLICY-NUM
                  FILE STATUS IS WS-LDG-STAT.

      *    Read only, for the policy's terms on the history record.
           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NUM
                  FILE STATUS IS WS-POL-STAT.

           SELECT ENDORSED-FILE ASSIGN TO 'ENDORSED.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STAT.
       FD  LEDGER-FILE.
           COPY PREMLEDG.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       FD  ENDORSED-FILE.
       01  ENDORSED-LINE               PIC X(200).

       01  WS-LEDGER-USED              PIC X VALUE 'N'.
           88 LEDGER-WAS-USED          VALUE 'Y'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

       01  WS-OUT-STAT                 PIC X(2).
           88 ENDORSED-FILE-OK         VALUE '00'.

      *    so the ledger maintenance run can parse them with NUMVAL.
       01  WS-ADDL-PREM-CSV            PIC -9(8).99.

       01  WS-HIST-PREMIUM             PIC S9(10)V99.

      *    Policy history record, written through LGAPPHW1.
           COPY POLHREQ.
           COPY POLHIST.

       PROCEDURE DIVISION.

       P100-MAIN.
                       'premium base taken from OUTPUT.DAT'
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY 'Warning: policy master unavailable - '
                       'history records carry no policy terms'
           END-IF

           OPEN INPUT ENDORSEMENT-FILE
           IF NOT ENDORSEMENT-OK
               DISPLAY 'ERROR: Cannot open endorsement file: '
               PERFORM P540-CALC-ADDITIONAL-PREMIUM
               ADD WS-ADDL-PREMIUM TO WS-TOTAL-ADDL-PREM
               MOVE 'PROCESSED' TO WS-ENDO-RESULT
               PERFORM P560-WRITE-POLICY-HISTORY THRU P560-EXIT
           ELSE
               ADD 1 TO WS-NOT-FOUND-CNT
               MOVE 'NOT FOUND' TO WS-ENDO-RESULT
                  DELIMITED BY SIZE INTO ENDORSED-LINE
           WRITE ENDORSED-LINE.

      *----------------------------------------------------------------*
      * APPEND THE ENDORSEMENT TO THE POLICY HISTORY.  THE PREMIUM     *
      * MOVES FROM THE BASE THE CHANGE WAS RATED ON BY THE ADDITIONAL  *
      * OR RETURN PREMIUM; THE TERMS COME OFF THE POLICY MASTER.       *
      *----------------------------------------------------------------*
       P560-WRITE-POLICY-HISTORY.
           MOVE SPACES TO POLICY-HISTORY-RECORD
           MOVE 'ENDORSE' TO PHS-TRAN-TYPE
           MOVE ENDO-EFFECTIVE-DATE TO PHS-EFFECTIVE-DATE
           IF LEDGER-WAS-USED
               MOVE LDG-TOTAL-PREMIUM TO WS-HIST-PREMIUM
           ELSE
               COMPUTE WS-HIST-PREMIUM =
                   FUNCTION NUMVAL(OUT-TOTAL-PREMIUM)
           END-IF
           MOVE WS-HIST-PREMIUM TO PHS-BEFORE-PREMIUM
           ADD WS-ADDL-PREMIUM TO WS-HIST-PREMIUM
           IF WS-HIST-PREMIUM < ZERO
               MOVE ZERO TO WS-HIST-PREMIUM
           END-IF
           MOVE WS-HIST-PREMIUM TO PHS-AFTER-PREMIUM
           MOVE ENDO-PERIL-TYPE TO PHS-REFERENCE
           MOVE WS-MATCHED-POLICY-NUM TO PHS-POLICY-NUM
           MOVE ENDO-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE 'APPROVED' TO PHS-BEFORE-STATUS
           MOVE 'APPROVED' TO PHS-AFTER-STATUS
           MOVE ZERO TO PHS-TERM-EFFECTIVE-DATE
           MOVE ZERO TO PHS-TERM-EXPIRY-DATE
           IF MASTER-IS-OPEN
               MOVE WS-MATCHED-POLICY-NUM TO POL-POLICY-NUM
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE POL-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
                       MOVE POL-STATUS TO PHS-BEFORE-STATUS
                       MOVE POL-STATUS TO PHS-AFTER-STATUS
                       MOVE POL-EFFECTIVE-DATE
                            TO PHS-TERM-EFFECTIVE-DATE
                       MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
                       MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
                       MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
                       MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
               END-READ
           END-IF
           MOVE 'LGAPEND1' TO PHS-ORIG-PROGRAM
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

       P560-EXIT.
           EXIT.

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF LEDGER-IS-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD
           CLOSE ENDORSEMENT-FILE
           CLOSE ENDORSED-FILE
           CLOSE REPORT-FILE.
           MOVE 'LGAPEND1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-TRANS TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
