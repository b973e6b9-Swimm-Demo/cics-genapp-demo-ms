           COPY OUTPUTREC.

       FD  CORRECTED-FILE.
           COPY OUTPUTREC REPLACING
                ==OUTPUT-RECORD== BY ==CORRECTED-RECORD==
                LEADING ==OUT-== BY ==COR-==.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.
       01  WS-POLICY-FOUND             PIC X VALUE 'N'.
           88 POLICY-WAS-FOUND         VALUE 'Y'.

      *    The policy's output record as found on today's file, held
      *    for re-issue with the underwriter's final status.
           COPY OUTPUTREC REPLACING
                ==OUTPUT-RECORD== BY ==WS-SAVED-OUTPUT-RECORD==
                LEADING ==OUT-== BY ==SAV-==.

       01  WS-MACHINE-VERDICT          PIC X(20).
       01  WS-FINAL-STATUS             PIC X(20).
       01  WS-DSP-RESULT               PIC X(15).
       01  WS-PST-CALL-CNT             PIC 9(6) VALUE ZERO.
           COPY PSTBIND.

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
           IF NOT POLICY-MASTER-OK
               DISPLAY 'Warning: Cannot open policy master file: '

           OPEN EXTEND CORRECTED-FILE
           IF CORRECTED-OK
               WRITE CORRECTED-RECORD FROM OUTPUT-RECORD
               CLOSE CORRECTED-FILE
               COMPUTE WS-CORRECTED-PREM-TOTAL =
                   WS-CORRECTED-PREM-TOTAL +
               INVALID KEY
                   GO TO P555-EXIT
           END-READ
           MOVE SPACES TO POLICY-HISTORY-RECORD
           MOVE 'DISPOS' TO PHS-TRAN-TYPE
           MOVE WS-CURRENT-DATE TO PHS-EFFECTIVE-DATE
           MOVE POL-TOTAL-PREMIUM TO PHS-BEFORE-PREMIUM
           MOVE POL-STATUS TO PHS-BEFORE-STATUS
           MOVE DSP-REASON-CODE TO PHS-REFERENCE
           MOVE WS-FINAL-STATUS TO POL-STATUS
           REWRITE POLICY-MASTER-RECORD
           PERFORM P557-WRITE-POLICY-HISTORY.

       P555-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPEND THE UNDERWRITER'S DECISION TO THE POLICY HISTORY -- THE *
      * REFERENCE IS THE DECISION'S REASON CODE.                       *
      *----------------------------------------------------------------*
       P557-WRITE-POLICY-HISTORY.
           MOVE POL-TOTAL-PREMIUM TO PHS-AFTER-PREMIUM
           MOVE POL-POLICY-NUM TO PHS-POLICY-NUM
           MOVE POL-CUSTOMER-NUM TO PHS-CUSTOMER-NUM
           MOVE POL-STATUS TO PHS-AFTER-STATUS
           MOVE POL-EFFECTIVE-DATE TO PHS-TERM-EFFECTIVE-DATE
           MOVE POL-EXPIRY-DATE TO PHS-TERM-EXPIRY-DATE
           MOVE POL-AGENCY-CODE TO PHS-AGENCY-CODE
           MOVE POL-TERRITORY-CODE TO PHS-TERRITORY-CODE
           MOVE POL-POLICY-TYPE TO PHS-POLICY-TYPE
           MOVE 'LGAPDSP1' TO PHS-ORIG-PROGRAM
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

       P560-WRITE-AUDIT-RECORD.
      *    Same shape as LGAPDB01's P011DA audit entry: the machine
      *    verdict sits in the DB03-verdict column and the human
                TO PST-POLICY-FEE
           MOVE FUNCTION NUMVAL(OUT-INSPECTION-FEE)
                TO PST-INSPECTION-FEE
           MOVE FUNCTION NUMVAL(OUT-SL-TAX)
                TO PST-SL-TAX
           MOVE FUNCTION NUMVAL(OUT-STAMPING-FEE)
                TO PST-STAMPING-FEE
           MOVE FUNCTION NUMVAL(OUT-TOTAL-PREMIUM)
                TO PST-TOTAL-PREMIUM
           MOVE OUT-EFFECTIVE-DATE TO PST-EFFECTIVE-DATE
           IF WS-PST-CALL-CNT > ZERO
               MOVE 'CLOSE' TO PST-FUNCTION
               CALL WS-PST-PROGRAM USING PST-BIND-DATA
           END-IF
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD.

      *----------------------------------------------------------------*
      * THE CORRECTED RECORDS WERE APPENDED TO OUTPUT.DAT, SO THE      *
       P710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPDSP1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
           MOVE 'LGAPDSP1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-TRANS TO RST-RECORD-COUNT
           MOVE WS-CORRECTED-PREM-TOTAL TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
