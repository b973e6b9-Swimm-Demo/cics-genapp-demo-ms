       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

      *    Input file fingerprint request, passed to LGAPDUP1.
           COPY DUPREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P150-CHECK-DUPLICATE-INPUT
           PERFORM P250-VERIFY-CONTROL-TOTALS THRU P250-EXIT
           PERFORM P300-OPEN-LEDGER
           PERFORM P400-SEED-FROM-OUTPUT THRU P400-EXIT
           PERFORM P560-PURGE-TERMINATED THRU P560-EXIT
           PERFORM P600-WRITE-SUMMARY THRU P600-EXIT
           PERFORM P700-CLOSE-FILES
           PERFORM P985-LOG-INPUT-FINGERPRINT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      * REFUSE AN ENDORSEMENT EXTRACT (ENDORSED.DAT) THIS JOB HAS      *
      * ALREADY APPLIED -- SAME RECORD COUNT, AMOUNT HASH AND FIRST    *
      * AND LAST KEYS (LGAPDUP1).  A GENUINE RE-RUN AFTER A RESTORE    *
      * GOES THROUGH WITH RERUN_OVERRIDE SET TO LGAPLDG1.              *
      *----------------------------------------------------------------*
       P150-CHECK-DUPLICATE-INPUT.
           MOVE 'CHECK' TO DPR-FUNCTION
           MOVE 'LGAPLDG1' TO DPR-JOB-NAME
           MOVE 'ENDORSED.DAT' TO DPR-FILE-NAME
           MOVE 'C' TO DPR-FILE-FORMAT
           MOVE 1 TO DPR-HEADER-LINES
           MOVE 1 TO DPR-KEY-START
           MOVE ZERO TO DPR-KEY-LENGTH
           MOVE 5 TO DPR-AMOUNT-START
           MOVE ZERO TO DPR-AMOUNT-LENGTH
           MOVE RETURN-CODE TO DPR-CALLER-RC
           CALL 'LGAPDUP1' USING DUPLICATE-CHECK-REQUEST
           IF DPR-REPEAT-REFUSED
               DISPLAY 'ERROR: ENDORSED.DAT was already applied '
                       'by the run of ' DPR-PRIOR-RUN-DATE ' '
                       DPR-PRIOR-RUN-TIME ' - run refused'
               MOVE 16 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF
           IF DPR-REPEAT-OVERRIDDEN
               DISPLAY 'Warning: ENDORSED.DAT was already '
                       'applied by the run of ' DPR-PRIOR-RUN-DATE ' '
                       DPR-PRIOR-RUN-TIME ' - re-run under operator '
                       'override'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

       P300-OPEN-LEDGER.
      *    The ledger persists across runs; the first ever run
      *    creates it, the same pattern as the policy master.
           MOVE 'PREMLEDG.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O LEDGER-FILE
           IF LEDGER-MISSING
               OPEN OUTPUT LEDGER-FILE
       P700-CLOSE-FILES.
           CLOSE LEDGER-FILE.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPLDG1' TO GNR-JOB-NAME
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
           MOVE 'LGAPLDG1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-PREM-REC-CNT TO RST-RECORD-COUNT
           MOVE ZERO TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
               WHEN 4  MOVE 'WARNINGS' TO RST-STATUS-TEXT
               WHEN 8  MOVE 'OUT OF BALANCE' TO RST-STATUS-TEXT
               WHEN 12 MOVE 'FATAL' TO RST-STATUS-TEXT
               WHEN 16 MOVE 'DUPLICATE INPUT' TO RST-STATUS-TEXT
               WHEN OTHER MOVE 'CHECK LOG' TO RST-STATUS-TEXT
           END-EVALUATE
           WRITE RUN-STATUS-RECORD
