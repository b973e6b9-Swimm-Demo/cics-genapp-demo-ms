      *          PRODUCTION FILE, AND THE DEFERRED POLICY-MASTER,     *
      *          CUSTOMER-MASTER AND ACCUMULATION UPDATES THE         *
      *          STREAMS COULD NOT APPLY CONCURRENTLY ARE PLAYED      *
      *          BACK HERE SINGLE-THREADED, AS ARE THE STREAMS'       *
      *          POLICY HISTORY RECORDS, WHICH ARE SEQUENCED ONTO     *
      *          POLHIST.DAT THROUGH LGAPPHW1.                        *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AAP-STAT.

           SELECT HISTORY-SLICE-FILE
                  ASSIGN TO DYNAMIC WS-POLHIST-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HSL-STAT.

           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
       FD  ACCUM-APPLY-FILE.
       01  ACCUM-APPLY-RECORD          PIC X(80).

       FD  HISTORY-SLICE-FILE.
       01  HISTORY-SLICE-RECORD        PIC X(215).

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

           88 ACCUM-APPLY-EOF          VALUE '10'.
           88 ACCUM-APPLY-MISSING      VALUE '35'.

       01  WS-HSL-STAT                 PIC X(2).
           88 HISTORY-SLICE-OK         VALUE '00'.
           88 HISTORY-SLICE-EOF        VALUE '10'.
           88 HISTORY-SLICE-MISSING    VALUE '35'.

       01  WS-POL-STAT                 PIC X(2).
           88 POLICY-MASTER-OK         VALUE '00'.
           88 POLICY-MASTER-MISSING    VALUE '35'.
       01  WS-POLAPPLY-NAME            PIC X(30).
       01  WS-CUSAPPLY-NAME            PIC X(30).
       01  WS-ACCAPPLY-NAME            PIC X(30).
       01  WS-POLHIST-NAME             PIC X(30).
       01  WS-DELETE-NAME              PIC X(30).
       01  WS-DELETE-RESULT            PIC S9(9) COMP.

           05 FILLER PIC X(26) VALUE 'GLJRNL  .DAT GLJRNL.DAT  O'.
           05 FILLER PIC X(26) VALUE 'PRIORCMP.DAT PRIORCMP.DATO'.
           05 FILLER PIC X(26) VALUE 'RISKBRK .DAT RISKBRK.DAT O'.
           05 FILLER PIC X(26) VALUE 'PREMWKS .DAT PREMWKS.DAT O'.
           05 FILLER PIC X(26) VALUE 'REFERRAL.DAT REFERRAL.DATO'.
           05 FILLER PIC X(26) VALUE 'DECLNOT .DAT DECLNOT.DAT O'.
           05 FILLER PIC X(26) VALUE 'DECPAGE .DAT DECPAGE.DAT O'.
           05 FILLER PIC X(26) VALUE 'EQSCHED .DAT EQSCHED.DAT E'.
           05 FILLER PIC X(26) VALUE 'HELDPA  .NEW HELDPA.DAT  E'.
       01  WS-SIDE-FILE-ENTRIES REDEFINES WS-SIDE-FILE-TABLE.
           05 WS-SIDE-ENTRY            OCCURS 15 TIMES
                                       INDEXED BY SDE-IDX.
              10 WS-SDE-PREFIX         PIC X(8).
              10 WS-SDE-SUFFIX         PIC X(4).
           05 WS-POL-APPLIED-CNT       PIC 9(8) VALUE ZERO.
           05 WS-CUS-APPLIED-CNT       PIC 9(8) VALUE ZERO.
           05 WS-ACC-APPLIED-CNT       PIC 9(8) VALUE ZERO.
           05 WS-HST-APPLIED-CNT       PIC 9(8) VALUE ZERO.

       COPY ACCUMREC REPLACING
            ==ACCUMULATION-RECORD== BY ==WS-ACCUM-DELTA==
       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).

      *    Policy history record, written through LGAPPHW1.
           COPY POLHREQ.
           COPY POLHIST.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P550-WRITE-OUTPUT-CONTROL THRU P550-EXIT
           PERFORM P560-MERGE-SIDE-FILES THRU P560-EXIT
                   VARYING SDE-IDX FROM 1 BY 1
                   UNTIL SDE-IDX > 15
           PERFORM P570-MERGE-STAT-EXTRACT THRU P570-EXIT
           PERFORM P580-APPLY-POLICY-MASTERS THRU P580-EXIT
           PERFORM P585-APPLY-CUSTOMER-MASTERS THRU P585-EXIT
           PERFORM P590-APPLY-ACCUM-DELTAS THRU P590-EXIT
           PERFORM P595-APPLY-POLICY-HISTORY THRU P595-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

      * (RC 8) SO THE MERGE CAN BE RERUN; APPLIED SLICES ARE DELETED.  *
      *----------------------------------------------------------------*
       P580-APPLY-POLICY-MASTERS.
           MOVE 'POLMAST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O POLICY-MASTER-FILE
           IF POLICY-MASTER-MISSING
               OPEN OUTPUT POLICY-MASTER-FILE
           END-READ.

       P585-APPLY-CUSTOMER-MASTERS.
           MOVE 'CUSTMST.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O CUSTOMER-MASTER-FILE
           IF CUSTOMER-MASTER-MISSING
               OPEN OUTPUT CUSTOMER-MASTER-FILE
           END-READ.

       P590-APPLY-ACCUM-DELTAS.
           MOVE 'ACCUM.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN I-O ACCUMULATION-FILE
           IF ACCUMULATION-MISSING
               OPEN OUTPUT ACCUMULATION-FILE
       P593-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PLAY THE STREAMS' POLICY HISTORY SLICES ONTO POLHIST.DAT       *
      * THROUGH LGAPPHW1, WHICH SEQUENCES THEM BUT KEEPS THE DATE,     *
      * TIME AND RUN EACH WAS PROCESSED UNDER.  A SLICE THAT CANNOT    *
      * BE WRITTEN IN FULL IS KEPT (RC 8) FOR THE RERUN.               *
      *----------------------------------------------------------------*
       P595-APPLY-POLICY-HISTORY.
           PERFORM P596-APPLY-ONE-HST-SLICE THRU P596-EXIT
                   VARYING WS-STREAM-NO FROM 1 BY 1
                   UNTIL WS-STREAM-NO > WS-STREAM-COUNT
           MOVE 'CLOSE' TO PHR-FUNCTION
           MOVE RETURN-CODE TO PHR-CALLER-RC
           CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                 POLICY-HISTORY-RECORD
           DISPLAY 'Policy history records applied: '
                   WS-HST-APPLIED-CNT.

       P595-EXIT.
           EXIT.

       P596-APPLY-ONE-HST-SLICE.
           MOVE SPACES TO WS-POLHIST-NAME
           STRING 'POLHST' WS-STREAM-NO '.DAT'
                  DELIMITED BY SIZE INTO WS-POLHIST-NAME
           OPEN INPUT HISTORY-SLICE-FILE
           IF HISTORY-SLICE-MISSING
               GO TO P596-EXIT
           END-IF
           IF NOT HISTORY-SLICE-OK
               DISPLAY 'Warning: cannot open slice ' WS-POLHIST-NAME
                       ' status ' WS-HSL-STAT
               MOVE 4 TO RETURN-CODE
               GO TO P596-EXIT
           END-IF
           MOVE 'WRITE' TO PHR-FUNCTION
           MOVE ZERO TO PHR-STREAM-ID
           MOVE ZERO TO PHR-RETURN-CODE
           PERFORM P597-READ-HST-SLICE
           PERFORM UNTIL HISTORY-SLICE-EOF OR PHR-NOT-WRITTEN
               MOVE HISTORY-SLICE-RECORD TO POLICY-HISTORY-RECORD
               MOVE RETURN-CODE TO PHR-CALLER-RC
               CALL 'LGAPPHW1' USING POLICY-HISTORY-REQUEST
                                     POLICY-HISTORY-RECORD
               IF PHR-WRITTEN
                   ADD 1 TO WS-HST-APPLIED-CNT
               END-IF
               PERFORM P597-READ-HST-SLICE
           END-PERFORM
           CLOSE HISTORY-SLICE-FILE
           IF PHR-NOT-WRITTEN
               DISPLAY 'ERROR: policy history not written - slice '
                       WS-POLHIST-NAME ' kept'
               MOVE 8 TO RETURN-CODE
               GO TO P596-EXIT
           END-IF
           MOVE WS-POLHIST-NAME TO WS-DELETE-NAME
           CALL 'CBL_DELETE_FILE' USING WS-DELETE-NAME
                RETURNING WS-DELETE-RESULT.

       P596-EXIT.
           EXIT.

       P597-READ-HST-SLICE.
           READ HISTORY-SLICE-FILE
           END-READ.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPMRG2' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE, 12 FATAL.  RESTART DECISIONS      *
           MOVE 'LGAPMRG2' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-MERGED-REC-CNT TO RST-RECORD-COUNT
           MOVE WS-CTL-PREMIUM-TOTAL TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
