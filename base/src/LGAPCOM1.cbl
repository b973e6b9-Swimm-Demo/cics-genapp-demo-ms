      * PURPOSE: READS THE PREMIUM OUTPUT FILE AND CALCULATES THE     *
      *          COMMISSION OWED TO EACH WRITING AGENCY ON EVERY      *
      *          APPROVED POLICY, THEN SUMMARIZES COMMISSION PAYABLE  *
      *          BY AGENCY.  AN AGENCY CONTRACTED FOR COMMISSION      *
      *          EARNED AS COLLECTED IS NOT PAID UP FRONT ON ITS      *
      *          INSTALLMENT POLICIES: THE COMMISSION GOES TO THE     *
      *          EARNING MASTER FOR LGAPPAY1 TO EARN AS THE           *
      *          INSTALLMENTS ARE PAID, AND A CANCELLATION COMES OFF  *
      *          THE UNEARNED PART BEFORE ANYTHING IS CLAWED BACK.    *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BRM-STAT.

      *    Agency master, for the agencies whose contracts pay
      *    commission as the premium is collected.  Optional.
           SELECT AGENCY-MASTER-FILE ASSIGN TO 'AGENCY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AGM-STAT.

      *    Commission written but not yet earned on those agencies'
      *    installment policies -- loaded whole, updated in core and
      *    rewritten, shared with LGAPPAY1.
           SELECT EARNING-MASTER-FILE ASSIGN TO 'COMMEARN.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CER-STAT.

           SELECT POLICY-MASTER-FILE ASSIGN TO 'POLMAST.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
           05 FILLER                   PIC X.
           05 BRM-OPERATOR-ID          PIC X(8).

       FD  AGENCY-MASTER-FILE.
           COPY AGENCYM.

       FD  EARNING-MASTER-FILE.
           COPY COMMEARN.

       FD  POLICY-MASTER-FILE.
           COPY POLMAST.

       01  WS-MASTER-OPEN              PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.

       01  WS-AGM-STAT                 PIC X(2).
           88 AGENCY-MASTER-OK         VALUE '00'.
           88 AGENCY-MASTER-EOF        VALUE '10'.

       01  WS-CER-STAT                 PIC X(2).
           88 EARNING-MASTER-OK        VALUE '00'.
           88 EARNING-MASTER-EOF       VALUE '10'.

      *----------------------------------------------------------------*
      * AGENCIES PAID AS THE PREMIUM IS COLLECTED, AND THE IN-CORE     *
      * EARNING MASTER -- SAME MASTER-UPDATE PATTERN AS THE CLAIMS     *
      * INTAKE RUN.  A POLICY DEFERRED HERE IS EARNED BY LGAPPAY1.     *
      *----------------------------------------------------------------*
       01  WS-EARNED-AGENCIES.
           05 WS-EAG-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-EAG-CODE              PIC X(4) OCCURS 200 TIMES
                                       INDEXED BY EAG-IDX.

       01  WS-EARNING-MASTER.
           05 WS-CER-COUNT             PIC 9(5) VALUE ZERO.
           05 WS-CER-ENTRY             OCCURS 10000 TIMES
                                       INDEXED BY CER-IDX.
              10 WS-CER-POLICY         PIC X(12).
              10 WS-CER-AGENCY         PIC X(4).
              10 WS-CER-CUSTOMER       PIC X(10).
              10 WS-CER-EFFECTIVE      PIC 9(8).
              10 WS-CER-EXPIRY         PIC 9(8).
              10 WS-CER-PREMIUM        PIC 9(8)V99.
              10 WS-CER-WRITTEN        PIC 9(8)V99.
              10 WS-CER-EARNED         PIC 9(8)V99.
              10 WS-CER-ACTIVITY       PIC 9(8).
              10 WS-CER-STATUS         PIC X(1).

       01  WS-EARNING-WORK.
           05 WS-CER-MATCH-IDX         PIC 9(5) VALUE ZERO.
           05 WS-ERN-AGENCY            PIC X(4).
           05 WS-ERN-PREMIUM           PIC 9(8)V99.
           05 WS-ERN-COMMISSION        PIC 9(8)V99.
           05 WS-ERN-EXPIRY            PIC 9(8).
           05 WS-ERN-UNEARNED          PIC 9(8)V99.
           05 WS-EAG-FOUND-IND         PIC X VALUE 'N'.
              88 EARNED-AGENCY-FOUND   VALUE 'Y'.
           05 WS-DEFER-IND             PIC X VALUE 'N'.
              88 COMMISSION-DEFERRED   VALUE 'Y'.
           05 WS-EARNING-CHANGED-IND   PIC X VALUE 'N'.
              88 EARNING-MASTER-CHANGED VALUE 'Y'.
           05 WS-EARNING-FULL-IND      PIC X VALUE 'N'.
              88 EARNING-TABLE-FULL    VALUE 'Y'.
           05 WS-DEFERRED-CNT          PIC 9(6) VALUE ZERO.
           05 WS-DEFERRED-AMT          PIC 9(12)V99 VALUE ZERO.
           05 WS-UNEARNED-OFFSET-CNT   PIC 9(6) VALUE ZERO.
           05 WS-UNEARNED-OFFSET-AMT   PIC 9(12)V99 VALUE ZERO.

       01  WS-COMMISSION-SCHEDULE.
           05 WS-SCH-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-SCH-ENTRY             OCCURS 100 TIMES
       01  WS-PCT-DISPLAY              PIC ZZ9.99.
       01  WS-AMT-DISPLAY              PIC Z,ZZZ,ZZZ,ZZ9.99.

      *    Master file generation request, passed to LGAPGEN1.
           COPY GENREQ.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P400-WRITE-COMMISSION-HEADER
           PERFORM P500-PROCESS-RECORDS
           PERFORM P560-PROCESS-CHARGEBACKS THRU P560-EXIT
           PERFORM P780-REWRITE-EARNING-MASTER THRU P780-EXIT
           PERFORM P600-WRITE-SUMMARY
           PERFORM P700-CLOSE-FILES
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM P210-LOAD-COMMISSION-SCHEDULE THRU P210-EXIT
           PERFORM P215-LOAD-SPLIT-TABLE THRU P215-EXIT
           PERFORM P218-LOAD-BOR-OVERRIDES THRU P218-EXIT
           PERFORM P230-LOAD-EARNED-AGENCIES THRU P230-EXIT
           PERFORM P235-LOAD-EARNING-MASTER THRU P235-EXIT.

      *    No agency master means no agency is on earned-as-collected
      *    terms -- everything is paid up front as before.
       P230-LOAD-EARNED-AGENCIES.
           OPEN INPUT AGENCY-MASTER-FILE
           IF NOT AGENCY-MASTER-OK
               GO TO P230-EXIT
           END-IF
           PERFORM P231-READ-AGENCY
           PERFORM UNTIL AGENCY-MASTER-EOF
               IF AGY-EARNED-AS-COLLECTED AND WS-EAG-COUNT < 200
                   ADD 1 TO WS-EAG-COUNT
                   SET EAG-IDX TO WS-EAG-COUNT
                   MOVE AGY-AGENCY-CODE TO WS-EAG-CODE (EAG-IDX)
               END-IF
               PERFORM P231-READ-AGENCY
           END-PERFORM
           CLOSE AGENCY-MASTER-FILE
           DISPLAY 'Agencies paid as collected: ' WS-EAG-COUNT.

       P230-EXIT.
           EXIT.

       P231-READ-AGENCY.
           READ AGENCY-MASTER-FILE
           END-READ.

       P235-LOAD-EARNING-MASTER.
           OPEN INPUT EARNING-MASTER-FILE
           IF NOT EARNING-MASTER-OK
               GO TO P235-EXIT
           END-IF
           PERFORM P236-READ-EARNING
           PERFORM UNTIL EARNING-MASTER-EOF
               PERFORM P237-STORE-EARNING
               PERFORM P236-READ-EARNING
           END-PERFORM
           CLOSE EARNING-MASTER-FILE.

       P235-EXIT.
           EXIT.

       P236-READ-EARNING.
           READ EARNING-MASTER-FILE
           END-READ.

       P237-STORE-EARNING.
           IF WS-CER-COUNT < 10000
               ADD 1 TO WS-CER-COUNT
               SET CER-IDX TO WS-CER-COUNT
               MOVE CER-POLICY-NUM TO WS-CER-POLICY (CER-IDX)
               MOVE CER-AGENCY-CODE TO WS-CER-AGENCY (CER-IDX)
               MOVE CER-CUSTOMER-NUM TO WS-CER-CUSTOMER (CER-IDX)
               MOVE CER-EFFECTIVE-DATE TO WS-CER-EFFECTIVE (CER-IDX)
               MOVE CER-EXPIRY-DATE TO WS-CER-EXPIRY (CER-IDX)
               MOVE CER-PREMIUM TO WS-CER-PREMIUM (CER-IDX)
               MOVE CER-COMM-WRITTEN TO WS-CER-WRITTEN (CER-IDX)
               MOVE CER-COMM-EARNED TO WS-CER-EARNED (CER-IDX)
               MOVE CER-LAST-ACTIVITY-DATE
                    TO WS-CER-ACTIVITY (CER-IDX)
               MOVE CER-STATUS TO WS-CER-STATUS (CER-IDX)
           ELSE
               MOVE 'Y' TO WS-EARNING-FULL-IND
           END-IF.

       P218-LOAD-BOR-OVERRIDES.
           OPEN INPUT BOR-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
               STOP RUN
           END-IF

           OPEN INPUT POLICY-MASTER-FILE
           IF POLICY-MASTER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF.

       P400-WRITE-COMMISSION-HEADER.
           STRING 'CUSTOMER_NUM' ',' 'AGENCY_CODE' ','
                  'TOTAL_PREMIUM' ',' 'COMMISSION_AMOUNT' ','
                  'POLICY_NUM'
                  DELIMITED BY SIZE INTO COMMISSION-LINE
           WRITE COMMISSION-LINE.

           STRING FUNCTION TRIM(OUT-CUSTOMER-NUM) ','
                  FUNCTION TRIM(WS-PAY-AGENCY) ','
                  FUNCTION TRIM(WS-PREM-CSV) ','
                  FUNCTION TRIM(WS-COMM-CSV) ','
                  FUNCTION TRIM(OUT-POLICY-NUM)
                  DELIMITED BY SIZE INTO COMMISSION-LINE
           WRITE COMMISSION-LINE.

                   UNTIL SPL-IDX > WS-SPL-COUNT

           IF WS-SPL-HIT-CNT = ZERO
               MOVE WS-PAY-AGENCY TO WS-ERN-AGENCY
               MOVE WS-TOTAL-PREM TO WS-ERN-PREMIUM
               MOVE WS-COMMISSION-AMT TO WS-ERN-COMMISSION
               PERFORM P750-DEFER-COMMISSION THRU P750-EXIT
               IF COMMISSION-DEFERRED
                   MOVE ZERO TO WS-COMMISSION-AMT
               END-IF
               PERFORM P540-WRITE-COMMISSION-RECORD
               PERFORM P550-ACCUM-AGENCY-TOTALS THRU P550-EXIT
               GO TO P700-EXIT
           ADD WS-SPL-PART-PREM TO WS-SPL-PREM-SO-FAR
           ADD WS-SPL-PART-COMM TO WS-SPL-COMM-SO-FAR

           MOVE WS-SPL-AGENCY (SPL-IDX) TO WS-ERN-AGENCY
           MOVE WS-SPL-PART-PREM TO WS-ERN-PREMIUM
           MOVE WS-SPL-PART-COMM TO WS-ERN-COMMISSION
           PERFORM P750-DEFER-COMMISSION THRU P750-EXIT
           IF COMMISSION-DEFERRED
               MOVE ZERO TO WS-SPL-PART-COMM
           END-IF

           MOVE WS-SPL-PART-PREM TO WS-PREM-CSV
           MOVE WS-SPL-PART-COMM TO WS-COMM-CSV
           MOVE SPACES TO COMMISSION-LINE
           STRING FUNCTION TRIM(WS-SPL-WORK-CUSTOMER) ','
                  FUNCTION TRIM(WS-SPL-AGENCY (SPL-IDX)) ','
                  FUNCTION TRIM(WS-PREM-CSV) ','
                  FUNCTION TRIM(WS-COMM-CSV) ','
                  FUNCTION TRIM(WS-SPL-WORK-POLICY)
                  DELIMITED BY SIZE INTO COMMISSION-LINE
           WRITE COMMISSION-LINE

               GO TO P560-EXIT
           END-IF

           PERFORM P561-READ-RETURN
           PERFORM UNTIL RETURN-EOF
               PERFORM P562-PROCESS-CHARGEBACK THRU P562-EXIT
               PERFORM P561-READ-RETURN
           END-PERFORM
           CLOSE RETURN-FILE.

       P560-EXIT.
           EXIT.
       P563-WRITE-CHARGEBACK-RECORD.
      *    Negative entry in the same extract layout, so the payables
      *    feed nets the clawback against the agency automatically.
           PERFORM P760-OFFSET-UNEARNED THRU P760-EXIT
           MOVE WS-CB-PART-PREM TO WS-PREM-CSV
           MOVE WS-CB-PART-COMM TO WS-CHARGEBACK-CSV
           MOVE SPACES TO COMMISSION-LINE
           STRING FUNCTION TRIM(WS-RET-CUSTOMER) ','
                  FUNCTION TRIM(WS-CB-WORK-AGENCY) ','
                  '-' FUNCTION TRIM(WS-PREM-CSV) ','
                  '-' FUNCTION TRIM(WS-CHARGEBACK-CSV) ','
                  FUNCTION TRIM(WS-SPL-WORK-POLICY)
                  DELIMITED BY SIZE INTO COMMISSION-LINE
           WRITE COMMISSION-LINE.

       P564-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EARNED AS COLLECTED -- ON AN AGENCY WITH THAT CONTRACT, A      *
      * DIRECT-BILLED POLICY (EVERY ONE IS ON AN INSTALLMENT           *
      * SCHEDULE) PAYS NOTHING UP FRONT: THE COMMISSION IS BOOKED TO   *
      * THE EARNING MASTER AGAINST THE TERM AND LGAPPAY1 EARNS IT AS   *
      * THE INSTALLMENTS ARE PAID.  AN AGENCY-BILLED POLICY IS PAID    *
      * AS BEFORE -- THE AGENCY COLLECTS AND KEEPS ITS COMMISSION.     *
      * THE SAME TERM SEEN AGAIN (A RERUN) IS NOT BOOKED TWICE.        *
      *----------------------------------------------------------------*
       P750-DEFER-COMMISSION.
           MOVE 'N' TO WS-DEFER-IND
           IF WS-EAG-COUNT = ZERO OR WS-ERN-COMMISSION = ZERO
               GO TO P750-EXIT
           END-IF
           MOVE 'N' TO WS-EAG-FOUND-IND
           PERFORM P751-CHECK-EARNED-AGENCY
                   VARYING EAG-IDX FROM 1 BY 1
                   UNTIL EAG-IDX > WS-EAG-COUNT
           IF NOT EARNED-AGENCY-FOUND
               GO TO P750-EXIT
           END-IF
           IF MASTER-IS-OPEN
               MOVE WS-SPL-WORK-POLICY TO POL-POLICY-NUM
               READ POLICY-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO POL-BILL-TYPE
               END-READ
               IF POL-AGENCY-BILLED
                   GO TO P750-EXIT
               END-IF
           END-IF

           MOVE ZERO TO WS-CER-MATCH-IDX
           PERFORM P752-CHECK-EARNING-TERM
                   VARYING CER-IDX FROM 1 BY 1
                   UNTIL CER-IDX > WS-CER-COUNT
           IF WS-CER-MATCH-IDX > ZERO
               MOVE 'Y' TO WS-DEFER-IND
               GO TO P750-EXIT
           END-IF
           IF WS-CER-COUNT >= 10000 OR EARNING-TABLE-FULL
               DISPLAY 'Warning: earning master full - commission on '
                       WS-SPL-WORK-POLICY ' paid up front'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO P750-EXIT
           END-IF

           COMPUTE WS-ERN-EXPIRY =
               OUT-EFFECTIVE-DATE + (OUT-POLICY-TERM * 10000)
           ADD 1 TO WS-CER-COUNT
           SET CER-IDX TO WS-CER-COUNT
           MOVE WS-SPL-WORK-POLICY TO WS-CER-POLICY (CER-IDX)
           MOVE WS-ERN-AGENCY TO WS-CER-AGENCY (CER-IDX)
           MOVE WS-SPL-WORK-CUSTOMER TO WS-CER-CUSTOMER (CER-IDX)
           MOVE OUT-EFFECTIVE-DATE TO WS-CER-EFFECTIVE (CER-IDX)
           MOVE WS-ERN-EXPIRY TO WS-CER-EXPIRY (CER-IDX)
           MOVE WS-ERN-PREMIUM TO WS-CER-PREMIUM (CER-IDX)
           MOVE WS-ERN-COMMISSION TO WS-CER-WRITTEN (CER-IDX)
           MOVE ZERO TO WS-CER-EARNED (CER-IDX)
           MOVE WS-CURRENT-DATE TO WS-CER-ACTIVITY (CER-IDX)
           MOVE 'A' TO WS-CER-STATUS (CER-IDX)
           MOVE 'Y' TO WS-EARNING-CHANGED-IND
           MOVE 'Y' TO WS-DEFER-IND
           ADD 1 TO WS-DEFERRED-CNT
           ADD WS-ERN-COMMISSION TO WS-DEFERRED-AMT.

       P750-EXIT.
           EXIT.

       P751-CHECK-EARNED-AGENCY.
           IF WS-EAG-CODE (EAG-IDX) = WS-ERN-AGENCY
               MOVE 'Y' TO WS-EAG-FOUND-IND
           END-IF.

       P752-CHECK-EARNING-TERM.
           IF WS-CER-POLICY (CER-IDX) = WS-SPL-WORK-POLICY AND
              WS-CER-AGENCY (CER-IDX) = WS-ERN-AGENCY AND
              WS-CER-EFFECTIVE (CER-IDX) = OUT-EFFECTIVE-DATE
               SET WS-CER-MATCH-IDX TO CER-IDX
           END-IF.

      *----------------------------------------------------------------*
      * A CANCELLATION ON A TERM STILL BEING EARNED FIRST COMES OFF    *
      * THE COMMISSION NOT YET EARNED; ONLY WHAT IS LEFT OVER IS       *
      * CLAWED BACK FROM COMMISSION ALREADY PAID.  THE TERM EARNS      *
      * NOTHING FURTHER.                                               *
      *----------------------------------------------------------------*
       P760-OFFSET-UNEARNED.
           MOVE ZERO TO WS-CER-MATCH-IDX
           PERFORM P761-FIND-EARNING-TERM
                   VARYING CER-IDX FROM 1 BY 1
                   UNTIL CER-IDX > WS-CER-COUNT
           IF WS-CER-MATCH-IDX = ZERO
               GO TO P760-EXIT
           END-IF
           SET CER-IDX TO WS-CER-MATCH-IDX
           COMPUTE WS-ERN-UNEARNED =
               WS-CER-WRITTEN (CER-IDX) - WS-CER-EARNED (CER-IDX)
           IF WS-CB-PART-COMM > WS-ERN-UNEARNED
               SUBTRACT WS-ERN-UNEARNED FROM WS-CB-PART-COMM
               ADD WS-ERN-UNEARNED TO WS-UNEARNED-OFFSET-AMT
               IF WS-CB-PART-COMM > WS-CER-EARNED (CER-IDX)
                   MOVE WS-CER-EARNED (CER-IDX) TO WS-CB-PART-COMM
               END-IF
               SUBTRACT WS-CB-PART-COMM FROM WS-CER-EARNED (CER-IDX)
               MOVE WS-CER-EARNED (CER-IDX) TO WS-CER-WRITTEN (CER-IDX)
           ELSE
               SUBTRACT WS-CB-PART-COMM FROM WS-CER-WRITTEN (CER-IDX)
               ADD WS-CB-PART-COMM TO WS-UNEARNED-OFFSET-AMT
               MOVE ZERO TO WS-CB-PART-COMM
           END-IF
           MOVE 'C' TO WS-CER-STATUS (CER-IDX)
           MOVE WS-CURRENT-DATE TO WS-CER-ACTIVITY (CER-IDX)
           MOVE 'Y' TO WS-EARNING-CHANGED-IND
           ADD 1 TO WS-UNEARNED-OFFSET-CNT.

       P760-EXIT.
           EXIT.

      *    The latest term of the policy still earning for the agency.
       P761-FIND-EARNING-TERM.
           IF WS-CER-POLICY (CER-IDX) = WS-SPL-WORK-POLICY AND
              WS-CER-AGENCY (CER-IDX) = WS-CB-WORK-AGENCY AND
              WS-CER-STATUS (CER-IDX) = 'A'
               SET WS-CER-MATCH-IDX TO CER-IDX
           END-IF.

      *    A table that overflowed at load is missing records --
      *    rewriting the master from it would destroy them.
       P780-REWRITE-EARNING-MASTER.
           IF NOT EARNING-MASTER-CHANGED
               GO TO P780-EXIT
           END-IF
           IF EARNING-TABLE-FULL
               DISPLAY 'ERROR: Earning master exceeds the in-core '
                       'table - master not rewritten'
               MOVE 8 TO RETURN-CODE
               GO TO P780-EXIT
           END-IF
           MOVE 'COMMEARN.DAT' TO GNR-MASTER-NAME
           PERFORM P980-SAVE-GENERATION
           OPEN OUTPUT EARNING-MASTER-FILE
           IF NOT EARNING-MASTER-OK
               DISPLAY 'ERROR: Cannot rewrite earning master: '
                       WS-CER-STAT
               MOVE 8 TO RETURN-CODE
               GO TO P780-EXIT
           END-IF
           PERFORM P781-WRITE-EARNING
                   VARYING CER-IDX FROM 1 BY 1
                   UNTIL CER-IDX > WS-CER-COUNT
           CLOSE EARNING-MASTER-FILE.

       P780-EXIT.
           EXIT.

       P781-WRITE-EARNING.
           MOVE SPACES TO COMMISSION-EARNING-RECORD
           MOVE WS-CER-POLICY (CER-IDX) TO CER-POLICY-NUM
           MOVE WS-CER-AGENCY (CER-IDX) TO CER-AGENCY-CODE
           MOVE WS-CER-CUSTOMER (CER-IDX) TO CER-CUSTOMER-NUM
           MOVE WS-CER-EFFECTIVE (CER-IDX) TO CER-EFFECTIVE-DATE
           MOVE WS-CER-EXPIRY (CER-IDX) TO CER-EXPIRY-DATE
           MOVE WS-CER-PREMIUM (CER-IDX) TO CER-PREMIUM
           MOVE WS-CER-WRITTEN (CER-IDX) TO CER-COMM-WRITTEN
           MOVE WS-CER-EARNED (CER-IDX) TO CER-COMM-EARNED
           MOVE WS-CER-ACTIVITY (CER-IDX) TO CER-LAST-ACTIVITY-DATE
           MOVE WS-CER-STATUS (CER-IDX) TO CER-STATUS
           WRITE COMMISSION-EARNING-RECORD.

       P600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           STRING 'Offset Against Unearned:' WS-UNEARNED-OFFSET-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-UNEARNED-OFFSET-AMT TO WS-AMT-DISPLAY
           STRING '  Unearned Reversed:  ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-PREMIUM-AMT TO WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE

           STRING 'Deferred As Collected:  ' WS-DEFERRED-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DEFERRED-AMT TO WS-AMT-DISPLAY
           STRING '  Commission Deferred:' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE '    COMMISSION BY AGENCY' TO REPORT-LINE
       P700-CLOSE-FILES.
           CLOSE PREMIUM-FILE
           CLOSE COMMISSION-FILE
           CLOSE REPORT-FILE
           IF MASTER-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------*
      * KEEP A NUMBERED GENERATION OF A MASTER BEFORE THIS RUN FIRST   *
      * UPDATES IT (LGAPGEN1), SO LGAPRBK1 CAN PUT IT BACK.            *
      *----------------------------------------------------------------*
       P980-SAVE-GENERATION.
           MOVE 'SAVE' TO GNR-FUNCTION
           MOVE 'LGAPCOM1' TO GNR-JOB-NAME
           MOVE RETURN-CODE TO GNR-CALLER-RC
           CALL 'LGAPGEN1' USING GENERATION-REQUEST.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
           MOVE 'LGAPCOM1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-REC TO RST-RECORD-COUNT
           MOVE WS-TOTAL-COMMISSION-AMT TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
