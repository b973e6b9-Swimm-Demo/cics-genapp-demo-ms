      *          CLMTRAN.DAT FOR THE NIGHTLY INTAKE RUN, THE WAY      *
      *          DISPOSD FEEDS LGAPDSP1).  THE REFERENCE NUMBER IS    *
      *          GIVEN TO THE CALLER IMMEDIATELY; THE PERMANENT       *
      *          CLAIM NUMBER IS ASSIGNED BY THE BATCH RUN.  WHERE    *
      *          THE LOSS TYPE'S PERIL WAS NOT WRITTEN ON THE POLICY  *
      *          (POLMASTD) THE LOSS IS STILL TAKEN BUT THE HANDLER   *
      *          IS TOLD IT WILL OPEN ON A COVERAGE QUESTION.         *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      * NOTE:    THIS PROGRAM IS NOT COMPILED IN THE BATCH BUILD --   *
      *          IT RUNS UNDER CICS, USING THE SAME MAPSET APPROACH   *
       01  WS-ENTRY-TIME               PIC X(8).

       01  WS-LOSS-DATE                PIC 9(8).
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-POLICY-KEY               PIC X(12).

      *    Coverage verification -- the same claim type to peril
      *    check the batch intake makes when it opens the claim.
       01  WS-COVERAGE-WORK.
           05 WS-COV-PERIL-CODE        PIC X(1).
           05 WS-COV-PERIL-WRITTEN     PIC 9(4).
           05 WS-COV-PERIL-NAME        PIC X(10).
           05 WS-COVERAGE-IND          PIC X(1).
              88 COVERAGE-IN-QUESTION  VALUE 'Q'.
              88 COVERAGE-NO-POLICY    VALUE 'P'.

       01  WS-DATE-INTEGERS            COMP.
           05 WS-EFF-INT               PIC 9(9).
           05 WS-REF-TIME              PIC X(6).

           COPY OUTPUTREC.
           COPY POLMAST.
           COPY CLMPERIL.
           COPY CLMTRAN.
           COPY SECREQ.
           COPY LGAPMAP4.

       LINKAGE SECTION.
                ERROR(P990-ERROR)
           END-EXEC

      *    The opening screen is an inquiry; every returning leg
      *    records a loss, so needs a role that may update.
           MOVE SPACES TO SECURITY-REQUEST
           IF EIBCALEN = 0
               MOVE 'I' TO SRQ-FUNCTION
           ELSE
               MOVE 'U' TO SRQ-FUNCTION
           END-IF
           PERFORM P700-CHECK-ACCESS

           IF EIBCALEN = 0
               PERFORM P105-SEND-INITIAL-MAP
           ELSE
           MOVE FUNCTION NUMVAL(LOSSDI) TO WS-LOSS-DATE

           PERFORM P200-CHECK-POLICY-PERIOD
           PERFORM P250-CHECK-COVERAGE

           PERFORM P300-WRITE-CLAIM-TRANSACTION
           PERFORM P400-BUILD-RESPONSE-MAP
               PERFORM P500-RESEND-AND-RETURN
           END-IF.

      *----------------------------------------------------------------*
      * THE LOSS TYPE'S PERIL (CLMPERIL) MUST BE WRITTEN ON THE        *
      * POLICY.  A MISS DOES NOT STOP THE LOSS BEING TAKEN -- THE      *
      * CALLER STILL GETS A REFERENCE -- BUT THE HANDLER IS TOLD, SO   *
      * THE CALLER CAN BE WARNED THAT PAYMENT WAITS ON A COVERAGE      *
      * DECISION.  LOSS TYPES NOT IN THE TABLE ARE NOT CHECKED.        *
      *----------------------------------------------------------------*
       P250-CHECK-COVERAGE.
           MOVE SPACE TO WS-COVERAGE-IND
           MOVE SPACE TO WS-COV-PERIL-CODE
           PERFORM P255-MAP-LOSS-TYPE
                   VARYING CPM-IDX FROM 1 BY 1
                   UNTIL CPM-IDX > CPM-TYPE-COUNT
           IF WS-COV-PERIL-CODE NOT = SPACE
               MOVE OUT-POLICY-NUM TO WS-POLICY-KEY
               EXEC CICS READ DATASET('POLMASTD')
                               INTO(POLICY-MASTER-RECORD)
                               RIDFLD(WS-POLICY-KEY)
                               KEYLENGTH(12)
                               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = ZERO
                   MOVE 'P' TO WS-COVERAGE-IND
               ELSE
                   PERFORM P260-CHECK-PERIL-WRITTEN
               END-IF
           END-IF.

       P255-MAP-LOSS-TYPE.
           IF CPM-CLAIM-TYPE (CPM-IDX) = LTYPEI
               MOVE CPM-PERIL-CODE (CPM-IDX) TO WS-COV-PERIL-CODE
           END-IF.

       P260-CHECK-PERIL-WRITTEN.
           EVALUATE WS-COV-PERIL-CODE
               WHEN 'F'
                   MOVE POL-FIRE-PERIL TO WS-COV-PERIL-WRITTEN
               WHEN 'C'
                   MOVE POL-CRIME-PERIL TO WS-COV-PERIL-WRITTEN
               WHEN 'L'
                   MOVE POL-FLOOD-PERIL TO WS-COV-PERIL-WRITTEN
               WHEN 'W'
                   MOVE POL-WEATHER-PERIL TO WS-COV-PERIL-WRITTEN
               WHEN 'E'
                   MOVE POL-EARTHQUAKE-PERIL TO WS-COV-PERIL-WRITTEN
               WHEN 'B'
                   MOVE POL-LIABILITY-PERIL TO WS-COV-PERIL-WRITTEN
               WHEN OTHER
                   MOVE ZERO TO WS-COV-PERIL-WRITTEN
           END-EVALUATE
           IF WS-COV-PERIL-WRITTEN = ZERO
               MOVE 'Q' TO WS-COVERAGE-IND
               PERFORM P265-NAME-PERIL
                       VARYING CPN-IDX FROM 1 BY 1
                       UNTIL CPN-IDX > CPM-PERIL-COUNT
           END-IF.

       P265-NAME-PERIL.
           IF CPN-PERIL-CODE (CPN-IDX) = WS-COV-PERIL-CODE
               MOVE CPN-PERIL-NAME (CPN-IDX) TO WS-COV-PERIL-NAME
           END-IF.

       P300-WRITE-CLAIM-TRANSACTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           MOVE CLT-AMOUNT TO RESAMO
           MOVE LDESCI TO LDESCO
           MOVE WS-REFERENCE-BUILD TO REFNOO
           EVALUATE TRUE
               WHEN COVERAGE-IN-QUESTION
                   MOVE SPACES TO MSGO
                   STRING 'COVERAGE QUESTION - NO ' DELIMITED BY SIZE
                          WS-COV-PERIL-NAME DELIMITED BY SPACE
                          ' COVER' DELIMITED BY SIZE
                          INTO MSGO
               WHEN COVERAGE-NO-POLICY
                   MOVE 'COVERAGE QUESTION - POLICY NOT ON FILE'
                        TO MSGO
               WHEN OTHER
                   MOVE 'LOSS RECORDED - GIVE CALLER THE REFERENCE'
                        TO MSGO
           END-EVALUATE.

       P500-RESEND-AND-RETURN.
           EXEC CICS SEND MAP('LGAPM4')
                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      * EVERY TASK IS CHECKED AGAINST THE SIGNED-ON OPERATOR'S ROLES   *
      * BEFORE ANYTHING ELSE IS DONE, AND LGAPSEC1 LOGS THE ATTEMPT.   *
      * A DENIED OPERATOR IS TOLD WHY AND THE CONVERSATION ENDS.  THE  *
      * CALLER HAS SET THE FUNCTION (AND ANY QUEUE) BEING ASKED FOR.   *
      *----------------------------------------------------------------*
       P700-CHECK-ACCESS.
           MOVE EIBTRNID TO SRQ-TRANID
           EXEC CICS LINK PROGRAM('LGAPSEC1')
                          COMMAREA(SECURITY-REQUEST)
                          LENGTH(LENGTH OF SECURITY-REQUEST)
           END-EXEC
           IF SRQ-DENIED
               EXEC CICS SEND TEXT FROM(SRQ-MESSAGE)
                                LENGTH(40)
                                ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.

       P900-MAPFAIL.
           MOVE SPACES TO LGAPM4O
           MOVE 'ENTER LOSS DETAILS AND PRESS ENTER' TO MSGO
