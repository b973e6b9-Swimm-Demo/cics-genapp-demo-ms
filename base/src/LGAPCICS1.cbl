       01  WS-CUSTOMER-KEY             PIC X(10).

           COPY OUTPUTREC.
           COPY SECREQ.
           COPY LGAPMAP1.

       LINKAGE SECTION.
                ERROR(P990-ERROR)
           END-EXEC

      *    Premium inquiry only ever reads.
           MOVE SPACES TO SECURITY-REQUEST
           MOVE 'I' TO SRQ-FUNCTION
           PERFORM P700-CHECK-ACCESS

      *    EIBCALEN = 0 means this is the first invocation of the
      *    transaction (no COMMAREA passed in yet) -- paint the empty
      *    inquiry screen and return pseudo-conversationally rather
           MOVE OUT-STATUS TO STATO
           MOVE SPACES TO MSGO.

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
      *    No customer number keyed -- redisplay the inquiry screen.
           MOVE 'ENTER A CUSTOMER NUMBER' TO MSGO
