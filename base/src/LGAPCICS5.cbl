           COPY PREMLEDG.
           COPY CLAIMREC.
           COPY INSTMST.
           COPY SECREQ.
           COPY LGAPMAP5.

       LINKAGE SECTION.
                ERROR(P990-ERROR)
           END-EXEC

      *    The customer view only ever reads.
           MOVE SPACES TO SECURITY-REQUEST
           MOVE 'I' TO SRQ-FUNCTION
           PERFORM P700-CHECK-ACCESS

           IF EIBCALEN = 0
               PERFORM P105-SEND-INITIAL-MAP
           ELSE
                             COMMAREA(WS-COMMAREA)
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

       P800-EXIT-TRANSACTION.
           EXEC CICS SEND TEXT FROM(MSGO)
                            LENGTH(40)
