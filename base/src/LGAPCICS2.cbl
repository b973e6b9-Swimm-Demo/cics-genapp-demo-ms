       01  WS-AUTH-KEY                 PIC X(8).
       01  WS-RESP                     PIC S9(8) COMP.

      *    The queues the operator's roles allow are returned by the
      *    access check at the start of every task.
       01  WS-SWITCH-QUEUE             PIC X(1).
       01  WS-QUEUE-TALLY              PIC 9(2) COMP.
       01  WS-QUEUE-PERMITTED-IND      PIC X VALUE 'Y'.
           88 QUEUE-IS-PERMITTED       VALUE 'Y'.

           COPY DFHAID.
           COPY EXCEPTQ.
           COPY REFERQ.
           COPY DISPOS.
           COPY UWAUTH.
           COPY SECREQ.
           COPY LGAPMAP2.

       LINKAGE SECTION.
                ERROR(P990-ERROR)
           END-EXEC

      *    What the task will do decides the access asked for: a
      *    decision (Enter) is an update to the queue on the screen,
      *    paging (PF8) an inquiry on it.  The first leg and a queue
      *    switch name no queue -- the queues the operator may work
      *    come back with the answer and are checked here.
           MOVE SPACES TO SECURITY-REQUEST
           MOVE 'I' TO SRQ-FUNCTION
           IF EIBCALEN NOT = 0
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF EIBAID = DFHPF8
                   MOVE CA-QUEUE-IND TO SRQ-QUEUE-IND
               END-IF
               IF EIBAID NOT = DFHPF3 AND EIBAID NOT = DFHPF5
                  AND EIBAID NOT = DFHPF8
                   MOVE 'U' TO SRQ-FUNCTION
                   MOVE CA-QUEUE-IND TO SRQ-QUEUE-IND
               END-IF
           END-IF
           PERFORM P700-CHECK-ACCESS

      *    First invocation: start at the top of the exception queue,
      *    or of the referral queue for an operator kept off the
      *    exception queue.  Returning legs carry the queue and
      *    position in COMMAREA and either record a keyed-in decision
      *    (Enter) or page on (PF8) or flip queues (PF5).
           IF EIBCALEN = 0
               MOVE 'E' TO CA-QUEUE-IND
               MOVE 'E' TO WS-SWITCH-QUEUE
               PERFORM P410-CHECK-QUEUE
               IF NOT QUEUE-IS-PERMITTED
                   MOVE 'R' TO CA-QUEUE-IND
               END-IF
               MOVE LOW-VALUES TO CA-LAST-KEY
               MOVE SPACES TO CA-CUSTOMER-NUM
               MOVE SPACES TO CA-POLICY-NUM
               PERFORM P300-SHOW-NEXT-ITEM
           ELSE
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM P800-EXIT-TRANSACTION

       P400-SWITCH-QUEUE.
           IF CA-REFERRAL-QUEUE
               MOVE 'E' TO WS-SWITCH-QUEUE
           ELSE
               MOVE 'R' TO WS-SWITCH-QUEUE
           END-IF
      *    An operator kept to one queue stays on it -- only the
      *    message line is changed on the screen.
           PERFORM P410-CHECK-QUEUE
           IF NOT QUEUE-IS-PERMITTED
               MOVE LOW-VALUES TO LGAPM2O
               MOVE 'NOT AUTHORIZED FOR THE OTHER QUEUE' TO MSGO
               PERFORM P500-RESEND-CURRENT
           END-IF
           MOVE WS-SWITCH-QUEUE TO CA-QUEUE-IND
           MOVE LOW-VALUES TO CA-LAST-KEY
           PERFORM P300-SHOW-NEXT-ITEM.

       P410-CHECK-QUEUE.
           MOVE 'Y' TO WS-QUEUE-PERMITTED-IND
           IF SRQ-QUEUES NOT = SPACES
               MOVE ZERO TO WS-QUEUE-TALLY
               INSPECT SRQ-QUEUES TALLYING WS-QUEUE-TALLY
                       FOR ALL WS-SWITCH-QUEUE
               IF WS-QUEUE-TALLY = ZERO
                   MOVE 'N' TO WS-QUEUE-PERMITTED-IND
               END-IF
           END-IF.

       P500-RESEND-CURRENT.
           EXEC CICS SEND MAP('LGAPM2')
                           MAPSET('LGAPMS2')
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
