       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPSEC1.
      *================================================================*
      * PROGRAM: LGAPSEC1 - ONLINE OPERATOR ACCESS CHECK              *
      * PURPOSE: LINKED TO BY EVERY LGAP TRANSACTION AT THE START OF  *
      *          EACH TASK.  READS THE SIGNED-ON OPERATOR'S ROLES     *
      *          FROM OPERSECD AND, FOR EACH, THE ROLE'S ENTRY FOR    *
      *          THE TRANSACTION ON ROLESECD; GRANTS OR DENIES THE    *
      *          TASK (INQUIRE VS UPDATE, AND FOR A WORKLIST THE      *
      *          QUEUE), AND WRITES EVERY ATTEMPT TO THE ACCESSD LOG  *
      *          THE AUDIT RETENTION RUN (LGAPAUD1) ARCHIVES          *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      * NOTE:    THIS PROGRAM IS NOT COMPILED IN THE BATCH BUILD --   *
      *          IT RUNS UNDER CICS AGAINST THE KEYED OPERSECD AND    *
      *          ROLESECD COPIES OF THE BATCH OPERSEC.DAT AND         *
      *          ROLESEC.DAT, AND THE ENTRY-SEQUENCED ACCESSD LOG.    *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ACCESS-RBA               PIC S9(8) COMP.
       01  WS-ACCESS-TIME              PIC 9(6).

       01  WS-ROLE-KEY.
           05 WS-ROLE-KEY-ROLE         PIC X(8).
           05 WS-ROLE-KEY-TRANID       PIC X(4).

       01  WS-ROLE-SUB                 PIC 9(1) COMP.
       01  WS-QUEUE-SUB                PIC 9(1) COMP.
       01  WS-QUEUE-CNT                PIC 9(1) COMP.
       01  WS-QUEUE-TALLY              PIC 9(2) COMP.

       01  WS-TRAN-GRANTED-IND         PIC X VALUE 'N'.
           88 TRAN-IS-GRANTED          VALUE 'Y'.
       01  WS-ALL-QUEUES-IND           PIC X VALUE 'N'.
           88 ALL-QUEUES-GRANTED       VALUE 'Y'.

       01  WS-DENY-REASON              PIC X(23).

      *    The request is worked on here and handed back whole, the
      *    same discipline the transactions use for their own
      *    conversation state.
           COPY SECREQ.
           COPY OPERSEC.
           COPY ROLESEC.
           COPY ACCESSLG.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(68).

       PROCEDURE DIVISION.

       P100-MAIN.
      *    Every read and the log write run on RESP codes -- nothing
      *    here may abend the caller's task.  A caller that passed no
      *    request has nothing to be told.
           IF EIBCALEN < LENGTH OF SECURITY-REQUEST
               EXEC CICS RETURN
               END-EXEC
           END-IF
           MOVE DFHCOMMAREA TO SECURITY-REQUEST

           MOVE 'D' TO SRQ-RESULT
           MOVE 'N' TO SRQ-UPDATE-IND
           MOVE SPACES TO SRQ-ROLE-ID
           MOVE SPACES TO SRQ-QUEUES
           MOVE SPACES TO SRQ-MESSAGE
           MOVE SPACES TO SRQ-OPERATOR-ID
           EXEC CICS ASSIGN USERID(SRQ-OPERATOR-ID)
           END-EXEC

           PERFORM P200-CHECK-OPERATOR THRU P200-EXIT
           IF SRQ-GRANTED
               MOVE 'ACCESS GRANTED' TO SRQ-MESSAGE
           ELSE
               STRING 'NOT AUTHORIZED - ' WS-DENY-REASON
                      DELIMITED BY SIZE INTO SRQ-MESSAGE
           END-IF

           PERFORM P500-WRITE-ACCESS-LOG

           MOVE SECURITY-REQUEST TO DFHCOMMAREA
           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
      * THE OPERATOR MUST BE ON FILE AND ACTIVE, AND AT LEAST ONE OF   *
      * THE OPERATOR'S ROLES MUST HAVE AN ENTRY FOR THE TRANSACTION.   *
      * AN UPDATE NEEDS A ROLE THAT MAY UPDATE; A QUEUE NEEDS A ROLE   *
      * THAT MAY WORK IT.  THE ROLES ARE POOLED -- WHAT ANY ONE OF     *
      * THEM ALLOWS, THE OPERATOR MAY DO.                              *
      *----------------------------------------------------------------*
       P200-CHECK-OPERATOR.
           EXEC CICS READ DATASET('OPERSECD')
                           INTO(OPERATOR-SECURITY-RECORD)
                           RIDFLD(SRQ-OPERATOR-ID)
                           KEYLENGTH(8)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'NOT ON SECURITY FILE' TO WS-DENY-REASON
               GO TO P200-EXIT
           END-IF
           IF NOT OPS-ACTIVE
               MOVE 'OPERATOR SUSPENDED' TO WS-DENY-REASON
               GO TO P200-EXIT
           END-IF

           MOVE 'N' TO WS-TRAN-GRANTED-IND
           MOVE 'N' TO WS-ALL-QUEUES-IND
           MOVE ZERO TO WS-QUEUE-CNT
           PERFORM P300-CHECK-ROLE THRU P300-EXIT
                   VARYING WS-ROLE-SUB FROM 1 BY 1
                   UNTIL WS-ROLE-SUB > 5

           IF NOT TRAN-IS-GRANTED
               MOVE 'NO ROLE FOR TRANSACTION' TO WS-DENY-REASON
               GO TO P200-EXIT
           END-IF
           IF ALL-QUEUES-GRANTED
               MOVE SPACES TO SRQ-QUEUES
           END-IF
           IF SRQ-UPDATE AND NOT SRQ-UPDATE-GRANTED
               MOVE 'INQUIRY ONLY' TO WS-DENY-REASON
               GO TO P200-EXIT
           END-IF
           IF SRQ-QUEUE-IND NOT = SPACE AND NOT ALL-QUEUES-GRANTED
               MOVE ZERO TO WS-QUEUE-TALLY
               INSPECT SRQ-QUEUES TALLYING WS-QUEUE-TALLY
                       FOR ALL SRQ-QUEUE-IND
               IF WS-QUEUE-TALLY = ZERO
                   MOVE 'QUEUE NOT PERMITTED' TO WS-DENY-REASON
                   GO TO P200-EXIT
               END-IF
           END-IF

           MOVE 'G' TO SRQ-RESULT.

       P200-EXIT.
           EXIT.

      *    The role recorded against the task is the first that
      *    grants the transaction, or the first that may update
      *    when an earlier one may only inquire.
       P300-CHECK-ROLE.
           IF OPS-ROLE-ID (WS-ROLE-SUB) = SPACES
               GO TO P300-EXIT
           END-IF
           MOVE OPS-ROLE-ID (WS-ROLE-SUB) TO WS-ROLE-KEY-ROLE
           MOVE SRQ-TRANID TO WS-ROLE-KEY-TRANID
           EXEC CICS READ DATASET('ROLESECD')
                           INTO(ROLE-SECURITY-RECORD)
                           RIDFLD(WS-ROLE-KEY)
                           KEYLENGTH(12)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               GO TO P300-EXIT
           END-IF

           MOVE 'Y' TO WS-TRAN-GRANTED-IND
           IF SRQ-ROLE-ID = SPACES
               MOVE RLS-ROLE-ID TO SRQ-ROLE-ID
           END-IF
           IF RLS-UPDATE-ALLOWED
               IF NOT SRQ-UPDATE-GRANTED
                   MOVE RLS-ROLE-ID TO SRQ-ROLE-ID
               END-IF
               MOVE 'Y' TO SRQ-UPDATE-IND
           END-IF
           IF RLS-QUEUES = SPACES
               MOVE 'Y' TO WS-ALL-QUEUES-IND
           ELSE
               PERFORM P310-ADD-QUEUE
                       VARYING WS-QUEUE-SUB FROM 1 BY 1
                       UNTIL WS-QUEUE-SUB > 4
           END-IF.

       P300-EXIT.
           EXIT.

       P310-ADD-QUEUE.
           IF RLS-QUEUES (WS-QUEUE-SUB:1) NOT = SPACE
               MOVE ZERO TO WS-QUEUE-TALLY
               INSPECT SRQ-QUEUES TALLYING WS-QUEUE-TALLY
                       FOR ALL RLS-QUEUES (WS-QUEUE-SUB:1)
               IF WS-QUEUE-TALLY = ZERO AND WS-QUEUE-CNT < 4
                   ADD 1 TO WS-QUEUE-CNT
                   MOVE RLS-QUEUES (WS-QUEUE-SUB:1)
                        TO SRQ-QUEUES (WS-QUEUE-CNT:1)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ONE LOG RECORD PER CHECK, GRANTED OR DENIED -- A TASK THAT     *
      * GOES ON TO UPDATE IS CHECKED, AND LOGGED, A SECOND TIME.  A    *
      * LOG THAT CANNOT BE WRITTEN DOES NOT STOP THE BUSINESS -- THE   *
      * TASK STILL GETS ITS ANSWER.                                    *
      *----------------------------------------------------------------*
       P500-WRITE-ACCESS-LOG.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                                YYYYMMDD(ACL-ACCESS-DATE)
                                TIME(WS-ACCESS-TIME)
           END-EXEC
           COMPUTE ACL-ACCESS-TIME = WS-ACCESS-TIME * 100
           MOVE SRQ-OPERATOR-ID TO ACL-OPERATOR-ID
           MOVE SRQ-TRANID TO ACL-TRANID
           MOVE EIBTRMID TO ACL-TERMINAL-ID
           MOVE SRQ-FUNCTION TO ACL-FUNCTION
           MOVE SRQ-QUEUE-IND TO ACL-QUEUE-IND
           MOVE SRQ-ROLE-ID TO ACL-ROLE-ID
           MOVE SRQ-RESULT TO ACL-RESULT
           MOVE SRQ-MESSAGE TO ACL-MESSAGE
           EXEC CICS WRITE DATASET('ACCESSD')
                           FROM(ACCESS-LOG-RECORD)
                           RIDFLD(WS-ACCESS-RBA)
                           RBA
                           RESP(WS-RESP)
           END-EXEC.
