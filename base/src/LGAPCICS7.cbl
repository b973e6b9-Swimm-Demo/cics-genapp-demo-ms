       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCICS7.
      *================================================================*
      * PROGRAM: LGAPCICS7 - AGENCY MASTER MAINTENANCE                *
      * PURPOSE: CICS PSEUDO-CONVERSATIONAL TRANSACTION (TRANID LGAG) *
      *          FOR THE LICENSING CLERK.  SHOWS AN AGENCY AS IT      *
      *          STANDS ON AGENCYD AND TAKES AN ADD, CHANGE, SUSPEND  *
      *          OR TERMINATE AGAINST IT.  THE FIELDS ARE EDITED BY   *
      *          LGAPAGV1, THE SAME EDIT THE BATCH APPLY USES, AND    *
      *          EACH ACCEPTED CHANGE IS WRITTEN WITH THE OPERATOR TO *
      *          THE KEYED AGYMNTD DATASET, UNLOADED AND APPLIED TO   *
      *          AGENCY.DAT BY LGAPAGM1 THE SAME WAY DISPOSD FEEDS    *
      *          LGAPDSP1.  PF3 EXITS.                                *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      * NOTE:    THIS PROGRAM IS NOT COMPILED IN THE BATCH BUILD --   *
      *          IT RUNS UNDER CICS AGAINST THE KEYED ONLINE COPIES   *
      *          OF THE BATCH FILES, USING THE SAME MAPSET APPROACH   *
      *          AS LGAPCICS1.                                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-AGENCY-KEY               PIC X(4).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ENTRY-DATE               PIC 9(8).
       01  WS-ENTRY-TIME               PIC X(8).
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.

       01  WS-NEW-AGENCY               PIC X VALUE 'N'.
           88 AGENCY-IS-NEW            VALUE 'Y'.

      *    The output map overlays the input fields, so what the clerk
      *    keyed is saved here before the response map is built.
       01  WS-CHANGE-ENTRY.
           05 WS-ENT-ACTION            PIC X(1).
              88 WS-ENT-ADD            VALUE 'A'.
              88 WS-ENT-CHANGE         VALUE 'C'.
              88 WS-ENT-SUSPEND        VALUE 'S'.
              88 WS-ENT-TERMINATE      VALUE 'T'.
           05 WS-ENT-NAME              PIC X(30).
           05 WS-ENT-STATES            PIC X(20).
           05 WS-ENT-TIER              PIC X(1).
           05 WS-ENT-EO-DATE           PIC X(8).
           05 WS-ENT-DOWNLOAD-IND      PIC X(1).
           05 WS-ENT-AGENCY-BILL-IND   PIC X(1).
           05 WS-ENT-EARNED-COMM-IND   PIC X(1).
           05 WS-ENT-STATUS            PIC X(1).
           05 WS-ENT-REASON            PIC X(30).

      *    The fields that can change on a change -- all blank means
      *    there is nothing to change.
       01  WS-ENT-CHANGE-FIELDS        PIC X(64).

      *    The conversation state is built here in WORKING-STORAGE --
      *    on the first invocation there is no inbound COMMAREA to
      *    address, the same discipline as LGAPCICS2.  Unchanged
      *    screen fields come back empty, so the agency and operator
      *    carry forward from here.
       01  WS-COMMAREA.
           05 CA-AGENCY-CODE           PIC X(4).
           05 CA-OPERATOR-ID           PIC X(8).
           05 CA-ON-FILE               PIC X(1).
              88 CA-AGENCY-ON-FILE     VALUE 'Y'.

           COPY DFHAID.
           COPY AGENCYM.
           COPY AGYMAINT.
           COPY AGYEDIT.
           COPY SECREQ.
           COPY LGAPMAP7.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(13).

       PROCEDURE DIVISION.

       P100-MAIN.
      *    The agency read and the transaction write run on RESP
      *    codes, so only the map receive and unexpected failures
      *    route through these handlers.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(P900-MAPFAIL)
                ERROR(P990-ERROR)
           END-EXEC

      *    The task is checked as an inquiry; a change is checked
      *    again as an update before it is recorded, so a refused
      *    change is denied and logged by LGAPSEC1 like any other.
           MOVE SPACES TO SECURITY-REQUEST
           MOVE 'I' TO SRQ-FUNCTION
           PERFORM P700-CHECK-ACCESS

           IF EIBCALEN = 0
               PERFORM P105-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM P800-EXIT-TRANSACTION
                   WHEN OTHER
                       PERFORM P110-RECEIVE-AND-PROCESS
               END-EVALUATE
           END-IF.

       P105-SEND-INITIAL-MAP.
           MOVE SPACES TO WS-COMMAREA
           MOVE SPACES TO LGAPM7O
           MOVE 'ENTER AN AGENCY CODE AND OPERATOR ID' TO MSGO
           PERFORM P600-SEND-AND-RETURN.

       P110-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('LGAPM7')
                              MAPSET('LGAPMS7')
                              INTO(LGAPM7I)
           END-EXEC

           IF OPERIDL > ZERO
               MOVE OPERIDI TO CA-OPERATOR-ID
           END-IF
           MOVE 'N' TO WS-NEW-AGENCY
           IF AGYCDL > ZERO AND AGYCDI NOT = CA-AGENCY-CODE
               MOVE AGYCDI TO CA-AGENCY-CODE
               MOVE 'Y' TO WS-NEW-AGENCY
           END-IF
           PERFORM P120-SAVE-ENTRY

           MOVE SPACES TO LGAPM7O
           IF CA-AGENCY-CODE = SPACES OR LOW-VALUES
               MOVE 'ENTER AN AGENCY CODE' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           PERFORM P200-SHOW-AGENCY

      *    A change is only taken against the agency already on the
      *    screen -- a new agency code shows the agency first.
           IF WS-ENT-ACTION NOT = SPACE
               IF AGENCY-IS-NEW
                   MOVE 'REVIEW THE AGENCY, THEN ENTER THE CHANGE'
                        TO MSGO
               ELSE
                   PERFORM P300-RECORD-CHANGE
               END-IF
           END-IF
           PERFORM P600-SEND-AND-RETURN.

       P120-SAVE-ENTRY.
           MOVE SPACES TO WS-CHANGE-ENTRY
           IF ACTNL > ZERO
               MOVE ACTNI TO WS-ENT-ACTION
           END-IF
           IF NAMEL > ZERO
               MOVE NAMEI TO WS-ENT-NAME
           END-IF
           IF STATESL > ZERO
               MOVE STATESI TO WS-ENT-STATES
           END-IF
           IF TIERL > ZERO
               MOVE TIERI TO WS-ENT-TIER
           END-IF
           IF EODTL > ZERO
               MOVE EODTI TO WS-ENT-EO-DATE
           END-IF
           IF DLINDL > ZERO
               MOVE DLINDI TO WS-ENT-DOWNLOAD-IND
           END-IF
           IF ABINDL > ZERO
               MOVE ABINDI TO WS-ENT-AGENCY-BILL-IND
           END-IF
           IF ECINDL > ZERO
               MOVE ECINDI TO WS-ENT-EARNED-COMM-IND
           END-IF
           IF STATL > ZERO
               MOVE STATI TO WS-ENT-STATUS
           END-IF
           IF REASNL > ZERO
               MOVE REASNI TO WS-ENT-REASON
           END-IF
           INSPECT WS-CHANGE-ENTRY REPLACING ALL LOW-VALUES BY SPACE.

      *----------------------------------------------------------------*
      * SHOW THE AGENCY AS AGENCYD HOLDS IT -- LAST NIGHT'S MASTER.    *
      * CHANGES TAKEN TODAY ARE NOT ON IT UNTIL LGAPAGM1 HAS RUN.      *
      *----------------------------------------------------------------*
       P200-SHOW-AGENCY.
           MOVE CA-AGENCY-CODE TO WS-AGENCY-KEY
           MOVE CA-AGENCY-CODE TO AGYCDO
           MOVE CA-OPERATOR-ID TO OPERIDO
           EXEC CICS READ DATASET('AGENCYD')
                           INTO(AGENCY-MASTER-RECORD)
                           RIDFLD(WS-AGENCY-KEY)
                           KEYLENGTH(4)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'N' TO CA-ON-FILE
               MOVE SPACES TO AGENCY-MASTER-RECORD
               MOVE 'AGENCY NOT ON FILE - ACTION A ADDS IT' TO MSGO
           ELSE
               MOVE 'Y' TO CA-ON-FILE
               MOVE AGY-AGENCY-NAME TO CNAMEO
               EVALUATE TRUE
                   WHEN AGY-ACTIVE
                       MOVE 'ACTIVE' TO CSTATO
                   WHEN AGY-SUSPENDED
                       MOVE 'SUSPENDED' TO CSTATO
                   WHEN AGY-TERMINATED
                       MOVE 'TERMINATED' TO CSTATO
                   WHEN OTHER
                       MOVE AGY-AGENCY-STATUS TO CSTATO
               END-EVALUATE
               MOVE AGY-LICENSED-STATES TO CSTTSO
               MOVE AGY-COMMISSION-TIER TO CTIERO
               IF AGY-EO-EXPIRY-DATE NUMERIC
                   MOVE AGY-EO-EXPIRY-DATE TO CEODTO
               END-IF
               MOVE AGY-DOWNLOAD-IND TO CDLO
               MOVE AGY-AGENCY-BILL-IND TO CABO
               MOVE AGY-EARNED-COMM-IND TO CECO
               MOVE 'ACTION A/C/S/T, FIELDS TO CHANGE - PF3 EXITS'
                    TO MSGO
           END-IF.

      *----------------------------------------------------------------*
      * EDIT THE CHANGE AND WRITE THE MAINTENANCE TRANSACTION.  THE    *
      * RULES ARE THOSE LGAPAGM1 APPLIES, SO A CHANGE ACCEPTED HERE    *
      * IS NOT REJECTED OVERNIGHT UNLESS AN EARLIER CHANGE INTERVENES. *
      * A FAILED EDIT RESENDS THE AGENCY WITH THE REASON AND ENDS THE  *
      * TASK, THE SAME WAY THE LGFN INTAKE REJECTS A BAD LOSS DATE.    *
      *----------------------------------------------------------------*
       P300-RECORD-CHANGE.
           MOVE 'U' TO SRQ-FUNCTION
           PERFORM P700-CHECK-ACCESS
           IF CA-OPERATOR-ID = SPACES OR LOW-VALUES
               MOVE 'ENTER YOUR OPERATOR ID TO MAKE A CHANGE' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           EVALUATE TRUE
               WHEN WS-ENT-ADD
                   IF CA-AGENCY-ON-FILE
                       MOVE 'AGENCY IS ALREADY ON FILE' TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
                   IF WS-ENT-NAME = SPACES OR WS-ENT-STATES = SPACES
                      OR WS-ENT-TIER = SPACE
                       MOVE 'A NEW AGENCY NEEDS NAME, STATES AND TIER'
                            TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
               WHEN WS-ENT-CHANGE
                   IF NOT CA-AGENCY-ON-FILE
                       MOVE 'AGENCY NOT ON FILE - ACTION A ADDS IT'
                            TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
                   IF AGY-TERMINATED
                       MOVE 'A TERMINATED AGENCY CANNOT BE CHANGED'
                            TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
                   MOVE WS-CHANGE-ENTRY (2:64) TO WS-ENT-CHANGE-FIELDS
                   IF WS-ENT-CHANGE-FIELDS = SPACES
                       MOVE 'KEY THE FIELDS TO CHANGE' TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
               WHEN WS-ENT-SUSPEND
                   IF NOT CA-AGENCY-ON-FILE OR NOT AGY-ACTIVE
                       MOVE 'ONLY AN ACTIVE AGENCY CAN BE SUSPENDED'
                            TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
               WHEN WS-ENT-TERMINATE
                   IF NOT CA-AGENCY-ON-FILE OR AGY-TERMINATED
                       MOVE 'AGENCY NOT ON FILE OR ALREADY TERMINATED'
                            TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION MUST BE A, C, S OR T' TO MSGO
                   PERFORM P600-SEND-AND-RETURN
           END-EVALUATE

           IF WS-ENT-ADD OR WS-ENT-CHANGE
               MOVE WS-ENT-STATES TO AGE-LICENSED-STATES
               MOVE WS-ENT-TIER TO AGE-COMMISSION-TIER
               MOVE WS-ENT-EO-DATE TO AGE-EO-EXPIRY-DATE
               MOVE WS-ENT-DOWNLOAD-IND TO AGE-DOWNLOAD-IND
               MOVE WS-ENT-AGENCY-BILL-IND TO AGE-AGENCY-BILL-IND
               MOVE WS-ENT-EARNED-COMM-IND TO AGE-EARNED-COMM-IND
               IF WS-ENT-CHANGE
                   MOVE WS-ENT-STATUS TO AGE-STATUS
               ELSE
                   MOVE SPACE TO AGE-STATUS
               END-IF
               MOVE ZERO TO AGE-CALLER-RC
               CALL 'LGAPAGV1' USING AGENCY-EDIT-REQUEST
               IF NOT AGE-FIELDS-VALID
                   MOVE SPACES TO MSGO
                   STRING AGE-RESULT DELIMITED BY '  '
                          ' ' AGE-BAD-STATE DELIMITED BY SIZE
                          INTO MSGO
                   PERFORM P600-SEND-AND-RETURN
               END-IF
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                                YYYYMMDD(WS-ENTRY-DATE)
                                TIME(WS-ENTRY-TIME)
                                TIMESEP('')
           END-EXEC

           MOVE SPACES TO AGENCY-MAINT-RECORD
           MOVE WS-ENTRY-DATE TO AGYM-ENTRY-DATE
           MOVE WS-ENTRY-TIME (1:6) TO AGYM-ENTRY-TIME
           MOVE EIBTRMID TO AGYM-TERMINAL-ID
           MOVE WS-ENT-ACTION TO AGYM-ACTION
           MOVE CA-AGENCY-CODE TO AGYM-AGENCY-CODE
           IF WS-ENT-ADD OR WS-ENT-CHANGE
               MOVE WS-ENT-NAME TO AGYM-AGENCY-NAME
               MOVE WS-ENT-STATES TO AGYM-LICENSED-STATES
               MOVE WS-ENT-TIER TO AGYM-COMMISSION-TIER
               MOVE WS-ENT-EO-DATE TO AGYM-EO-EXPIRY-DATE
               MOVE WS-ENT-DOWNLOAD-IND TO AGYM-DOWNLOAD-IND
               MOVE WS-ENT-AGENCY-BILL-IND TO AGYM-AGENCY-BILL-IND
               MOVE WS-ENT-EARNED-COMM-IND TO AGYM-EARNED-COMM-IND
           END-IF
           IF WS-ENT-CHANGE
               MOVE WS-ENT-STATUS TO AGYM-STATUS
           END-IF
           MOVE WS-ENT-REASON TO AGYM-REASON
           MOVE CA-OPERATOR-ID TO AGYM-OPERATOR-ID

           EXEC CICS WRITE DATASET('AGYMNTD')
                           FROM(AGENCY-MAINT-RECORD)
                           RIDFLD(AGYM-ENTRY-KEY)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
      *        Two changes from one terminal in the same second share
      *        a key -- the clerk simply enters it again.
               MOVE 'CHANGE NOT RECORDED - PLEASE RE-ENTER' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           MOVE 'ACCEPTED - APPLIED IN THE NIGHTLY RUN' TO MSGO.

       P600-SEND-AND-RETURN.
           EXEC CICS SEND MAP('LGAPM7')
                           MAPSET('LGAPMS7')
                           FROM(LGAPM7O)
                           ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('LGAG')
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
                            ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       P900-MAPFAIL.
      *    Enter with nothing changed simply redisplays the agency.
           MOVE SPACES TO LGAPM7O
           IF CA-AGENCY-CODE = SPACES OR LOW-VALUES
               MOVE 'ENTER AN AGENCY CODE AND OPERATOR ID' TO MSGO
           ELSE
               PERFORM P200-SHOW-AGENCY
           END-IF
           PERFORM P600-SEND-AND-RETURN.

       P990-ERROR.
           MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO MSGO
           EXEC CICS SEND TEXT FROM(MSGO)
                            LENGTH(40)
                            ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
