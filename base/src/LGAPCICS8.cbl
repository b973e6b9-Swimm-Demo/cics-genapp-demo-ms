       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCICS8.
      *================================================================*
      * PROGRAM: LGAPCICS8 - CLAIM RESERVE AND PAYMENT ENTRY          *
      * PURPOSE: CICS PSEUDO-CONVERSATIONAL TRANSACTION (TRANID LGCL) *
      *          FOR THE ADJUSTER.  SHOWS A CLAIM AS CLAIMSD HOLDS IT *
      *          (PAID, RESERVE, RECOVERIES, LAST ACTIVITY) AND TAKES *
      *          A RESERVE CHANGE, PAYMENT, CLOSE OR DENIAL AGAINST   *
      *          IT, EDITED THE WAY LGAPCLM1 EDITS THEM, AS A CLAIM   *
      *          TRANSACTION ON THE KEYED CLMTRAND DATASET FOR THE    *
      *          NIGHTLY INTAKE (THE SAME FEED LGFN WRITES).  A       *
      *          PAYMENT ABOVE THE ADJUSTER'S PAYMENT AUTHORITY ON    *
      *          ADJUSTD IS HELD ON CLMHOLDD INSTEAD, AND IS ONLY     *
      *          WRITTEN WHEN A SUPERVISOR WHOSE AUTHORITY COVERS IT  *
      *          APPROVES IT ON THE APPROVAL VIEW.                    *
      *          PF5 = CLAIMS / APPROVALS   PF8 = NEXT PAYMENT        *
      *          PF3 = EXIT                                           *
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
       01  WS-CLAIM-KEY                PIC X(15).
       01  WS-ADJUSTER-KEY             PIC X(6).
       01  WS-HOLD-KEY                 PIC X(18).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ENTRY-DATE               PIC 9(8).
       01  WS-ENTRY-TIME               PIC X(8).
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.

       01  WS-NEW-CLAIM                PIC X VALUE 'N'.
           88 CLAIM-IS-NEW             VALUE 'Y'.
       01  WS-CLAIM-FOUND              PIC X VALUE 'N'.
           88 CLAIM-WAS-FOUND          VALUE 'Y'.
       01  WS-ADJUSTER-FOUND           PIC X VALUE 'N'.
           88 ADJUSTER-WAS-FOUND       VALUE 'Y'.
       01  WS-BROWSE-DONE              PIC X VALUE 'N'.
           88 BROWSE-IS-DONE           VALUE 'Y'.
       01  WS-HOLD-SHOWN               PIC X VALUE 'N'.
           88 HOLD-WAS-SHOWN           VALUE 'Y'.

      *    Payment authority of the adjuster or supervisor at the
      *    terminal -- zero when the adjuster master carries none.
       01  WS-AUTHORITY                PIC 9(8)V99 VALUE ZERO.

      *    The amount arrives as keyed text; it is checked for digits
      *    and a single decimal point before NUMVAL is trusted with it.
       01  WS-AMOUNT-TEXT              PIC X(12).
       01  WS-AMOUNT-CHECK             PIC X(12).
       01  WS-DOT-CNT                  PIC 9(2) VALUE ZERO.
       01  WS-ACTION-AMOUNT            PIC 9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-DISPLAY           PIC Z(7)9.99.

      *    A transaction already on CLMTRAND for the claim -- the
      *    dataset is keyed on claim number, so a claim takes one
      *    online action per nightly run.
           COPY CLMTRAN REPLACING
                ==CLAIM-TRAN-RECORD== BY ==WS-PENDING-TRAN==
                LEADING ==CLT-== BY ==PND-==.

      *    The outcome of a decision, carried onto the next payment
      *    shown on the approval view.
       01  WS-REPLY-MSG                PIC X(40) VALUE SPACES.

      *    The output map overlays the input fields, so what was
      *    keyed is saved here before the response map is built.
       01  WS-ACTION-ENTRY.
           05 WS-ENT-ACTION            PIC X(1).
              88 WS-ENT-RESERVE        VALUE 'U'.
              88 WS-ENT-PAYMENT        VALUE 'P'.
              88 WS-ENT-CLOSE          VALUE 'C'.
              88 WS-ENT-DENY           VALUE 'D'.
           05 WS-ENT-AMOUNT            PIC X(12).
           05 WS-ENT-PAYEE             PIC X(40).

      *    The conversation state is built here in WORKING-STORAGE --
      *    on the first invocation there is no inbound COMMAREA to
      *    address, the same discipline as LGAPCICS2.  Unchanged
      *    screen fields come back empty, so the claim and adjuster
      *    carry forward from here.
       01  WS-COMMAREA.
           05 CA-MODE                  PIC X(1).
              88 CA-CLAIM-MODE         VALUE 'E'.
              88 CA-APPROVAL-MODE      VALUE 'S'.
           05 CA-CLAIM-NUM             PIC X(15).
           05 CA-ADJUSTER-ID           PIC X(6).
           05 CA-HOLD-KEY              PIC X(18).

           COPY DFHAID.
           COPY CLAIMREC.
           COPY CLMTRAN.
           COPY ADJMAST.
           COPY CLMHOLD.
           COPY SECREQ.
           COPY LGAPMAP8.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(40).

       PROCEDURE DIVISION.

       P100-MAIN.
      *    Every read, browse and write runs on RESP codes, so only
      *    the map receive and unexpected failures route through
      *    these handlers.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(P900-MAPFAIL)
                ERROR(P990-ERROR)
           END-EXEC

      *    The task is checked as an inquiry; an action or payment
      *    decision is checked again as an update before it is
      *    taken, so a refused one is denied and logged by LGAPSEC1
      *    like any other.
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
                   WHEN DFHPF5
                       PERFORM P400-SWITCH-MODE
                   WHEN OTHER
                       IF CA-APPROVAL-MODE
                           IF EIBAID = DFHPF8
                               PERFORM P410-SHOW-NEXT-HOLD
                           ELSE
                               PERFORM P450-DECIDE-PAYMENT
                           END-IF
                       ELSE
                           PERFORM P110-RECEIVE-AND-PROCESS
                       END-IF
               END-EVALUATE
           END-IF.

       P105-SEND-INITIAL-MAP.
           MOVE SPACES TO WS-COMMAREA
           MOVE 'E' TO CA-MODE
           MOVE SPACES TO LGAPM8O
           MOVE 'CLAIM ACTIVITY' TO MODEO
           MOVE 'ENTER A CLAIM NUMBER AND ADJUSTER ID' TO MSGO
           PERFORM P600-SEND-AND-RETURN.

       P110-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('LGAPM8')
                              MAPSET('LGAPMS8')
                              INTO(LGAPM8I)
           END-EXEC

           IF ADJIDL > ZERO
               MOVE ADJIDI TO CA-ADJUSTER-ID
           END-IF
           MOVE 'N' TO WS-NEW-CLAIM
           IF CLMNOL > ZERO AND CLMNOI NOT = CA-CLAIM-NUM
               MOVE CLMNOI TO CA-CLAIM-NUM
               MOVE 'Y' TO WS-NEW-CLAIM
           END-IF
           PERFORM P120-SAVE-ENTRY

           MOVE SPACES TO LGAPM8O
           MOVE 'CLAIM ACTIVITY' TO MODEO
           MOVE CA-ADJUSTER-ID TO ADJIDO
           IF CA-CLAIM-NUM = SPACES OR LOW-VALUES
               MOVE 'ENTER A CLAIM NUMBER' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           MOVE CA-CLAIM-NUM TO WS-CLAIM-KEY
           PERFORM P200-SHOW-CLAIM
           IF NOT CLAIM-WAS-FOUND
               MOVE 'CLAIM NOT ON FILE' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           MOVE 'ACTION U/P/C/D - PF5 APPROVALS - PF3 EXITS' TO MSGO

      *    An action is only taken against the claim already on the
      *    screen -- a new claim number shows the claim first.
           IF WS-ENT-ACTION NOT = SPACE
               IF CLAIM-IS-NEW
                   MOVE 'REVIEW THE CLAIM, THEN ENTER THE ACTION'
                        TO MSGO
               ELSE
                   PERFORM P300-RECORD-ACTION
               END-IF
           END-IF
           PERFORM P600-SEND-AND-RETURN.

       P120-SAVE-ENTRY.
           MOVE SPACES TO WS-ACTION-ENTRY
           IF ACTNL > ZERO
               MOVE ACTNI TO WS-ENT-ACTION
           END-IF
           IF AMTL > ZERO
               MOVE AMTI TO WS-ENT-AMOUNT
           END-IF
           IF PAYEEL > ZERO
               MOVE PAYEEI TO WS-ENT-PAYEE
           END-IF
           INSPECT WS-ACTION-ENTRY REPLACING ALL LOW-VALUES BY SPACE.

      *----------------------------------------------------------------*
      * SHOW THE CLAIM AS CLAIMSD HOLDS IT -- LAST NIGHT'S MASTER.     *
      * ACTIONS TAKEN TODAY ARE NOT ON IT UNTIL LGAPCLM1 HAS RUN.      *
      *----------------------------------------------------------------*
       P200-SHOW-CLAIM.
           MOVE 'N' TO WS-CLAIM-FOUND
           EXEC CICS READ DATASET('CLAIMSD')
                           INTO(CLAIM-RECORD)
                           RIDFLD(WS-CLAIM-KEY)
                           KEYLENGTH(15)
                           RESP(WS-RESP)
           END-EXEC
           MOVE WS-CLAIM-KEY TO CLMNOO
           IF WS-RESP = ZERO
               MOVE 'Y' TO WS-CLAIM-FOUND
               MOVE CLM-CUSTOMER-NUM TO CUSNOO
               MOVE CLM-CLAIM-TYPE TO CTYPEO
               EVALUATE TRUE
                   WHEN CLM-OPEN
                       MOVE 'OPEN' TO CSTATO
                   WHEN CLM-CLOSED
                       MOVE 'CLOSED' TO CSTATO
                   WHEN CLM-DENIED
                       MOVE 'DENIED' TO CSTATO
                   WHEN OTHER
                       MOVE CLM-CLAIM-STATUS TO CSTATO
               END-EVALUATE
               MOVE CLM-CLAIM-DATE TO LOSSDO
               MOVE CLM-PAID-AMOUNT TO PAIDO
               MOVE CLM-RESERVE-AMOUNT TO RESVO
               IF CLM-RECOVERY-AMOUNT NUMERIC
                   MOVE CLM-RECOVERY-AMOUNT TO RECVO
               ELSE
                   MOVE ZERO TO RECVO
               END-IF
               IF CLM-LAST-ACTIVITY-DATE NUMERIC
                   MOVE CLM-LAST-ACTIVITY-DATE TO LACTDO
               END-IF
               MOVE CLM-ADJUSTER-ID TO CADJO
               EVALUATE TRUE
                   WHEN CLM-SIU-REFERRED
                       MOVE 'REFERRED' TO SIUO
                   WHEN CLM-SIU-CLEARED
                       MOVE 'CLEARED' TO SIUO
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * EDIT THE ACTION AND WRITE THE CLAIM TRANSACTION.  THE RULES    *
      * ARE THOSE LGAPCLM1 APPLIES: PAYMENTS, CLOSES AND DENIALS ONLY  *
      * ON AN OPEN CLAIM, A RESERVE CHANGE ON ANY CLAIM (IT REOPENS A  *
      * CLOSED ONE), AND NO PAYMENT ON A CLAIM REFERRED TO SIU, WHICH  *
      * THE BATCH WOULD ONLY HOLD.  A FAILED EDIT RESENDS THE CLAIM    *
      * WITH THE REASON AND ENDS THE TASK.                             *
      *----------------------------------------------------------------*
       P300-RECORD-ACTION.
           MOVE 'U' TO SRQ-FUNCTION
           PERFORM P700-CHECK-ACCESS
           IF CA-ADJUSTER-ID = SPACES OR LOW-VALUES
               MOVE 'ENTER YOUR ADJUSTER ID TO TAKE AN ACTION' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           PERFORM P310-READ-ADJUSTER
           IF NOT ADJUSTER-WAS-FOUND
               MOVE 'ADJUSTER ID NOT ON FILE OR NOT ACTIVE' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           MOVE ZERO TO WS-ACTION-AMOUNT
           EVALUATE TRUE
               WHEN WS-ENT-RESERVE
                   PERFORM P320-EDIT-AMOUNT
               WHEN WS-ENT-PAYMENT
                   IF NOT CLM-OPEN
                       MOVE 'CLAIM NOT OPEN' TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
                   IF CLM-SIU-REFERRED
                       MOVE 'CLAIM REFERRED TO SIU - PAYMENTS HELD'
                            TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
                   PERFORM P320-EDIT-AMOUNT
                   IF WS-ACTION-AMOUNT = ZERO
                       MOVE 'PAYMENT AMOUNT MUST BE ABOVE ZERO' TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
               WHEN WS-ENT-CLOSE OR WS-ENT-DENY
                   IF NOT CLM-OPEN
                       MOVE 'CLAIM NOT OPEN' TO MSGO
                       PERFORM P600-SEND-AND-RETURN
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION MUST BE U, P, C OR D' TO MSGO
                   PERFORM P600-SEND-AND-RETURN
           END-EVALUATE

           MOVE SPACES TO CLAIM-TRAN-RECORD
           MOVE WS-ENT-ACTION TO CLT-ACTION
           MOVE CLM-CUSTOMER-NUM TO CLT-CUSTOMER-NUM
           MOVE CLM-CLAIM-NUMBER TO CLT-CLAIM-NUMBER
           MOVE CLM-CLAIM-DATE TO CLT-CLAIM-DATE
           MOVE CLM-CLAIM-TYPE TO CLT-CLAIM-TYPE
           MOVE WS-ACTION-AMOUNT TO CLT-AMOUNT
      *    A blank payee pays the customer of record.
           IF WS-ENT-PAYMENT
               MOVE WS-ENT-PAYEE TO CLT-PAYEE-NAME
           END-IF

           IF WS-ENT-PAYMENT AND WS-ACTION-AMOUNT > WS-AUTHORITY
               PERFORM P330-HOLD-PAYMENT
           ELSE
               PERFORM P340-WRITE-TRANSACTION
           END-IF.

      *    Read the adjuster (or supervisor) at the terminal and pick
      *    up their payment authority.
       P310-READ-ADJUSTER.
           MOVE 'N' TO WS-ADJUSTER-FOUND
           MOVE ZERO TO WS-AUTHORITY
           MOVE CA-ADJUSTER-ID TO WS-ADJUSTER-KEY
           EXEC CICS READ DATASET('ADJUSTD')
                           INTO(ADJUSTER-MASTER-RECORD)
                           RIDFLD(WS-ADJUSTER-KEY)
                           KEYLENGTH(6)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO AND ADJ-ACTIVE
               MOVE 'Y' TO WS-ADJUSTER-FOUND
               IF ADJ-PAY-AUTHORITY NUMERIC
                   MOVE ADJ-PAY-AUTHORITY TO WS-AUTHORITY
               END-IF
           END-IF.

       P320-EDIT-AMOUNT.
           MOVE WS-ENT-AMOUNT TO WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT = SPACES
               MOVE 'ENTER THE AMOUNT' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           MOVE WS-AMOUNT-TEXT TO WS-AMOUNT-CHECK
           MOVE ZERO TO WS-DOT-CNT
           INSPECT WS-AMOUNT-CHECK TALLYING WS-DOT-CNT FOR ALL '.'
           INSPECT WS-AMOUNT-CHECK REPLACING ALL '.' BY '0'
                                              ALL SPACE BY '0'
           IF WS-AMOUNT-CHECK NOT NUMERIC OR WS-DOT-CNT > 1
               MOVE 'AMOUNT MUST BE NUMERIC' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           MOVE FUNCTION NUMVAL(WS-AMOUNT-TEXT) TO WS-ACTION-AMOUNT
           IF WS-ACTION-AMOUNT > 99999999.99
               MOVE 'AMOUNT IS OUT OF RANGE' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF.

      *----------------------------------------------------------------*
      * ABOVE THE ADJUSTER'S AUTHORITY -- THE PAYMENT WAITS ON         *
      * CLMHOLDD FOR A SUPERVISOR, AND NOTHING GOES TO CLMTRAND YET.   *
      *----------------------------------------------------------------*
       P330-HOLD-PAYMENT.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                                YYYYMMDD(WS-ENTRY-DATE)
                                TIME(WS-ENTRY-TIME)
                                TIMESEP('')
           END-EXEC

           MOVE SPACES TO CLAIM-PAYMENT-HOLD-RECORD
           MOVE WS-ENTRY-DATE TO CPH-ENTRY-DATE
           MOVE WS-ENTRY-TIME (1:6) TO CPH-ENTRY-TIME
           MOVE EIBTRMID TO CPH-TERMINAL-ID
           MOVE 'P' TO CPH-HOLD-STATUS
           MOVE CLT-CLAIM-NUMBER TO CPH-CLAIM-NUMBER
           MOVE CLT-CUSTOMER-NUM TO CPH-CUSTOMER-NUM
           MOVE CLT-CLAIM-DATE TO CPH-CLAIM-DATE
           MOVE CLT-CLAIM-TYPE TO CPH-CLAIM-TYPE
           MOVE CLT-AMOUNT TO CPH-AMOUNT
           MOVE CLT-PAYEE-NAME TO CPH-PAYEE-NAME
           MOVE CA-ADJUSTER-ID TO CPH-ADJUSTER-ID
           MOVE WS-AUTHORITY TO CPH-ADJ-AUTHORITY

           EXEC CICS WRITE DATASET('CLMHOLDD')
                           FROM(CLAIM-PAYMENT-HOLD-RECORD)
                           RIDFLD(CPH-KEY)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'PAYMENT NOT RECORDED - PLEASE RE-ENTER' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           MOVE 'ABOVE YOUR AUTHORITY - HELD FOR APPROVAL' TO MSGO.

      *----------------------------------------------------------------*
      * WRITE THE CLAIM TRANSACTION FOR THE NIGHTLY INTAKE.  CLMTRAND  *
      * IS KEYED ON CLAIM NUMBER, SO A CLAIM THAT ALREADY HAS A        *
      * TRANSACTION WAITING TAKES NO SECOND ONE UNTIL LGAPCLM1 HAS     *
      * RUN.                                                           *
      *----------------------------------------------------------------*
       P340-WRITE-TRANSACTION.
           EXEC CICS READ DATASET('CLMTRAND')
                           INTO(WS-PENDING-TRAN)
                           RIDFLD(CLT-CLAIM-NUMBER)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               MOVE 'CLAIM ALREADY HAS AN ACTION FOR TONIGHT' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           EXEC CICS WRITE DATASET('CLMTRAND')
                           FROM(CLAIM-TRAN-RECORD)
                           RIDFLD(CLT-CLAIM-NUMBER)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'ACTION NOT RECORDED - PLEASE RE-ENTER' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           MOVE 'ACCEPTED - APPLIED IN THE NIGHTLY RUN' TO MSGO.

      *----------------------------------------------------------------*
      * PF5 -- FLIP BETWEEN THE CLAIM VIEW AND THE APPROVAL VIEW.      *
      *----------------------------------------------------------------*
       P400-SWITCH-MODE.
           IF CA-APPROVAL-MODE
               MOVE 'E' TO CA-MODE
               MOVE SPACES TO LGAPM8O
               MOVE 'CLAIM ACTIVITY' TO MODEO
               MOVE CA-ADJUSTER-ID TO ADJIDO
               MOVE 'ENTER A CLAIM NUMBER AND ADJUSTER ID' TO MSGO
               IF CA-CLAIM-NUM NOT = SPACES AND
                  CA-CLAIM-NUM NOT = LOW-VALUES
                   MOVE CA-CLAIM-NUM TO WS-CLAIM-KEY
                   PERFORM P200-SHOW-CLAIM
                   MOVE 'ACTION U/P/C/D - PF5 APPROVALS - PF3 EXITS'
                        TO MSGO
               END-IF
               PERFORM P600-SEND-AND-RETURN
           ELSE
               MOVE 'S' TO CA-MODE
               MOVE LOW-VALUES TO CA-HOLD-KEY
               PERFORM P410-SHOW-NEXT-HOLD
           END-IF.

      *----------------------------------------------------------------*
      * PRESENT THE NEXT PAYMENT STILL AWAITING APPROVAL AFTER THE     *
      * ONE LAST SHOWN, CARRYING THE POSITION IN THE COMMAREA.         *
      *----------------------------------------------------------------*
       P410-SHOW-NEXT-HOLD.
           MOVE SPACES TO LGAPM8O
           MOVE 'PAYMENT APPROVAL' TO MODEO
           MOVE CA-ADJUSTER-ID TO ADJIDO
           MOVE CA-HOLD-KEY TO WS-HOLD-KEY
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE 'N' TO WS-HOLD-SHOWN
           EXEC CICS STARTBR DATASET('CLMHOLDD')
                             RIDFLD(WS-HOLD-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = ZERO
               PERFORM P420-FIND-NEXT-HOLD UNTIL BROWSE-IS-DONE
               EXEC CICS ENDBR DATASET('CLMHOLDD')
               END-EXEC
           END-IF

           IF HOLD-WAS-SHOWN
               PERFORM P430-BUILD-HOLD-MAP
               MOVE 'A APPROVES, D DECLINES - PF8 NEXT' TO MSGO
           ELSE
               MOVE LOW-VALUES TO CA-HOLD-KEY
               MOVE 'NO PAYMENTS AWAITING APPROVAL - PF5 CLAIMS'
                    TO MSGO
           END-IF
           IF WS-REPLY-MSG NOT = SPACES
               MOVE WS-REPLY-MSG TO MSGO
           END-IF
           PERFORM P600-SEND-AND-RETURN.

       P420-FIND-NEXT-HOLD.
           EXEC CICS READNEXT DATASET('CLMHOLDD')
                              INTO(CLAIM-PAYMENT-HOLD-RECORD)
                              RIDFLD(WS-HOLD-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
           IF WS-HOLD-KEY NOT = CA-HOLD-KEY AND CPH-PENDING
               MOVE WS-HOLD-KEY TO CA-HOLD-KEY
               MOVE 'Y' TO WS-BROWSE-DONE
               MOVE 'Y' TO WS-HOLD-SHOWN
           END-IF
           END-IF.

      *    The held payment, with the claim it is against as it
      *    stands, so the supervisor sees what the payment does.
       P430-BUILD-HOLD-MAP.
           MOVE CPH-CLAIM-NUMBER TO WS-CLAIM-KEY
           PERFORM P200-SHOW-CLAIM
           MOVE CPH-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO AMTO
           MOVE CPH-PAYEE-NAME TO PAYEEO
           MOVE CPH-ADJUSTER-ID TO REQBYO
           MOVE CPH-ADJ-AUTHORITY TO AUTHO.

      *    Enter with nothing keyed on the approval view shows the
      *    same payment again.
       P440-REDISPLAY-HOLD.
           MOVE SPACES TO LGAPM8O
           MOVE 'PAYMENT APPROVAL' TO MODEO
           MOVE CA-ADJUSTER-ID TO ADJIDO
           MOVE CA-HOLD-KEY TO WS-HOLD-KEY
           EXEC CICS READ DATASET('CLMHOLDD')
                           INTO(CLAIM-PAYMENT-HOLD-RECORD)
                           RIDFLD(WS-HOLD-KEY)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO OR NOT CPH-PENDING
               PERFORM P410-SHOW-NEXT-HOLD
           END-IF
           PERFORM P430-BUILD-HOLD-MAP
           MOVE 'A APPROVES, D DECLINES - PF8 NEXT' TO MSGO
           PERFORM P600-SEND-AND-RETURN.

      *----------------------------------------------------------------*
      * APPROVE OR DECLINE THE PAYMENT SHOWN.  THE APPROVER MUST BE AN *
      * ACTIVE ADJUSTER OTHER THAN THE ONE WHO KEYED IT, WITH PAYMENT  *
      * AUTHORITY THAT COVERS IT, AND THE CLAIM MUST STILL TAKE A      *
      * PAYMENT.  AN APPROVED PAYMENT IS WRITTEN TO CLMTRAND AS IF THE *
      * ADJUSTER HAD KEYED IT; EITHER WAY THE HOLD IS MARKED WITH THE  *
      * DECISION, WHO MADE IT AND WHEN.                                *
      *----------------------------------------------------------------*
       P450-DECIDE-PAYMENT.
           EXEC CICS RECEIVE MAP('LGAPM8')
                              MAPSET('LGAPMS8')
                              INTO(LGAPM8I)
           END-EXEC

           IF ADJIDL > ZERO
               MOVE ADJIDI TO CA-ADJUSTER-ID
           END-IF
           PERFORM P120-SAVE-ENTRY

           MOVE SPACES TO LGAPM8O
           MOVE 'PAYMENT APPROVAL' TO MODEO
           MOVE CA-ADJUSTER-ID TO ADJIDO
           IF CA-HOLD-KEY = SPACES OR LOW-VALUES
               MOVE 'PRESS PF8 FOR THE NEXT PAYMENT' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           MOVE 'U' TO SRQ-FUNCTION
           PERFORM P700-CHECK-ACCESS

           MOVE CA-HOLD-KEY TO WS-HOLD-KEY
           EXEC CICS READ DATASET('CLMHOLDD')
                           INTO(CLAIM-PAYMENT-HOLD-RECORD)
                           RIDFLD(WS-HOLD-KEY)
                           UPDATE
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'PAYMENT NO LONGER ON FILE' TO WS-REPLY-MSG
               PERFORM P410-SHOW-NEXT-HOLD
           END-IF
           IF NOT CPH-PENDING
               EXEC CICS UNLOCK DATASET('CLMHOLDD')
               END-EXEC
               MOVE 'PAYMENT ALREADY DECIDED' TO WS-REPLY-MSG
               PERFORM P410-SHOW-NEXT-HOLD
           END-IF
           PERFORM P430-BUILD-HOLD-MAP

           IF WS-ENT-ACTION NOT = 'A' AND WS-ENT-ACTION NOT = 'D'
               MOVE 'DECISION MUST BE A OR D' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           IF CA-ADJUSTER-ID = SPACES OR LOW-VALUES
               MOVE 'ENTER YOUR ADJUSTER ID TO DECIDE' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           PERFORM P310-READ-ADJUSTER
           IF NOT ADJUSTER-WAS-FOUND
               MOVE 'ADJUSTER ID NOT ON FILE OR NOT ACTIVE' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           IF CA-ADJUSTER-ID = CPH-ADJUSTER-ID
               MOVE 'YOU CANNOT DECIDE YOUR OWN PAYMENT' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           IF WS-ENT-ACTION = 'A'
               IF CPH-AMOUNT > WS-AUTHORITY
                   MOVE 'PAYMENT IS ABOVE YOUR AUTHORITY TOO' TO MSGO
                   PERFORM P600-SEND-AND-RETURN
               END-IF
               IF NOT CLAIM-WAS-FOUND OR NOT CLM-OPEN
                   MOVE 'CLAIM NO LONGER OPEN - DECLINE IT' TO MSGO
                   PERFORM P600-SEND-AND-RETURN
               END-IF
               IF CLM-SIU-REFERRED
                   MOVE 'CLAIM REFERRED TO SIU - DECLINE IT' TO MSGO
                   PERFORM P600-SEND-AND-RETURN
               END-IF
               MOVE SPACES TO CLAIM-TRAN-RECORD
               MOVE 'P' TO CLT-ACTION
               MOVE CPH-CUSTOMER-NUM TO CLT-CUSTOMER-NUM
               MOVE CPH-CLAIM-NUMBER TO CLT-CLAIM-NUMBER
               MOVE CPH-CLAIM-DATE TO CLT-CLAIM-DATE
               MOVE CPH-CLAIM-TYPE TO CLT-CLAIM-TYPE
               MOVE CPH-AMOUNT TO CLT-AMOUNT
               MOVE CPH-PAYEE-NAME TO CLT-PAYEE-NAME
               PERFORM P340-WRITE-TRANSACTION
               MOVE 'A' TO CPH-HOLD-STATUS
               MOVE 'PAYMENT APPROVED - APPLIED TONIGHT'
                    TO WS-REPLY-MSG
           ELSE
               MOVE 'D' TO CPH-HOLD-STATUS
               MOVE 'PAYMENT DECLINED - NOTHING IS PAID'
                    TO WS-REPLY-MSG
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                                YYYYMMDD(WS-ENTRY-DATE)
           END-EXEC
           MOVE CA-ADJUSTER-ID TO CPH-APPROVER-ID
           MOVE WS-ENTRY-DATE TO CPH-DECISION-DATE
           EXEC CICS REWRITE DATASET('CLMHOLDD')
                             FROM(CLAIM-PAYMENT-HOLD-RECORD)
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
      *        An approved payment is already on CLMTRAND; the hold
      *        must not be left pending for a second approval.
               MOVE 'DECIDED BUT HOLD NOT CLOSED - CALL SUPPORT'
                    TO WS-REPLY-MSG
           END-IF
           PERFORM P410-SHOW-NEXT-HOLD.

       P600-SEND-AND-RETURN.
           EXEC CICS SEND MAP('LGAPM8')
                           MAPSET('LGAPMS8')
                           FROM(LGAPM8O)
                           ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('LGCL')
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
      *    Enter with nothing changed simply redisplays the screen.
           IF CA-APPROVAL-MODE
               IF CA-HOLD-KEY = SPACES OR LOW-VALUES
                   PERFORM P410-SHOW-NEXT-HOLD
               ELSE
                   PERFORM P440-REDISPLAY-HOLD
               END-IF
           END-IF
           MOVE SPACES TO LGAPM8O
           MOVE 'CLAIM ACTIVITY' TO MODEO
           MOVE CA-ADJUSTER-ID TO ADJIDO
           IF CA-CLAIM-NUM = SPACES OR LOW-VALUES
               MOVE 'ENTER A CLAIM NUMBER AND ADJUSTER ID' TO MSGO
           ELSE
               MOVE CA-CLAIM-NUM TO WS-CLAIM-KEY
               PERFORM P200-SHOW-CLAIM
               MOVE 'ACTION U/P/C/D - PF5 APPROVALS - PF3 EXITS'
                    TO MSGO
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
