       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCICS6.
      *================================================================*
      * PROGRAM: LGAPCICS6 - BILLING INQUIRY AND COUNTER PAYMENTS     *
      * PURPOSE: CICS PSEUDO-CONVERSATIONAL TRANSACTION (TRANID LGBI) *
      *          THAT PAGES THROUGH A POLICY'S INSTALLMENTS ON        *
      *          INSTMSTD EIGHT AT A TIME -- DUE DATE, AMOUNT, PAID,  *
      *          STATUS AND DUNNING LEVEL -- AND LETS THE CLERK TAKE  *
      *          A PAYMENT WITH A METHOD AND REFERENCE.  EACH PAYMENT *
      *          IS WRITTEN TO THE KEYED CTRPAYD DATASET, WHICH IS    *
      *          UNLOADED AND APPLIED BY LGAPPAY1 THE NEXT MORNING    *
      *          THE SAME WAY DISPOSD FEEDS LGAPDSP1.  PF5 SHOWS THE  *
      *          PAYMENTS TAKEN TODAY BY METHOD, FOR THE OPERATOR AND *
      *          FOR THE WHOLE DESK, FOR CASHIER BALANCING.  PF7/PF8  *
      *          PAGE THE SCHEDULE; PF3 EXITS.                        *
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
       01  WS-POLICY-KEY               PIC X(12).
       01  WS-INST-BROWSE-KEY          PIC X(14).
       01  WS-PAY-BROWSE-KEY           PIC X(18).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ENTRY-DATE               PIC 9(8).
       01  WS-ENTRY-TIME               PIC X(8).

       01  WS-SCHEDULE-TOTALS.
           05 WS-INST-SEEN             PIC 9(3) VALUE ZERO.
           05 WS-SKIP-CNT              PIC 9(3) VALUE ZERO.
           05 WS-OPEN-INST-CNT         PIC 9(3) VALUE ZERO.
           05 WS-OPEN-INST-BAL         PIC 9(9)V99 VALUE ZERO.

       01  WS-LINES-SHOWN              PIC S9(4) COMP VALUE ZERO.
       01  WS-LINES-PER-PAGE           PIC S9(4) COMP VALUE 8.
       01  WS-BAL-SUB                  PIC S9(4) COMP VALUE ZERO.

       01  WS-BROWSE-DONE              PIC X VALUE 'N'.
           88 BROWSE-IS-DONE           VALUE 'Y'.

       01  WS-NEW-POLICY               PIC X VALUE 'N'.
           88 POLICY-IS-NEW            VALUE 'Y'.

       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.

      *    The amount arrives as keyed text; it is checked for digits
      *    and a single decimal point before NUMVAL is trusted with it.
       01  WS-AMOUNT-TEXT              PIC X(12).
       01  WS-AMOUNT-CHECK             PIC X(12).
       01  WS-DOT-CNT                  PIC 9(2) VALUE ZERO.
       01  WS-PAYMENT-AMOUNT           PIC 9(11)V99 VALUE ZERO.

      *    The output map overlays the input fields, so what the clerk
      *    keyed is saved here before the response map is built.
       01  WS-PAYMENT-ENTRY.
           05 WS-ENTERED-AMOUNT        PIC X(12).
           05 WS-ENTERED-METHOD        PIC X(2).
           05 WS-ENTERED-REFERENCE     PIC X(16).
       01  WS-PAYMENT-KEYED            PIC X VALUE 'N'.
           88 PAYMENT-WAS-KEYED        VALUE 'Y'.

      *----------------------------------------------------------------*
      * INSTALLMENT SCHEDULE LINE AND ITS COLUMN HEADING.              *
      *----------------------------------------------------------------*
       01  WS-INST-HEADING.
           05 FILLER                   PIC X(13) VALUE
              ' NO  DUE DATE'.
           05 FILLER                   PIC X(14) VALUE
              '        AMOUNT'.
           05 FILLER                   PIC X(14) VALUE
              '          PAID'.
           05 FILLER                   PIC X(8) VALUE '  STATUS'.
           05 FILLER                   PIC X(8) VALUE '     DUN'.
           05 FILLER                   PIC X(11) VALUE '  LAST PAID'.
           05 FILLER                   PIC X(4) VALUE SPACES.

       01  WS-INST-LINE.
           05 FILLER                   PIC X(1).
           05 WS-IL-INST-NO            PIC Z9.
           05 FILLER                   PIC X(2).
           05 WS-IL-DUE-DATE           PIC 9(8).
           05 FILLER                   PIC X(2).
           05 WS-IL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2).
           05 WS-IL-PAID               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2).
           05 WS-IL-STATUS             PIC X(10).
           05 FILLER                   PIC X(2).
           05 WS-IL-DUN-LEVEL          PIC 9.
           05 FILLER                   PIC X(3).
           05 WS-IL-LAST-PAID          PIC X(8).
           05 FILLER                   PIC X(5).

      *----------------------------------------------------------------*
      * CASHIER BALANCING -- TODAY'S PAYMENTS BY METHOD, FOR THE       *
      * SIGNED-ON OPERATOR AND FOR THE DESK AS A WHOLE.  THE FIFTH     *
      * ROW CARRIES THE TOTALS.                                        *
      *----------------------------------------------------------------*
       01  WS-BAL-HEADING.
           05 FILLER                   PIC X(21) VALUE
              ' METHOD    YOUR COUNT'.
           05 FILLER                   PIC X(14) VALUE
              '   YOUR AMOUNT'.
           05 FILLER                   PIC X(12) VALUE
              '  DESK COUNT'.
           05 FILLER                   PIC X(14) VALUE
              '   DESK AMOUNT'.
           05 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-BAL-LINE.
           05 FILLER                   PIC X(1).
           05 WS-BL-METHOD             PIC X(12).
           05 FILLER                   PIC X(4).
           05 WS-BL-OPER-CNT           PIC ZZZ9.
           05 FILLER                   PIC X(2).
           05 WS-BL-OPER-AMT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(8).
           05 WS-BL-DESK-CNT           PIC ZZZ9.
           05 FILLER                   PIC X(2).
           05 WS-BL-DESK-AMT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(11).

       01  WS-METHOD-NAME-VALUES.
           05 FILLER                   PIC X(12) VALUE 'CASH'.
           05 FILLER                   PIC X(12) VALUE 'CHECK'.
           05 FILLER                   PIC X(12) VALUE 'CARD'.
           05 FILLER                   PIC X(12) VALUE 'MONEY ORDER'.
           05 FILLER                   PIC X(12) VALUE 'TOTAL'.
       01  WS-METHOD-NAME-TABLE REDEFINES WS-METHOD-NAME-VALUES.
           05 WS-METHOD-NAME           PIC X(12) OCCURS 5 TIMES.

       01  WS-BALANCE-TABLE.
           05 WS-BALANCE-ENTRY         OCCURS 5 TIMES.
              10 WS-BAL-OPER-CNT       PIC 9(4).
              10 WS-BAL-OPER-AMT       PIC 9(9)V99.
              10 WS-BAL-DESK-CNT       PIC 9(4).
              10 WS-BAL-DESK-AMT       PIC 9(9)V99.

      *    The conversation state is built here in WORKING-STORAGE --
      *    on the first invocation there is no inbound COMMAREA to
      *    address, the same discipline as LGAPCICS2.  Unchanged
      *    screen fields come back empty, so the policy and operator
      *    carry forward from here.
       01  WS-COMMAREA.
           05 CA-POLICY-NUM            PIC X(12).
           05 CA-OPERATOR-ID           PIC X(8).
           05 CA-PAGE-NO               PIC 9(2).

           COPY DFHAID.
           COPY INSTMST.
           COPY CTRPAY.
           COPY SECREQ.
           COPY LGAPMAP6.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(22).

       PROCEDURE DIVISION.

       P100-MAIN.
      *    The browses and the payment write run on RESP codes, so
      *    only the map receive and unexpected failures route through
      *    these handlers.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(P900-MAPFAIL)
                ERROR(P990-ERROR)
           END-EXEC

      *    The task is checked as an inquiry; a payment is checked
      *    again as an update before it is taken, so a refused
      *    payment is denied and logged by LGAPSEC1 like any other.
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
                       PERFORM P500-CASHIER-BALANCE
                   WHEN DFHPF7
                       PERFORM P410-PAGE-PREVIOUS
                   WHEN DFHPF8
                       PERFORM P400-PAGE-NEXT
                   WHEN OTHER
                       PERFORM P110-RECEIVE-AND-PROCESS
               END-EVALUATE
           END-IF.

       P105-SEND-INITIAL-MAP.
           MOVE SPACES TO WS-COMMAREA
           MOVE 1 TO CA-PAGE-NO
           MOVE SPACES TO LGAPM6O
           MOVE 'ENTER A POLICY NUMBER AND OPERATOR ID' TO MSGO
           PERFORM P600-SEND-AND-RETURN.

       P110-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('LGAPM6')
                              MAPSET('LGAPMS6')
                              INTO(LGAPM6I)
           END-EXEC

           IF OPERIDL > ZERO
               MOVE OPERIDI TO CA-OPERATOR-ID
           END-IF
           MOVE 'N' TO WS-PAYMENT-KEYED
           MOVE SPACES TO WS-PAYMENT-ENTRY
           IF PAYAML > ZERO
               MOVE 'Y' TO WS-PAYMENT-KEYED
               MOVE PAYAMI TO WS-ENTERED-AMOUNT
           END-IF
           IF PAYMTL > ZERO
               MOVE PAYMTI TO WS-ENTERED-METHOD
           END-IF
           IF PAYRFL > ZERO
               MOVE PAYRFI TO WS-ENTERED-REFERENCE
           END-IF
           MOVE 'N' TO WS-NEW-POLICY
           IF POLNOL > ZERO AND POLNOI NOT = CA-POLICY-NUM
               MOVE POLNOI TO CA-POLICY-NUM
               MOVE 1 TO CA-PAGE-NO
               MOVE 'Y' TO WS-NEW-POLICY
           END-IF

           MOVE SPACES TO LGAPM6O
           IF CA-POLICY-NUM = SPACES OR LOW-VALUES
               MOVE 'ENTER A POLICY NUMBER' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           PERFORM P200-LIST-INSTALLMENTS
           IF WS-INST-SEEN = ZERO
               MOVE 'NO INSTALLMENTS ON FILE FOR THIS POLICY' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

      *    A payment is only taken against the schedule already on
      *    the screen -- a new policy number shows the schedule first.
           IF PAYMENT-WAS-KEYED
               IF POLICY-IS-NEW
                   MOVE 'REVIEW THE SCHEDULE, THEN ENTER PAYMENT'
                        TO MSGO
               ELSE
                   PERFORM P300-RECORD-PAYMENT
               END-IF
           ELSE
               MOVE 'PF7/PF8 PAGE - PF5 TODAY - PF3 EXITS' TO MSGO
           END-IF
           PERFORM P600-SEND-AND-RETURN.

      *----------------------------------------------------------------*
      * INSTMSTD IS KEYED POLICY/INSTALLMENT, SO THE BROWSE STARTS AT  *
      * THE POLICY AND STOPS AT THE FIRST RECORD FOR ANOTHER.  THE     *
      * WHOLE POLICY IS READ EVERY TIME SO THE OPEN COUNT AND BALANCE  *
      * COVER ALL PAGES, NOT JUST THE ONE SHOWN.                       *
      *----------------------------------------------------------------*
       P200-LIST-INSTALLMENTS.
           MOVE CA-POLICY-NUM TO WS-POLICY-KEY
           MOVE CA-POLICY-NUM TO POLNOO
           MOVE CA-OPERATOR-ID TO OPERIDO
           MOVE CA-PAGE-NO TO PAGEO
           MOVE WS-INST-HEADING TO HEADO
           COMPUTE WS-SKIP-CNT = (CA-PAGE-NO - 1) * WS-LINES-PER-PAGE
           MOVE ZERO TO WS-INST-SEEN
           MOVE ZERO TO WS-LINES-SHOWN
           MOVE ZERO TO WS-OPEN-INST-CNT
           MOVE ZERO TO WS-OPEN-INST-BAL
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO WS-INST-BROWSE-KEY
           MOVE WS-POLICY-KEY TO WS-INST-BROWSE-KEY (1:12)
           EXEC CICS STARTBR DATASET('INSTMSTD')
                             RIDFLD(WS-INST-BROWSE-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               PERFORM P210-SCAN-INSTALLMENT UNTIL BROWSE-IS-DONE
               EXEC CICS ENDBR DATASET('INSTMSTD')
               END-EXEC
           END-IF
           MOVE WS-OPEN-INST-CNT TO INSCTO
           MOVE WS-OPEN-INST-BAL TO INSBAO.

       P210-SCAN-INSTALLMENT.
           EXEC CICS READNEXT DATASET('INSTMSTD')
                              INTO(INSTALLMENT-MASTER-RECORD)
                              RIDFLD(WS-INST-BROWSE-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
           IF IMS-POLICY-NUM NOT = WS-POLICY-KEY
      *        Past the policy -- the schedule is complete.
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               ADD 1 TO WS-INST-SEEN
               MOVE IMS-CUSTOMER-NUM TO CUSNOO
               IF IMS-OPEN OR IMS-SHORT-PAID
                   ADD 1 TO WS-OPEN-INST-CNT
                   COMPUTE WS-OPEN-INST-BAL = WS-OPEN-INST-BAL +
                       IMS-TOTAL-DUE - IMS-PAID-AMOUNT
               END-IF
               IF WS-INST-SEEN > WS-SKIP-CNT AND
                  WS-LINES-SHOWN < WS-LINES-PER-PAGE
                   PERFORM P220-FORMAT-INSTALLMENT
               END-IF
           END-IF
           END-IF.

       P220-FORMAT-INSTALLMENT.
           ADD 1 TO WS-LINES-SHOWN
           MOVE SPACES TO WS-INST-LINE
           MOVE IMS-INSTALLMENT-NO TO WS-IL-INST-NO
           MOVE IMS-DUE-DATE TO WS-IL-DUE-DATE
           MOVE IMS-TOTAL-DUE TO WS-IL-AMOUNT
           MOVE IMS-PAID-AMOUNT TO WS-IL-PAID
           EVALUATE TRUE
               WHEN IMS-OPEN
                   MOVE 'OPEN' TO WS-IL-STATUS
               WHEN IMS-PAID
                   MOVE 'PAID' TO WS-IL-STATUS
               WHEN IMS-SHORT-PAID
                   MOVE 'SHORT PAID' TO WS-IL-STATUS
               WHEN IMS-CANCELLED
                   MOVE 'CANCELLED' TO WS-IL-STATUS
               WHEN OTHER
                   MOVE IMS-PAY-STATUS TO WS-IL-STATUS
           END-EVALUATE
           MOVE IMS-DUN-LEVEL TO WS-IL-DUN-LEVEL
           IF IMS-LAST-PAYMENT-DATE NOT = ZERO
               MOVE IMS-LAST-PAYMENT-DATE TO WS-IL-LAST-PAID
           END-IF
           MOVE WS-INST-LINE TO ILINEO (WS-LINES-SHOWN).

      *----------------------------------------------------------------*
      * EDIT THE PAYMENT FIELDS AND WRITE THE COUNTER PAYMENT.  A      *
      * FAILED EDIT RESENDS THE SCHEDULE WITH THE REASON AND ENDS THE  *
      * TASK, THE SAME WAY THE LGFN INTAKE REJECTS A BAD LOSS DATE.    *
      *----------------------------------------------------------------*
       P300-RECORD-PAYMENT.
           MOVE 'U' TO SRQ-FUNCTION
           PERFORM P700-CHECK-ACCESS
           IF CA-OPERATOR-ID = SPACES OR LOW-VALUES
               MOVE 'ENTER YOUR OPERATOR ID TO TAKE A PAYMENT'
                    TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           MOVE WS-ENTERED-AMOUNT TO WS-AMOUNT-TEXT
           INSPECT WS-AMOUNT-TEXT REPLACING ALL LOW-VALUES BY SPACE
           MOVE WS-AMOUNT-TEXT TO WS-AMOUNT-CHECK
           MOVE ZERO TO WS-DOT-CNT
           INSPECT WS-AMOUNT-CHECK TALLYING WS-DOT-CNT FOR ALL '.'
           INSPECT WS-AMOUNT-CHECK REPLACING ALL '.' BY '0'
                                              ALL SPACE BY '0'
           IF WS-AMOUNT-CHECK NOT NUMERIC OR WS-DOT-CNT > 1
               MOVE 'PAYMENT AMOUNT MUST BE NUMERIC' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           MOVE FUNCTION NUMVAL(WS-AMOUNT-TEXT) TO WS-PAYMENT-AMOUNT
           IF WS-PAYMENT-AMOUNT = ZERO OR
              WS-PAYMENT-AMOUNT > 99999999.99
               MOVE 'PAYMENT AMOUNT IS OUT OF RANGE' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           MOVE SPACES TO COUNTER-PAYMENT-RECORD
           MOVE WS-ENTERED-METHOD TO CTP-METHOD
           IF NOT CTP-VALID-METHOD
               MOVE 'METHOD MUST BE CA, CK, CC OR MO' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           IF WS-ENTERED-REFERENCE = SPACES OR LOW-VALUES
               MOVE 'A RECEIPT OR CHECK REFERENCE IS REQUIRED'
                    TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                                YYYYMMDD(WS-ENTRY-DATE)
                                TIME(WS-ENTRY-TIME)
                                TIMESEP('')
           END-EXEC

           MOVE WS-ENTRY-DATE TO CTP-ENTRY-DATE
           MOVE WS-ENTRY-TIME (1:6) TO CTP-ENTRY-TIME
           MOVE EIBTRMID TO CTP-TERMINAL-ID
           MOVE WS-POLICY-KEY TO CTP-POLICY-NUM
           MOVE WS-PAYMENT-AMOUNT TO CTP-AMOUNT
           MOVE WS-ENTERED-REFERENCE TO CTP-REFERENCE
           MOVE CA-OPERATOR-ID TO CTP-OPERATOR-ID
      *    The customer number is taken from the schedule just read,
      *    not from the last record the browse passed.
           MOVE CUSNOO TO CTP-CUSTOMER-NUM

           EXEC CICS WRITE DATASET('CTRPAYD')
                           FROM(COUNTER-PAYMENT-RECORD)
                           RIDFLD(CTP-KEY)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
      *        Two payments from one terminal in the same second
      *        share a key -- the clerk simply enters it again.
               MOVE 'PAYMENT NOT RECORDED - PLEASE RE-ENTER'
                    TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF

           IF WS-PAYMENT-AMOUNT > WS-OPEN-INST-BAL
               MOVE 'RECORDED - EXCEEDS THE OPEN BALANCE' TO MSGO
           ELSE
               MOVE 'PAYMENT RECORDED - APPLIED OVERNIGHT' TO MSGO
           END-IF.

      *----------------------------------------------------------------*
      * PF8/PF7 -- PAGE THE SCHEDULE, CARRYING THE PAGE NUMBER IN THE  *
      * COMMAREA.                                                      *
      *----------------------------------------------------------------*
       P400-PAGE-NEXT.
      *    Working storage is fresh on every pseudo-conversational
      *    task, so the map area must be cleared before any field
      *    is set or the send transmits undefined storage.
           MOVE SPACES TO LGAPM6O
           IF CA-POLICY-NUM = SPACES OR LOW-VALUES
               MOVE 'ENTER A POLICY NUMBER' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           ADD 1 TO CA-PAGE-NO
           PERFORM P200-LIST-INSTALLMENTS
           IF WS-LINES-SHOWN = ZERO
               SUBTRACT 1 FROM CA-PAGE-NO
               MOVE SPACES TO LGAPM6O
               PERFORM P200-LIST-INSTALLMENTS
               MOVE 'LAST PAGE - PF7 FOR PREVIOUS' TO MSGO
           ELSE
               MOVE 'PF8 NEXT PAGE - PF7 PREVIOUS PAGE' TO MSGO
           END-IF
           PERFORM P600-SEND-AND-RETURN.

       P410-PAGE-PREVIOUS.
           MOVE SPACES TO LGAPM6O
           IF CA-POLICY-NUM = SPACES OR LOW-VALUES
               MOVE 'ENTER A POLICY NUMBER' TO MSGO
               PERFORM P600-SEND-AND-RETURN
           END-IF
           IF CA-PAGE-NO > 1
               SUBTRACT 1 FROM CA-PAGE-NO
           END-IF
           PERFORM P200-LIST-INSTALLMENTS
           MOVE 'PF8 NEXT PAGE - PF7 PREVIOUS PAGE' TO MSGO
           PERFORM P600-SEND-AND-RETURN.

      *----------------------------------------------------------------*
      * PF5 -- CASHIER BALANCING.  CTRPAYD LEADS WITH THE ENTRY DATE,  *
      * SO TODAY'S PAYMENTS ARE ONE CONTIGUOUS BROWSE.                 *
      *----------------------------------------------------------------*
       P500-CASHIER-BALANCE.
           MOVE SPACES TO LGAPM6O
           MOVE CA-POLICY-NUM TO POLNOO
           MOVE CA-OPERATOR-ID TO OPERIDO
           MOVE WS-BAL-HEADING TO HEADO
           INITIALIZE WS-BALANCE-TABLE

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                                YYYYMMDD(WS-ENTRY-DATE)
           END-EXEC

           MOVE 'N' TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO WS-PAY-BROWSE-KEY
           MOVE WS-ENTRY-DATE TO WS-PAY-BROWSE-KEY (1:8)
           EXEC CICS STARTBR DATASET('CTRPAYD')
                             RIDFLD(WS-PAY-BROWSE-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               PERFORM P510-SCAN-PAYMENT UNTIL BROWSE-IS-DONE
               EXEC CICS ENDBR DATASET('CTRPAYD')
               END-EXEC
           END-IF

           PERFORM P530-FORMAT-BALANCE-LINE
               VARYING WS-BAL-SUB FROM 1 BY 1 UNTIL WS-BAL-SUB > 5
           MOVE 'PAYMENTS TAKEN TODAY - ENTER RETURNS' TO MSGO
           PERFORM P600-SEND-AND-RETURN.

       P510-SCAN-PAYMENT.
           EXEC CICS READNEXT DATASET('CTRPAYD')
                              INTO(COUNTER-PAYMENT-RECORD)
                              RIDFLD(WS-PAY-BROWSE-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
           IF CTP-ENTRY-DATE NOT = WS-ENTRY-DATE
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               PERFORM P520-POST-TO-BALANCE
           END-IF
           END-IF.

       P520-POST-TO-BALANCE.
           EVALUATE TRUE
               WHEN CTP-CASH
                   MOVE 1 TO WS-BAL-SUB
               WHEN CTP-CHECK
                   MOVE 2 TO WS-BAL-SUB
               WHEN CTP-CARD
                   MOVE 3 TO WS-BAL-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BAL-SUB
           END-EVALUATE
           ADD 1 TO WS-BAL-DESK-CNT (WS-BAL-SUB)
                    WS-BAL-DESK-CNT (5)
           ADD CTP-AMOUNT TO WS-BAL-DESK-AMT (WS-BAL-SUB)
                             WS-BAL-DESK-AMT (5)
           IF CTP-OPERATOR-ID = CA-OPERATOR-ID
               ADD 1 TO WS-BAL-OPER-CNT (WS-BAL-SUB)
                        WS-BAL-OPER-CNT (5)
               ADD CTP-AMOUNT TO WS-BAL-OPER-AMT (WS-BAL-SUB)
                                 WS-BAL-OPER-AMT (5)
           END-IF.

       P530-FORMAT-BALANCE-LINE.
           MOVE SPACES TO WS-BAL-LINE
           MOVE WS-METHOD-NAME (WS-BAL-SUB) TO WS-BL-METHOD
           MOVE WS-BAL-OPER-CNT (WS-BAL-SUB) TO WS-BL-OPER-CNT
           MOVE WS-BAL-OPER-AMT (WS-BAL-SUB) TO WS-BL-OPER-AMT
           MOVE WS-BAL-DESK-CNT (WS-BAL-SUB) TO WS-BL-DESK-CNT
           MOVE WS-BAL-DESK-AMT (WS-BAL-SUB) TO WS-BL-DESK-AMT
           MOVE WS-BAL-LINE TO ILINEO (WS-BAL-SUB).

       P600-SEND-AND-RETURN.
           EXEC CICS SEND MAP('LGAPM6')
                           MAPSET('LGAPMS6')
                           FROM(LGAPM6O)
                           ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('LGBI')
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
      *    Enter with nothing changed simply redisplays the schedule.
           MOVE SPACES TO LGAPM6O
           IF CA-POLICY-NUM = SPACES OR LOW-VALUES
               MOVE 'ENTER A POLICY NUMBER AND OPERATOR ID' TO MSGO
           ELSE
               PERFORM P200-LIST-INSTALLMENTS
               MOVE 'PF7/PF8 PAGE - PF5 TODAY - PF3 EXITS' TO MSGO
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
