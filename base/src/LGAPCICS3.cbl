      *          PERIL AND TOTAL PREMIUM WITH THE APPROVED/PENDING/   *
      *          REJECTED VERDICT.  THE RESULT IS AN INDICATIVE QUOTE *
      *          ONLY: NOTHING IS WRITTEN TO OUTPUT.DAT, THE          *
      *          POLICY_PREMIUM TABLE, OR ANY OTHER FILE.  A POLICY   *
      *          TYPE OR PERIL NOT APPROVED FOR SALE IN THE RISK      *
      *          STATE ON THE EFFECTIVE DATE (PRODAVLD) IS NOT RATED  *
      *          -- THE SAME AVAILABILITY CHECK AS LGAPDB01 INTAKE.   *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      * NOTE:    THIS PROGRAM IS NOT COMPILED IN THE BATCH BUILD --   *
      *          IT RUNS UNDER CICS, USING THE SAME MAPSET APPROACH   *
           05 WS-FLOOD-PERIL           PIC 9(4).
           05 WS-WEATHER-PERIL         PIC 9(4).
           05 WS-LIABILITY-PERIL       PIC 9(4) VALUE ZERO.
           05 WS-POLICY-TYPE           PIC X(1).
           05 WS-EFFECTIVE-DATE        PIC 9(8).

      *----------------------------------------------------------------*
      * PRODUCT AVAILABILITY -- THE BASE POLICY FORM AND EACH PERIL    *
      * QUOTED MUST BE ON SALE IN THE RISK STATE ON THE EFFECTIVE      *
      * DATE.  THE FIRST FAILURE IS SHOWN WITH ITS REASON CODE.        *
      *----------------------------------------------------------------*
           COPY PRODAVL.

       01  WS-AVAIL-CHECK.
           05 WS-AVAIL-KEY.
              10 WS-AVAIL-STATE        PIC X(2).
              10 WS-AVAIL-TYPE         PIC X(1).
              10 WS-AVAIL-PERIL        PIC X(4).
           05 WS-AVAIL-IND             PIC X(1) VALUE 'Y'.
              88 PRODUCT-AVAILABLE     VALUE 'Y'.
              88 PRODUCT-NOT-AVAILABLE VALUE 'N'.
           05 WS-AVAIL-REASON          PIC X(6).
           05 WS-AVAIL-FORM-EDITION    PIC X(12).

       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-ABSTIME                  PIC S9(15) COMP-3.

       01  WS-RISK-RESULTS.
           05 WS-BASE-RISK-SCR         PIC 999.
       01  LGAP-ONLINE-SWITCH          EXTERNAL PIC X(1).

           COPY LGAPACT.
           COPY SECREQ.
           COPY LGAPMAP3.

       LINKAGE SECTION.
                ERROR(P990-ERROR)
           END-EXEC

      *    A quote is rated on the screen and never stored.
           MOVE SPACES TO SECURITY-REQUEST
           MOVE 'I' TO SRQ-FUNCTION
           PERFORM P700-CHECK-ACCESS

           IF EIBCALEN = 0
               PERFORM P105-SEND-INITIAL-MAP
           ELSE
           MOVE FUNCTION NUMVAL(FLDPI) TO WS-FLOOD-PERIL
           MOVE FUNCTION NUMVAL(WTHPI) TO WS-WEATHER-PERIL
           MOVE FUNCTION NUMVAL(LIABPI) TO WS-LIABILITY-PERIL
           MOVE POLTYI TO WS-POLICY-TYPE
      *    A blank effective date quotes as of today.
           IF EFFDTI = SPACES OR EFFDTI NOT NUMERIC
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                                    YYYYMMDD(WS-EFFECTIVE-DATE)
               END-EXEC
           ELSE
               MOVE EFFDTI TO WS-EFFECTIVE-DATE
           END-IF

           PERFORM P150-CHECK-AVAILABILITY
           IF PRODUCT-AVAILABLE
               PERFORM P200-RATE-THE-RISK
               PERFORM P300-BUILD-RESPONSE-MAP
           ELSE
               PERFORM P310-BUILD-UNAVAILABLE-MAP
           END-IF

           MOVE WS-POSTCODE TO CA-LAST-POSTCODE

                             COMMAREA(DFHCOMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      * AVAILABILITY CHECK, IN THE SAME ORDER AND WITH THE SAME REASON *
      * CODES AS P008P IN LGAPDB01: AVL001/AVL002 THE POLICY TYPE IS   *
      * NOT FILED / NOT ON SALE ON THE EFFECTIVE DATE, AVL003/AVL004   *
      * THE SAME FOR A PERIL.                                          *
      *----------------------------------------------------------------*
       P150-CHECK-AVAILABILITY.
           MOVE 'Y' TO WS-AVAIL-IND
           MOVE SPACES TO WS-AVAIL-REASON
           MOVE WS-TERRITORY-CODE (1:2) TO WS-AVAIL-STATE
           MOVE WS-POLICY-TYPE TO WS-AVAIL-TYPE
           MOVE '****' TO WS-AVAIL-PERIL
           PERFORM P160-READ-AVAILABILITY
           IF PRODUCT-NOT-AVAILABLE
               IF WS-AVAIL-REASON = 'AVL003'
                   MOVE 'AVL001' TO WS-AVAIL-REASON
               ELSE
                   MOVE 'AVL002' TO WS-AVAIL-REASON
               END-IF
           ELSE
               MOVE PAV-FORM-EDITION TO WS-AVAIL-FORM-EDITION
           END-IF
           IF PRODUCT-AVAILABLE AND WS-FIRE-PERIL > ZERO
               MOVE 'FIRE' TO WS-AVAIL-PERIL
               PERFORM P160-READ-AVAILABILITY
           END-IF
           IF PRODUCT-AVAILABLE AND WS-CRIME-PERIL > ZERO
               MOVE 'CRIM' TO WS-AVAIL-PERIL
               PERFORM P160-READ-AVAILABILITY
           END-IF
           IF PRODUCT-AVAILABLE AND WS-FLOOD-PERIL > ZERO
               MOVE 'FLOD' TO WS-AVAIL-PERIL
               PERFORM P160-READ-AVAILABILITY
           END-IF
           IF PRODUCT-AVAILABLE AND WS-WEATHER-PERIL > ZERO
               MOVE 'WTHR' TO WS-AVAIL-PERIL
               PERFORM P160-READ-AVAILABILITY
           END-IF
           IF PRODUCT-AVAILABLE AND WS-LIABILITY-PERIL > ZERO
               MOVE 'LIAB' TO WS-AVAIL-PERIL
               PERFORM P160-READ-AVAILABILITY
           END-IF.

       P160-READ-AVAILABILITY.
           EXEC CICS READ DATASET('PRODAVLD')
                           INTO(PRODUCT-AVAIL-RECORD)
                           RIDFLD(WS-AVAIL-KEY)
                           KEYLENGTH(7)
                           RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = ZERO
                   MOVE 'N' TO WS-AVAIL-IND
                   MOVE 'AVL003' TO WS-AVAIL-REASON
               WHEN PAV-APPROVED-DATE NOT NUMERIC
                   MOVE 'N' TO WS-AVAIL-IND
                   MOVE 'AVL004' TO WS-AVAIL-REASON
               WHEN WS-EFFECTIVE-DATE < PAV-APPROVED-DATE
                   MOVE 'N' TO WS-AVAIL-IND
                   MOVE 'AVL004' TO WS-AVAIL-REASON
               WHEN PAV-WITHDRAWN-DATE NUMERIC AND
                    PAV-WITHDRAWN-DATE > ZERO AND
                    WS-EFFECTIVE-DATE >= PAV-WITHDRAWN-DATE
                   MOVE 'N' TO WS-AVAIL-IND
                   MOVE 'AVL004' TO WS-AVAIL-REASON
           END-EVALUATE.

       P200-RATE-THE-RISK.
      *    Same call sequence as the LGAPDB01 batch pipeline: risk
      *    score, preliminary premiums, then the enhanced actuarial
           MOVE WS-STAT-DESC TO VERDCO
           MOVE '** INDICATIVE QUOTE ONLY - NOT A BINDER **'
                TO INDICO
           MOVE WS-POLICY-TYPE TO POLTYO
           MOVE WS-EFFECTIVE-DATE TO EFFDTO
           MOVE SPACES TO MSGO
           STRING 'FORM EDITION ' WS-AVAIL-FORM-EDITION
                  DELIMITED BY SIZE INTO MSGO.

       P310-BUILD-UNAVAILABLE-MAP.
           MOVE WS-PROPERTY-TYPE TO PRPTYO
           MOVE WS-POSTCODE TO PSTCDO
           MOVE WS-TERRITORY-CODE TO TERRO
           MOVE WS-POLICY-TYPE TO POLTYO
           MOVE WS-EFFECTIVE-DATE TO EFFDTO
           MOVE ZERO TO RISKSO
           MOVE ZERO TO FIRPRO
           MOVE ZERO TO CRMPRO
           MOVE ZERO TO FLDPRO
           MOVE ZERO TO WTHPRO
           MOVE ZERO TO LIAPRO
           MOVE ZERO TO TOTPRO
           MOVE 'NOT AVAILABLE' TO VERDCO
           MOVE '** PRODUCT NOT APPROVED IN THIS STATE **'
                TO INDICO
           MOVE SPACES TO MSGO
           IF WS-AVAIL-PERIL = '****'
               STRING WS-AVAIL-REASON ' POLICY TYPE ' WS-AVAIL-TYPE
                      ' NOT ON SALE IN ' WS-AVAIL-STATE
                      DELIMITED BY SIZE INTO MSGO
           ELSE
               STRING WS-AVAIL-REASON ' PERIL ' WS-AVAIL-PERIL
                      ' NOT ON SALE IN ' WS-AVAIL-STATE
                      DELIMITED BY SIZE INTO MSGO
           END-IF.

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
           MOVE SPACES TO LGAPM3O
