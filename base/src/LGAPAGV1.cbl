       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPAGV1.
      *================================================================*
      * PROGRAM: LGAPAGV1 - AGENCY MASTER FIELD EDIT SERVICE          *
      * PURPOSE: CALLED BY THE LGAG ONLINE AGENCY MAINTENANCE AND BY  *
      *          THE LGAPAGM1 BATCH APPLY TO EDIT THE FIELDS OF AN    *
      *          AGENCY ADD OR CHANGE THE SAME WAY IN BOTH PLACES:    *
      *          LICENSED STATES MUST BE REAL POSTAL CODES, PACKED    *
      *          FROM THE LEFT WITH NO REPEATS; THE COMMISSION TIER   *
      *          MUST BE ONE THE AGENCY CONTRACTS DEFINE; THE E&O     *
      *          EXPIRY MUST BE A REAL CALENDAR DATE; THE INDICATORS  *
      *          MUST BE Y OR N.  DOES NO FILE I/O, SO IT IS SAFE TO  *
      *          CALL UNDER CICS.  SEE AGYEDIT.                       *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * POSTAL CODES OF THE FIFTY STATES AND THE DISTRICT OF COLUMBIA. *
      *----------------------------------------------------------------*
       01  WS-STATE-CODE-VALUES.
           05 FILLER                   PIC X(34) VALUE
              'ALAKAZARCACOCTDEDCFLGAHIIDILINIAKS'.
           05 FILLER                   PIC X(34) VALUE
              'KYLAMEMDMAMIMNMSMOMTNENVNHNJNMNYNC'.
           05 FILLER                   PIC X(34) VALUE
              'NDOHOKORPARISCSDTNTXUTVTVAWAWVWIWY'.
       01  WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-VALUES.
           05 WS-STATE-CODE            PIC X(2) OCCURS 51 TIMES
                                       INDEXED BY STC-IDX.

      *    The commission tiers written on the agency contracts.
       01  WS-TIER-CHECK               PIC X(1).
           88 VALID-COMMISSION-TIER    VALUE '1' THRU '5'.

       01  WS-IND-CHECK                PIC X(1).
           88 VALID-INDICATOR          VALUE 'Y' 'N' SPACE.

       01  WS-STATE-WORK.
           05 WS-SLOT                  PIC 9(2) COMP.
           05 WS-PRIOR                 PIC 9(2) COMP.
           05 WS-SLOT-POS              PIC 9(2) COMP.
           05 WS-PRIOR-POS             PIC 9(2) COMP.
           05 WS-THIS-STATE            PIC X(2).
           05 WS-GAP-IND               PIC X(1).
              88 GAP-SEEN              VALUE 'Y'.

       LINKAGE SECTION.
           COPY AGYEDIT.

       PROCEDURE DIVISION USING AGENCY-EDIT-REQUEST.

       P100-MAIN.
      *    Hand back the caller's RETURN-CODE as it came in.
           MOVE AGE-CALLER-RC TO RETURN-CODE
           MOVE SPACES TO AGE-RESULT
           MOVE SPACES TO AGE-BAD-STATE
           MOVE ZERO TO AGE-STATE-COUNT

           IF AGE-LICENSED-STATES NOT = SPACES
               PERFORM P200-EDIT-STATES THRU P200-EXIT
               IF NOT AGE-FIELDS-VALID
                   GOBACK
               END-IF
           END-IF

           MOVE AGE-COMMISSION-TIER TO WS-TIER-CHECK
           IF WS-TIER-CHECK NOT = SPACE AND NOT VALID-COMMISSION-TIER
               MOVE 'BAD COMMISSION TIER' TO AGE-RESULT
               GOBACK
           END-IF

           IF AGE-EO-EXPIRY-DATE NOT = SPACES
               IF AGE-EO-EXPIRY-DATE NOT NUMERIC
                   MOVE 'BAD E&O EXPIRY DATE' TO AGE-RESULT
                   GOBACK
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD
                      (FUNCTION NUMVAL (AGE-EO-EXPIRY-DATE)) NOT = ZERO
                   MOVE 'BAD E&O EXPIRY DATE' TO AGE-RESULT
                   GOBACK
               END-IF
           END-IF

           MOVE AGE-DOWNLOAD-IND TO WS-IND-CHECK
           IF NOT VALID-INDICATOR
               MOVE 'BAD DOWNLOAD IND' TO AGE-RESULT
               GOBACK
           END-IF
           MOVE AGE-AGENCY-BILL-IND TO WS-IND-CHECK
           IF NOT VALID-INDICATOR
               MOVE 'BAD AGENCY BILL IND' TO AGE-RESULT
               GOBACK
           END-IF
           MOVE AGE-EARNED-COMM-IND TO WS-IND-CHECK
           IF NOT VALID-INDICATOR
               MOVE 'BAD EARNED COMM IND' TO AGE-RESULT
               GOBACK
           END-IF

           IF AGE-STATUS NOT = SPACE AND AGE-STATUS NOT = 'A'
               MOVE 'BAD STATUS' TO AGE-RESULT
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      * THE STATES FIELD IS TEN TWO-CHARACTER SLOTS.  INTAKE TALLIES   *
      * THE RISK STATE AGAINST THE WHOLE FIELD, SO A CODE OUT OF STEP  *
      * WITH ITS SLOT OR A STRAY CHARACTER CAN MATCH THE WRONG STATE.  *
      * EVERY SLOT IS CHECKED, AND ONLY TRAILING SLOTS MAY BE BLANK.   *
      *----------------------------------------------------------------*
       P200-EDIT-STATES.
           MOVE 'N' TO WS-GAP-IND
           PERFORM P210-EDIT-STATE-SLOT
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 10 OR NOT AGE-FIELDS-VALID.

       P200-EXIT.
           EXIT.

       P210-EDIT-STATE-SLOT.
           COMPUTE WS-SLOT-POS = (WS-SLOT * 2) - 1
           MOVE AGE-LICENSED-STATES (WS-SLOT-POS:2) TO WS-THIS-STATE
           IF WS-THIS-STATE = SPACES
               MOVE 'Y' TO WS-GAP-IND
           ELSE
               IF GAP-SEEN
                   MOVE 'STATES NOT PACKED' TO AGE-RESULT
                   MOVE WS-THIS-STATE TO AGE-BAD-STATE
               ELSE
                   ADD 1 TO AGE-STATE-COUNT
                   SET STC-IDX TO 1
                   SEARCH WS-STATE-CODE
                       AT END
                           MOVE 'BAD STATE CODE' TO AGE-RESULT
                           MOVE WS-THIS-STATE TO AGE-BAD-STATE
                       WHEN WS-STATE-CODE (STC-IDX) = WS-THIS-STATE
                           CONTINUE
                   END-SEARCH
                   IF AGE-FIELDS-VALID
                       PERFORM P220-CHECK-REPEAT
                               VARYING WS-PRIOR FROM 1 BY 1
                               UNTIL WS-PRIOR >= WS-SLOT
                   END-IF
               END-IF
           END-IF.

       P220-CHECK-REPEAT.
           COMPUTE WS-PRIOR-POS = (WS-PRIOR * 2) - 1
           IF AGE-LICENSED-STATES (WS-PRIOR-POS:2) = WS-THIS-STATE
               MOVE 'STATE REPEATED' TO AGE-RESULT
               MOVE WS-THIS-STATE TO AGE-BAD-STATE
           END-IF.
