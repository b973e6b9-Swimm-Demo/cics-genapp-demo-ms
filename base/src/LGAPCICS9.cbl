       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPCICS9.
      *================================================================*
      * PROGRAM: LGAPCICS9 - NEW-BUSINESS APPLICATION ENTRY           *
      * PURPOSE: CICS PSEUDO-CONVERSATIONAL TRANSACTION (TRANID LGNB) *
      *          FOR AGENCY STAFF TO KEY A NEW-BUSINESS APPLICATION   *
      *          ACROSS FIVE SCREENS -- BASIC AND PROPERTY, CUSTOMER  *
      *          AND COVERAGE, FINANCIAL AND MORTGAGEES, BUILDINGS,   *
      *          EQUIPMENT -- ONTO THE KEYED APPLD DATASET.  EACH     *
      *          SCREEN IS EDITED AND SAVED AS IT IS LEFT, SO AN      *
      *          ENTRY MAY BE LEFT INCOMPLETE AND RESUMED LATER BY    *
      *          ITS REFERENCE.  ON SUBMIT THE ENTRY IS RUN THROUGH   *
      *          THE LGAPDB01 INTAKE RULES THAT CAN BE APPLIED ONLINE *
      *          (SAME ORDER, SAME REASON CODES) AND MARKED FOR THE   *
      *          NIGHTLY LGAPAPU1 UNLOAD INTO THE LGAPMRG1 MERGE.     *
      *          ENTER/PF8 = SAVE, NEXT SCREEN  PF7 = SAVE, PREVIOUS  *
      *          PF10 = SAVE AND SUBMIT         PF3 = EXIT            *
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
       01  WS-APP-KEY                  PIC X(18).
       01  WS-AGENCY-KEY               PIC X(4).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ENTRY-DATE               PIC 9(8).
       01  WS-ENTRY-TIME               PIC X(8).
       01  WS-RESP                     PIC S9(8) COMP VALUE ZERO.

       01  WS-ENTRY-FOUND              PIC X VALUE 'N'.
           88 ENTRY-WAS-FOUND          VALUE 'Y'.
       01  WS-NOTHING-KEYED            PIC X VALUE 'N'.
           88 NOTHING-WAS-KEYED        VALUE 'Y'.
       01  WS-EDIT-FAILED              PIC X VALUE 'N'.
           88 EDIT-HAS-FAILED          VALUE 'Y'.
       01  WS-NUMBER-VALID             PIC X VALUE 'N'.
           88 NUMBER-IS-VALID          VALUE 'Y'.

      *    The first edit failure on the screen is the one shown;
      *    every field that did pass is still saved.
       01  WS-REPLY-MSG                PIC X(40) VALUE SPACES.
       01  WS-ERROR-TEXT               PIC X(40).

      *    Keyed text is cleared of the low-values an erased field
      *    returns before it is stored or tested.
       01  WS-FIELD-TEXT               PIC X(60).
       01  WS-SAVE-CODE                PIC X(3).

      *    Amounts and counts arrive as keyed text; each is checked
      *    for digits and at most one decimal point (none for a whole
      *    number) before NUMVAL is trusted with it, then held to the
      *    largest value its INPUTREC2 field can carry.
       01  WS-NUM-TEXT                 PIC X(13).
       01  WS-NUM-CHECK                PIC X(13).
       01  WS-NUM-LABEL                PIC X(20).
       01  WS-NUM-WHOLE                PIC X(1).
           88 NUM-WHOLE-ONLY           VALUE 'Y'.
       01  WS-DOT-CNT                  PIC 9(2) VALUE ZERO.
       01  WS-NUM-VALUE                PIC 9(13)V99 VALUE ZERO.
       01  WS-NUM-MAX                  PIC 9(13)V99 VALUE ZERO.

       01  WS-DATE-TEXT                PIC X(8).
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY             PIC 9(4).
           05 WS-DATE-MM               PIC 9(2).
           05 WS-DATE-DD               PIC 9(2).

      *    Amounts are shown edited so they can be keyed back as
      *    they appear.
       01  WS-AMT13-EDIT               PIC Z(9)9.99.
       01  WS-AMT12-EDIT               PIC Z(8)9.99.
       01  WS-AMT11-EDIT               PIC Z(7)9.99.
       01  WS-AMT10-EDIT               PIC Z(6)9.99.
       01  WS-AMT9-EDIT                PIC Z(5)9.99.
       01  WS-PCT-EDIT                 PIC Z9.99.

       01  WS-ROW-SUB                  PIC S9(4) COMP VALUE ZERO.
       01  WS-PACK-SUB                 PIC S9(4) COMP VALUE ZERO.
       01  WS-STATUS-TEXT              PIC X(10).

      *    The stored copy of the entry, read for update just before
      *    the rewrite.
       01  WS-APPLD-LOCK               PIC X(2222).

      *----------------------------------------------------------------*
      * INTAKE RULE LIMITS -- THE LGAPDB01 DEFAULTS.                   *
      *----------------------------------------------------------------*
       01  WS-MAX-TIV                  PIC 9(10)V99 VALUE 50000000.00.
       01  WS-FLOOD-ZONEA-MIN-DED      PIC 9(6)V99 VALUE 25000.00.
       01  WS-TIV-WARNING              PIC X VALUE 'N'.
           88 TIV-ABOVE-MAXIMUM        VALUE 'Y'.
       01  WS-STATE-TALLY              PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------*
      * PRODUCT AVAILABILITY -- THE BASE POLICY FORM AND EACH PERIL    *
      * SELECTED MUST BE ON SALE IN THE RISK STATE ON THE EFFECTIVE    *
      * DATE, AS LGAPCICS3 CHECKS IT FOR A QUOTE.                      *
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

      *    The conversation state is built here in WORKING-STORAGE --
      *    on the first invocation there is no inbound COMMAREA to
      *    address, the same discipline as LGAPCICS2.  The entry
      *    itself lives on APPLD; only its reference and the screen
      *    on display are carried.
       01  WS-COMMAREA.
           05 CA-APP-REF               PIC X(18).
           05 CA-SCREEN                PIC 9(1).
              88 CA-BASIC-SCREEN       VALUE 1.
              88 CA-COVERAGE-SCREEN    VALUE 2.
              88 CA-FINANCIAL-SCREEN   VALUE 3.
              88 CA-BUILDING-SCREEN    VALUE 4.
              88 CA-EQUIPMENT-SCREEN   VALUE 5.

           COPY DFHAID.
           COPY INPUTREC2.
           COPY APPLENT.
           COPY AGENCYM.
           COPY SECREQ.
           COPY LGAPMAP9.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(19).

       PROCEDURE DIVISION.

       P100-MAIN.
      *    Every read and write runs on RESP codes, so only the map
      *    receive and unexpected failures route through these
      *    handlers.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(P900-MAPFAIL)
                ERROR(P990-ERROR)
           END-EXEC

      *    Every leg of application entry saves what was keyed, so
      *    the whole transaction needs a role that may update.
           MOVE SPACES TO SECURITY-REQUEST
           MOVE 'U' TO SRQ-FUNCTION
           PERFORM P700-CHECK-ACCESS

           IF EIBCALEN = 0
               PERFORM P105-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM P310-GET-TIME
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM P800-EXIT-TRANSACTION
                   WHEN DFHENTER
                   WHEN DFHPF7
                   WHEN DFHPF8
                   WHEN DFHPF10
                       PERFORM P110-RECEIVE-AND-PROCESS
                   WHEN OTHER
                       PERFORM P120-GET-ENTRY
                       MOVE 'KEY NOT ACTIVE ON THIS SCREEN'
                            TO WS-REPLY-MSG
                       PERFORM P500-BUILD-SCREEN
                       PERFORM P600-SEND-AND-RETURN
               END-EVALUATE
           END-IF.

       P105-SEND-INITIAL-MAP.
           MOVE SPACES TO WS-COMMAREA
           MOVE 1 TO CA-SCREEN
           PERFORM P125-START-NEW-ENTRY
           MOVE 'KEY A NEW APPLICATION OR A REFERENCE'
                TO WS-REPLY-MSG
           PERFORM P500-BUILD-SCREEN
           PERFORM P600-SEND-AND-RETURN.

       P110-RECEIVE-AND-PROCESS.
           EVALUATE TRUE
               WHEN CA-BASIC-SCREEN
                   EXEC CICS RECEIVE MAP('LGAPM9A')
                                      MAPSET('LGAPMS9')
                                      INTO(LGAPM9AI)
                   END-EXEC
               WHEN CA-COVERAGE-SCREEN
                   EXEC CICS RECEIVE MAP('LGAPM9B')
                                      MAPSET('LGAPMS9')
                                      INTO(LGAPM9BI)
                   END-EXEC
               WHEN CA-FINANCIAL-SCREEN
                   EXEC CICS RECEIVE MAP('LGAPM9C')
                                      MAPSET('LGAPMS9')
                                      INTO(LGAPM9CI)
                   END-EXEC
               WHEN CA-BUILDING-SCREEN
                   EXEC CICS RECEIVE MAP('LGAPM9D')
                                      MAPSET('LGAPMS9')
                                      INTO(LGAPM9DI)
                   END-EXEC
               WHEN OTHER
                   EXEC CICS RECEIVE MAP('LGAPM9E')
                                      MAPSET('LGAPMS9')
                                      INTO(LGAPM9EI)
                   END-EXEC
           END-EVALUATE

      *    A reference keyed (or erased) on the first screen switches
      *    to that entry (or to a new one) before anything is taken.
           IF CA-BASIC-SCREEN AND AREFL > ZERO
               MOVE AREFI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:18) NOT = CA-APP-REF
                   PERFORM P130-SWITCH-ENTRY
               END-IF
           END-IF

           PERFORM P115-PROCESS-ENTRY.

      *----------------------------------------------------------------*
      * TAKE WHAT WAS KEYED, SUBMIT IF ASKED, SAVE, THEN MOVE TO THE   *
      * SCREEN THE KEY ASKED FOR.  A SCREEN WITH AN EDIT FAILURE IS    *
      * SAVED WITH ITS GOOD FIELDS AND SHOWN AGAIN WITH THE REASON.    *
      * ALSO ENTERED FROM P900-MAPFAIL WHEN NOTHING WAS KEYED.         *
      *----------------------------------------------------------------*
       P115-PROCESS-ENTRY.
           PERFORM P120-GET-ENTRY

           IF NOT ENTRY-WAS-FOUND AND NOTHING-WAS-KEYED
               MOVE 'KEY THE APPLICATION OR A REFERENCE'
                    TO WS-REPLY-MSG
               PERFORM P500-BUILD-SCREEN
               PERFORM P600-SEND-AND-RETURN
           END-IF

           IF ENTRY-WAS-FOUND AND NOT APE-INCOMPLETE
               IF EIBAID = DFHPF10
                   MOVE 'ENTRY ALREADY SUBMITTED' TO WS-REPLY-MSG
                   PERFORM P500-BUILD-SCREEN
                   PERFORM P600-SEND-AND-RETURN
               END-IF
               IF NOT NOTHING-WAS-KEYED
                   MOVE 'ENTRY SUBMITTED - CHANGES NOT TAKEN'
                        TO WS-REPLY-MSG
               END-IF
               PERFORM P140-NAVIGATE
               PERFORM P500-BUILD-SCREEN
               PERFORM P600-SEND-AND-RETURN
           END-IF

           IF NOT NOTHING-WAS-KEYED
               EVALUATE TRUE
                   WHEN CA-BASIC-SCREEN
                       PERFORM P200-APPLY-BASIC-SCREEN
                   WHEN CA-COVERAGE-SCREEN
                       PERFORM P210-APPLY-COVERAGE-SCREEN
                   WHEN CA-FINANCIAL-SCREEN
                       PERFORM P220-APPLY-FINANCIAL-SCREEN
                   WHEN CA-BUILDING-SCREEN
                       PERFORM P240-APPLY-BUILDING-SCREEN
                   WHEN OTHER
                       PERFORM P250-APPLY-EQUIPMENT-SCREEN
               END-EVALUATE
               MOVE 'Y' TO APE-SCREEN-SAVED (CA-SCREEN)
           END-IF

           IF EIBAID = DFHPF10 AND NOT EDIT-HAS-FAILED
               PERFORM P400-SUBMIT-ENTRY THRU P400-EXIT
           END-IF

           PERFORM P300-SAVE-ENTRY

           IF NOT EDIT-HAS-FAILED AND EIBAID NOT = DFHPF10
               PERFORM P140-NAVIGATE
           END-IF
           PERFORM P500-BUILD-SCREEN
           PERFORM P600-SEND-AND-RETURN.

      *    The entry in hand -- from APPLD when the conversation
      *    already has one, otherwise a new blank application.
       P120-GET-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF CA-APP-REF = SPACES OR LOW-VALUES
               PERFORM P125-START-NEW-ENTRY
           ELSE
               MOVE CA-APP-REF TO WS-APP-KEY
               EXEC CICS READ DATASET('APPLD')
                               INTO(APPLICATION-ENTRY-RECORD)
                               RIDFLD(WS-APP-KEY)
                               KEYLENGTH(18)
                               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = ZERO
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   MOVE APE-APPLICATION TO INPUT-RECORD
               ELSE
                   MOVE SPACES TO CA-APP-REF
                   MOVE 1 TO CA-SCREEN
                   PERFORM P125-START-NEW-ENTRY
                   MOVE 'ENTRY NO LONGER ON FILE - START AGAIN'
                        TO WS-REPLY-MSG
                   PERFORM P500-BUILD-SCREEN
                   PERFORM P600-SEND-AND-RETURN
               END-IF
           END-IF.

       P125-START-NEW-ENTRY.
           INITIALIZE APPLICATION-ENTRY-RECORD
           MOVE 'I' TO APE-STATUS
           MOVE 'NNNNN' TO APE-SCREENS-SAVED
           INITIALIZE INPUT-RECORD
           MOVE 'PA' TO IN-RECORD-TYPE
           MOVE '01' TO IN-RECORD-VERSION.

      *    A different reference resumes that entry on its first
      *    screen; an erased one starts a new entry.  Nothing else
      *    keyed with the switch is taken.
       P130-SWITCH-ENTRY.
           MOVE 1 TO CA-SCREEN
           MOVE WS-FIELD-TEXT (1:18) TO CA-APP-REF
           IF CA-APP-REF = SPACES
               PERFORM P125-START-NEW-ENTRY
               MOVE 'NEW APPLICATION - KEY THE BASIC DETAILS'
                    TO WS-REPLY-MSG
               PERFORM P500-BUILD-SCREEN
               PERFORM P600-SEND-AND-RETURN
           END-IF
           MOVE CA-APP-REF TO WS-APP-KEY
           EXEC CICS READ DATASET('APPLD')
                           INTO(APPLICATION-ENTRY-RECORD)
                           RIDFLD(WS-APP-KEY)
                           KEYLENGTH(18)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE SPACES TO CA-APP-REF
               PERFORM P125-START-NEW-ENTRY
               MOVE 'REFERENCE NOT ON FILE' TO WS-REPLY-MSG
           ELSE
               MOVE APE-APPLICATION TO INPUT-RECORD
               MOVE 'ENTRY RESUMED - ENTER TO CONTINUE'
                    TO WS-REPLY-MSG
           END-IF
           PERFORM P500-BUILD-SCREEN
           PERFORM P600-SEND-AND-RETURN.

       P140-NAVIGATE.
           EVALUATE EIBAID
               WHEN DFHPF7
                   IF CA-SCREEN > 1
                       SUBTRACT 1 FROM CA-SCREEN
                   END-IF
               WHEN DFHPF10
                   CONTINUE
               WHEN OTHER
                   IF CA-SCREEN < 5
                       ADD 1 TO CA-SCREEN
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * BASIC AND PROPERTY DATA.  CODES ARE HELD TO THE VALUES         *
      * INPUTREC2 DEFINES FOR THEM; A BLANK IS TAKEN SO AN ENTRY CAN   *
      * BE SAVED PART-KEYED, AND IS CAUGHT AT SUBMIT WHERE INTAKE      *
      * WOULD REJECT IT.  LATITUDE AND LONGITUDE ARE NOT KEYED HERE.   *
      *----------------------------------------------------------------*
       P200-APPLY-BASIC-SCREEN.
           IF AOPERL > ZERO
               MOVE AOPERI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-OPERATOR-ID
           END-IF
           IF AAGYL > ZERO
               MOVE AAGYI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-AGENCY-CODE
           END-IF
           IF ACUSTL > ZERO
               MOVE ACUSTI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-CUSTOMER-NUM
           END-IF
           IF APTYPL > ZERO
               MOVE APTYPI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'C' OR 'P' OR 'F' OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-POLICY-TYPE
               ELSE
                   MOVE 'POLICY TYPE MUST BE C, P OR F'
                        TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF ATERML > ZERO
               MOVE ATERMI TO WS-NUM-TEXT
               MOVE 'POLICY TERM' TO WS-NUM-LABEL
               MOVE 99 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-POLICY-TERM
               END-IF
           END-IF
           IF AEFDTL > ZERO
               MOVE AEFDTI TO WS-DATE-TEXT
               MOVE 'EFFECTIVE DATE' TO WS-NUM-LABEL
               PERFORM P295-EDIT-DATE THRU P295-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-DATE-WORK TO IN-EFFECTIVE-DATE
               END-IF
           END-IF
           IF ABILLL > ZERO
               MOVE ABILLI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'D' OR 'A' OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-BILL-TYPE
               ELSE
                   MOVE 'BILL TYPE MUST BE D OR A' TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF AADMTL > ZERO
               MOVE AADMTI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'A' OR 'N' OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-ADMITTED-IND
               ELSE
                   MOVE 'ADMITTED MUST BE A OR N' TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF APRTYL > ZERO
               MOVE APRTYI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-PROPERTY-TYPE
           END-IF
           IF APSTCL > ZERO
               MOVE APSTCI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-POSTCODE
           END-IF
           IF AADDRL > ZERO
               MOVE AADDRI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-ADDRESS
           END-IF
           IF ATERRL > ZERO
               MOVE ATERRI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-TERRITORY-CODE
           END-IF
           IF AFLDZL > ZERO
               MOVE AFLDZI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'A' OR 'B' OR 'C' OR 'X'
                                     OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-FLOOD-ZONE
               ELSE
                   MOVE 'FLOOD ZONE MUST BE A, B, C OR X'
                        TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF AYRBLL > ZERO
               MOVE AYRBLI TO WS-NUM-TEXT
               MOVE 'YEAR BUILT' TO WS-NUM-LABEL
               MOVE 9999 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-YEAR-BUILT
               END-IF
           END-IF
           IF ASQFTL > ZERO
               MOVE ASQFTI TO WS-NUM-TEXT
               MOVE 'SQUARE FOOTAGE' TO WS-NUM-LABEL
               MOVE 99999999 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-SQUARE-FOOTAGE
               END-IF
           END-IF
           IF ASTORL > ZERO
               MOVE ASTORI TO WS-NUM-TEXT
               MOVE 'STORIES' TO WS-NUM-LABEL
               MOVE 99 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-STORIES
               END-IF
           END-IF
           IF ACNSTL > ZERO
               MOVE ACNSTI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:3) = 'FRM' OR 'MAS' OR 'STL'
                                     OR 'CON' OR SPACES
                   MOVE WS-FIELD-TEXT TO IN-CONSTRUCTION-TYPE
               ELSE
                   MOVE 'CONSTRUCTION MUST BE FRM/MAS/STL/CON'
                        TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF AOCCL > ZERO
               MOVE AOCCI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-OCCUPANCY-CODE
           END-IF
           IF ASPRKL > ZERO
               MOVE ASPRKI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'F' OR 'P' OR 'N' OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-SPRINKLER-IND
               ELSE
                   MOVE 'SPRINKLER MUST BE F, P OR N' TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF AALRML > ZERO
               MOVE AALRMI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:2) = 'CE' OR 'LO' OR 'NO' OR SPACES
                   MOVE WS-FIELD-TEXT TO IN-ALARM-TYPE
               ELSE
                   MOVE 'ALARM MUST BE CE, LO OR NO' TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CUSTOMER AND COVERAGE DATA.                                    *
      *----------------------------------------------------------------*
       P210-APPLY-COVERAGE-SCREEN.
           IF BNAMEL > ZERO
               MOVE BNAMEI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-CUSTOMER-NAME
           END-IF
           IF BBTYPL > ZERO
               MOVE BBTYPI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-BUSINESS-TYPE
           END-IF
           IF BYRSBL > ZERO
               MOVE BYRSBI TO WS-NUM-TEXT
               MOVE 'YEARS IN BUSINESS' TO WS-NUM-LABEL
               MOVE 99 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-YEARS-IN-BUSINESS
               END-IF
           END-IF
           IF BREVNL > ZERO
               MOVE BREVNI TO WS-NUM-TEXT
               MOVE 'ANNUAL REVENUE' TO WS-NUM-LABEL
               MOVE 9999999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-ANNUAL-REVENUE
               END-IF
           END-IF
           IF BEMPLL > ZERO
               MOVE BEMPLI TO WS-NUM-TEXT
               MOVE 'EMPLOYEE COUNT' TO WS-NUM-LABEL
               MOVE 99999 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-EMPLOYEE-COUNT
               END-IF
           END-IF
           IF BHISTL > ZERO
               MOVE BHISTI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'N' OR 'G' OR 'R' OR 'P'
                                     OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-CUSTOMER-HISTORY
               ELSE
                   MOVE 'HISTORY MUST BE N, G, R OR P' TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF BCREDL > ZERO
               MOVE BCREDI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE IN-CREDIT-RATING TO WS-SAVE-CODE
               MOVE WS-FIELD-TEXT TO IN-CREDIT-RATING
               IF NOT EXCELLENT-CREDIT AND NOT GOOD-CREDIT AND
                  NOT FAIR-CREDIT AND NOT POOR-CREDIT AND
                  IN-CREDIT-RATING NOT = SPACES
                   MOVE WS-SAVE-CODE TO IN-CREDIT-RATING
                   MOVE 'CREDIT RATING NOT RECOGNISED'
                        TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF BMULTL > ZERO
               MOVE BMULTI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'Y' OR 'N' OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-MULTI-POLICY-IND
               ELSE
                   MOVE 'MULTI-POLICY MUST BE Y OR N' TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF BSAFEL > ZERO
               MOVE BSAFEI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'Y' OR 'N' OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-SAFETY-PROGRAM-IND
               ELSE
                   MOVE 'SAFETY PROGRAM MUST BE Y OR N'
                        TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF

           IF BBLDLL > ZERO
               MOVE BBLDLI TO WS-NUM-TEXT
               MOVE 'BUILDING LIMIT' TO WS-NUM-LABEL
               MOVE 999999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-BUILDING-LIMIT
               END-IF
           END-IF
           IF BCNTLL > ZERO
               MOVE BCNTLI TO WS-NUM-TEXT
               MOVE 'CONTENTS LIMIT' TO WS-NUM-LABEL
               MOVE 999999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-CONTENTS-LIMIT
               END-IF
           END-IF
           IF BBILL > ZERO
               MOVE BBILI TO WS-NUM-TEXT
               MOVE 'BI LIMIT' TO WS-NUM-LABEL
               MOVE 999999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-BI-LIMIT
               END-IF
           END-IF
           IF BLIALL > ZERO
               MOVE BLIALI TO WS-NUM-TEXT
               MOVE 'LIABILITY LIMIT' TO WS-NUM-LABEL
               MOVE 999999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-LIABILITY-LIMIT
               END-IF
           END-IF

           IF BFDEDL > ZERO
               MOVE BFDEDI TO WS-NUM-TEXT
               MOVE 'FIRE DEDUCTIBLE' TO WS-NUM-LABEL
               MOVE 999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-FIRE-DEDUCTIBLE
               END-IF
           END-IF
           IF BWDEDL > ZERO
               MOVE BWDEDI TO WS-NUM-TEXT
               MOVE 'WIND DEDUCTIBLE' TO WS-NUM-LABEL
               MOVE 999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-WIND-DEDUCTIBLE
               END-IF
           END-IF
           IF BLDEDL > ZERO
               MOVE BLDEDI TO WS-NUM-TEXT
               MOVE 'FLOOD DEDUCTIBLE' TO WS-NUM-LABEL
               MOVE 999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-FLOOD-DEDUCTIBLE
               END-IF
           END-IF
           IF BODEDL > ZERO
               MOVE BODEDI TO WS-NUM-TEXT
               MOVE 'OTHER DEDUCTIBLE' TO WS-NUM-LABEL
               MOVE 999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-OTHER-DEDUCTIBLE
               END-IF
           END-IF
           IF BWPCTL > ZERO
               MOVE BWPCTI TO WS-NUM-TEXT
               MOVE 'WIND DEDUCTIBLE PCT' TO WS-NUM-LABEL
               MOVE 99.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-WIND-DED-PCT
               END-IF
           END-IF

           IF BFIREL > ZERO
               MOVE BFIREI TO WS-NUM-TEXT
               MOVE 'FIRE PERIL' TO WS-NUM-LABEL
               PERFORM P292-EDIT-PERIL THRU P292-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-FIRE-PERIL
               END-IF
           END-IF
           IF BCRIML > ZERO
               MOVE BCRIMI TO WS-NUM-TEXT
               MOVE 'CRIME PERIL' TO WS-NUM-LABEL
               PERFORM P292-EDIT-PERIL THRU P292-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-CRIME-PERIL
               END-IF
           END-IF
           IF BFLODL > ZERO
               MOVE BFLODI TO WS-NUM-TEXT
               MOVE 'FLOOD PERIL' TO WS-NUM-LABEL
               PERFORM P292-EDIT-PERIL THRU P292-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-FLOOD-PERIL
               END-IF
           END-IF
           IF BWTHRL > ZERO
               MOVE BWTHRI TO WS-NUM-TEXT
               MOVE 'WEATHER PERIL' TO WS-NUM-LABEL
               PERFORM P292-EDIT-PERIL THRU P292-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-WEATHER-PERIL
               END-IF
           END-IF
           IF BEQKL > ZERO
               MOVE BEQKI TO WS-NUM-TEXT
               MOVE 'EARTHQUAKE PERIL' TO WS-NUM-LABEL
               PERFORM P292-EDIT-PERIL THRU P292-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-EARTHQUAKE-PERIL
               END-IF
           END-IF
           IF BLIABL > ZERO
               MOVE BLIABI TO WS-NUM-TEXT
               MOVE 'LIABILITY PERIL' TO WS-NUM-LABEL
               PERFORM P292-EDIT-PERIL THRU P292-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-LIABILITY-PERIL
               END-IF
           END-IF

           IF BRPLCL > ZERO
               MOVE BRPLCI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'Y' OR 'N' OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-REPLACEMENT-COST
               ELSE
                   MOVE 'REPLACEMENT COST MUST BE Y OR N'
                        TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF BAGRVL > ZERO
               MOVE BAGRVI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'Y' OR 'N' OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-AGREED-VALUE
               ELSE
                   MOVE 'AGREED VALUE MUST BE Y OR N' TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF
           IF BCOINL > ZERO
               MOVE BCOINI TO WS-NUM-TEXT
               MOVE 'COINSURANCE' TO WS-NUM-LABEL
               MOVE 100 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-COINSURANCE
               END-IF
           END-IF
           IF BINFLL > ZERO
               MOVE BINFLI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               IF WS-FIELD-TEXT (1:1) = 'Y' OR 'N' OR SPACE
                   MOVE WS-FIELD-TEXT TO IN-INFLATION-GUARD
               ELSE
                   MOVE 'INFLATION GUARD MUST BE Y OR N'
                        TO WS-ERROR-TEXT
                   PERFORM P285-SET-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PRIOR INSURANCE AND THE MORTGAGEE SCHEDULE.  THE FIRST         *
      * MORTGAGEE ALSO RIDES ON THE APPLICATION ITSELF, AS A FEED      *
      * APPLICATION CARRIES IT.                                        *
      *----------------------------------------------------------------*
       P220-APPLY-FINANCIAL-SCREEN.
           IF CPCARL > ZERO
               MOVE CPCARI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-PRIOR-CARRIER
           END-IF
           IF CPPRML > ZERO
               MOVE CPPRMI TO WS-NUM-TEXT
               MOVE 'PRIOR PREMIUM' TO WS-NUM-LABEL
               MOVE 9999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-PRIOR-PREMIUM
               END-IF
           END-IF
           IF CPYRSL > ZERO
               MOVE CPYRSI TO WS-NUM-TEXT
               MOVE 'YEARS WITH PRIOR' TO WS-NUM-LABEL
               MOVE 99 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO IN-YEARS-WITH-PRIOR
               END-IF
           END-IF
           IF CRSNL > ZERO
               MOVE CRSNI TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO IN-REASON-FOR-CHANGE
           END-IF

           PERFORM P230-APPLY-MORTGAGEE-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 3
           PERFORM P260-PACK-MORTGAGEES

           IF APE-MORTGAGEE-COUNT > ZERO
               MOVE APE-MTG-NAME (1) TO IN-MORTGAGEE-NAME
               MOVE APE-MTG-LOAN-NUMBER (1) TO IN-LOAN-NUMBER
               MOVE APE-MTG-LOAN-BALANCE (1) TO IN-LOAN-BALANCE
           ELSE
               MOVE SPACES TO IN-MORTGAGEE-NAME
               MOVE SPACES TO IN-LOAN-NUMBER
               MOVE ZERO TO IN-LOAN-BALANCE
           END-IF.

       P230-APPLY-MORTGAGEE-ROW.
           IF CMNAML (WS-ROW-SUB) > ZERO
               MOVE CMNAMI (WS-ROW-SUB) TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-MTG-NAME (WS-ROW-SUB)
           END-IF
           IF CMLOANL (WS-ROW-SUB) > ZERO
               MOVE CMLOANI (WS-ROW-SUB) TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-MTG-LOAN-NUMBER (WS-ROW-SUB)
           END-IF
           IF CMBALL (WS-ROW-SUB) > ZERO
               MOVE CMBALI (WS-ROW-SUB) TO WS-NUM-TEXT
               MOVE 'LOAN BALANCE' TO WS-NUM-LABEL
               MOVE 999999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE
                        TO APE-MTG-LOAN-BALANCE (WS-ROW-SUB)
               END-IF
           END-IF
           IF CMLIENL (WS-ROW-SUB) > ZERO
               MOVE CMLIENI (WS-ROW-SUB) TO WS-NUM-TEXT
               MOVE 'LIEN POSITION' TO WS-NUM-LABEL
               MOVE 9 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE
                        TO APE-MTG-LIEN-POSITION (WS-ROW-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * BUILDING SCHEDULE -- ONE ROW PER ADDITIONAL BUILDING.          *
      *----------------------------------------------------------------*
       P240-APPLY-BUILDING-SCREEN.
           PERFORM P245-APPLY-BUILDING-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 6
           PERFORM P265-PACK-BUILDINGS.

       P245-APPLY-BUILDING-ROW.
           IF DBIDL (WS-ROW-SUB) > ZERO
               MOVE DBIDI (WS-ROW-SUB) TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-BLD-ID (WS-ROW-SUB)
           END-IF
           IF DBTYPL (WS-ROW-SUB) > ZERO
               MOVE DBTYPI (WS-ROW-SUB) TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-BLD-TYPE (WS-ROW-SUB)
           END-IF
           IF DBUSEL (WS-ROW-SUB) > ZERO
               MOVE DBUSEI (WS-ROW-SUB) TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-BLD-USE (WS-ROW-SUB)
           END-IF
           IF DBSQFL (WS-ROW-SUB) > ZERO
               MOVE DBSQFI (WS-ROW-SUB) TO WS-NUM-TEXT
               MOVE 'BUILDING SQ FOOTAGE' TO WS-NUM-LABEL
               MOVE 99999999 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO APE-BLD-SQ-FOOTAGE (WS-ROW-SUB)
               END-IF
           END-IF
           IF DBYRL (WS-ROW-SUB) > ZERO
               MOVE DBYRI (WS-ROW-SUB) TO WS-NUM-TEXT
               MOVE 'BUILDING YEAR' TO WS-NUM-LABEL
               MOVE 9999 TO WS-NUM-MAX
               MOVE 'Y' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO APE-BLD-YEAR (WS-ROW-SUB)
               END-IF
           END-IF
           IF DBVALL (WS-ROW-SUB) > ZERO
               MOVE DBVALI (WS-ROW-SUB) TO WS-NUM-TEXT
               MOVE 'BUILDING VALUE' TO WS-NUM-LABEL
               MOVE 999999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO APE-BLD-VALUE (WS-ROW-SUB)
               END-IF
           END-IF
           IF DCVALL (WS-ROW-SUB) > ZERO
               MOVE DCVALI (WS-ROW-SUB) TO WS-NUM-TEXT
               MOVE 'CONTENTS VALUE' TO WS-NUM-LABEL
               MOVE 999999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO APE-BLD-CONTENTS (WS-ROW-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EQUIPMENT SCHEDULE.                                            *
      *----------------------------------------------------------------*
       P250-APPLY-EQUIPMENT-SCREEN.
           PERFORM P255-APPLY-EQUIPMENT-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 6
           PERFORM P270-PACK-EQUIPMENT.

       P255-APPLY-EQUIPMENT-ROW.
           IF EQIDL (WS-ROW-SUB) > ZERO
               MOVE EQIDI (WS-ROW-SUB) TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-EQP-ID (WS-ROW-SUB)
           END-IF
           IF EQTYPL (WS-ROW-SUB) > ZERO
               MOVE EQTYPI (WS-ROW-SUB) TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-EQP-TYPE (WS-ROW-SUB)
           END-IF
           IF EQMFRL (WS-ROW-SUB) > ZERO
               MOVE EQMFRI (WS-ROW-SUB) TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-EQP-MANUFACTURER (WS-ROW-SUB)
           END-IF
           IF EQMODL (WS-ROW-SUB) > ZERO
               MOVE EQMODI (WS-ROW-SUB) TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-EQP-MODEL (WS-ROW-SUB)
           END-IF
           IF EQSERL (WS-ROW-SUB) > ZERO
               MOVE EQSERI (WS-ROW-SUB) TO WS-FIELD-TEXT
               PERFORM P280-CLEAN-TEXT
               MOVE WS-FIELD-TEXT TO APE-EQP-SERIAL (WS-ROW-SUB)
           END-IF
           IF EQPDTL (WS-ROW-SUB) > ZERO
               MOVE EQPDTI (WS-ROW-SUB) TO WS-DATE-TEXT
               MOVE 'PURCHASE DATE' TO WS-NUM-LABEL
               PERFORM P295-EDIT-DATE THRU P295-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-DATE-WORK
                        TO APE-EQP-PURCHASE-DATE (WS-ROW-SUB)
               END-IF
           END-IF
           IF EQVALL (WS-ROW-SUB) > ZERO
               MOVE EQVALI (WS-ROW-SUB) TO WS-NUM-TEXT
               MOVE 'EQUIPMENT VALUE' TO WS-NUM-LABEL
               MOVE 99999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE TO APE-EQP-VALUE (WS-ROW-SUB)
               END-IF
           END-IF
           IF EQRPLL (WS-ROW-SUB) > ZERO
               MOVE EQRPLI (WS-ROW-SUB) TO WS-NUM-TEXT
               MOVE 'REPLACEMENT COST' TO WS-NUM-LABEL
               MOVE 99999999.99 TO WS-NUM-MAX
               MOVE 'N' TO WS-NUM-WHOLE
               PERFORM P290-EDIT-NUMBER THRU P290-EXIT
               IF NUMBER-IS-VALID
                   MOVE WS-NUM-VALUE
                        TO APE-EQP-REPLACEMENT (WS-ROW-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SCHEDULES ARE HELD PACKED FROM THE FIRST ENTRY: A ROW BLANKED  *
      * ON THE SCREEN (NO NAME OR ID AND NO LOAN NUMBER OR TYPE) IS    *
      * DROPPED AND THE ROWS BELOW IT MOVE UP.                         *
      *----------------------------------------------------------------*
       P260-PACK-MORTGAGEES.
           MOVE ZERO TO WS-PACK-SUB
           PERFORM P261-PACK-MORTGAGEE
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 3
           MOVE WS-PACK-SUB TO APE-MORTGAGEE-COUNT
           ADD 1 TO WS-PACK-SUB
           PERFORM P262-CLEAR-MORTGAGEE
                   VARYING WS-ROW-SUB FROM WS-PACK-SUB BY 1
                   UNTIL WS-ROW-SUB > 3.

       P261-PACK-MORTGAGEE.
           IF APE-MTG-NAME (WS-ROW-SUB) NOT = SPACES OR
              APE-MTG-LOAN-NUMBER (WS-ROW-SUB) NOT = SPACES
               ADD 1 TO WS-PACK-SUB
               IF WS-PACK-SUB NOT = WS-ROW-SUB
                   MOVE APE-MORTGAGEE (WS-ROW-SUB)
                        TO APE-MORTGAGEE (WS-PACK-SUB)
               END-IF
           END-IF.

       P262-CLEAR-MORTGAGEE.
           INITIALIZE APE-MORTGAGEE (WS-ROW-SUB).

       P265-PACK-BUILDINGS.
           MOVE ZERO TO WS-PACK-SUB
           PERFORM P266-PACK-BUILDING
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 6
           MOVE WS-PACK-SUB TO APE-BUILDING-COUNT
           ADD 1 TO WS-PACK-SUB
           PERFORM P267-CLEAR-BUILDING
                   VARYING WS-ROW-SUB FROM WS-PACK-SUB BY 1
                   UNTIL WS-ROW-SUB > 6.

       P266-PACK-BUILDING.
           IF APE-BLD-ID (WS-ROW-SUB) NOT = SPACES OR
              APE-BLD-TYPE (WS-ROW-SUB) NOT = SPACES
               ADD 1 TO WS-PACK-SUB
               IF WS-PACK-SUB NOT = WS-ROW-SUB
                   MOVE APE-BUILDING (WS-ROW-SUB)
                        TO APE-BUILDING (WS-PACK-SUB)
               END-IF
           END-IF.

       P267-CLEAR-BUILDING.
           INITIALIZE APE-BUILDING (WS-ROW-SUB).

       P270-PACK-EQUIPMENT.
           MOVE ZERO TO WS-PACK-SUB
           PERFORM P271-PACK-EQUIPMENT-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > 6
           MOVE WS-PACK-SUB TO APE-EQUIPMENT-COUNT
           ADD 1 TO WS-PACK-SUB
           PERFORM P272-CLEAR-EQUIPMENT-ROW
                   VARYING WS-ROW-SUB FROM WS-PACK-SUB BY 1
                   UNTIL WS-ROW-SUB > 6.

       P271-PACK-EQUIPMENT-ROW.
           IF APE-EQP-ID (WS-ROW-SUB) NOT = SPACES OR
              APE-EQP-TYPE (WS-ROW-SUB) NOT = SPACES
               ADD 1 TO WS-PACK-SUB
               IF WS-PACK-SUB NOT = WS-ROW-SUB
                   MOVE APE-EQUIPMENT (WS-ROW-SUB)
                        TO APE-EQUIPMENT (WS-PACK-SUB)
               END-IF
           END-IF.

       P272-CLEAR-EQUIPMENT-ROW.
           INITIALIZE APE-EQUIPMENT (WS-ROW-SUB).

       P280-CLEAN-TEXT.
           INSPECT WS-FIELD-TEXT REPLACING ALL LOW-VALUES BY SPACE.

       P285-SET-ERROR.
           IF NOT EDIT-HAS-FAILED
               MOVE 'Y' TO WS-EDIT-FAILED
               MOVE WS-ERROR-TEXT TO WS-REPLY-MSG
           END-IF.

      *----------------------------------------------------------------*
      * EDIT A KEYED NUMBER (WS-NUM-TEXT) AGAINST WS-NUM-MAX.  BLANK   *
      * IS TAKEN AS ZERO.  A FAILURE IS REPORTED BY WS-NUM-LABEL.      *
      *----------------------------------------------------------------*
       P290-EDIT-NUMBER.
           MOVE 'N' TO WS-NUMBER-VALID
           MOVE ZERO TO WS-NUM-VALUE
           INSPECT WS-NUM-TEXT REPLACING ALL LOW-VALUES BY SPACE
           IF WS-NUM-TEXT = SPACES
               MOVE 'Y' TO WS-NUMBER-VALID
               GO TO P290-EXIT
           END-IF
           MOVE WS-NUM-TEXT TO WS-NUM-CHECK
           MOVE ZERO TO WS-DOT-CNT
           INSPECT WS-NUM-CHECK TALLYING WS-DOT-CNT FOR ALL '.'
           INSPECT WS-NUM-CHECK REPLACING ALL '.' BY '0'
                                           ALL SPACE BY '0'
           IF WS-NUM-CHECK NOT NUMERIC OR WS-DOT-CNT > 1 OR
              (NUM-WHOLE-ONLY AND WS-DOT-CNT > ZERO)
               GO TO P290-FAILED
           END-IF
           MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-NUM-VALUE
           IF WS-NUM-VALUE > WS-NUM-MAX
               GO TO P290-FAILED
           END-IF
           MOVE 'Y' TO WS-NUMBER-VALID
           GO TO P290-EXIT.

       P290-FAILED.
           MOVE SPACES TO WS-ERROR-TEXT
           STRING WS-NUM-LABEL DELIMITED BY '  '
                  ' IS NOT VALID' DELIMITED BY SIZE
                  INTO WS-ERROR-TEXT
           PERFORM P285-SET-ERROR.

       P290-EXIT.
           EXIT.

      *    A peril is selected by a non-zero factor, as on the feed.
       P292-EDIT-PERIL.
           MOVE 9999 TO WS-NUM-MAX
           MOVE 'Y' TO WS-NUM-WHOLE
           PERFORM P290-EDIT-NUMBER THRU P290-EXIT.

       P292-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EDIT A KEYED DATE (WS-DATE-TEXT, YYYYMMDD) INTO WS-DATE-WORK.  *
      * BLANK IS TAKEN AS ZERO (NOT YET KNOWN).                        *
      *----------------------------------------------------------------*
       P295-EDIT-DATE.
           MOVE 'N' TO WS-NUMBER-VALID
           MOVE ZERO TO WS-DATE-WORK
           INSPECT WS-DATE-TEXT REPLACING ALL LOW-VALUES BY SPACE
           IF WS-DATE-TEXT = SPACES
               MOVE 'Y' TO WS-NUMBER-VALID
               GO TO P295-EXIT
           END-IF
           IF WS-DATE-TEXT NOT NUMERIC
               GO TO P295-FAILED
           END-IF
           MOVE WS-DATE-TEXT TO WS-DATE-WORK
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR
              WS-DATE-DD < 1 OR WS-DATE-DD > 31
               GO TO P295-FAILED
           END-IF
           MOVE 'Y' TO WS-NUMBER-VALID
           GO TO P295-EXIT.

       P295-FAILED.
           MOVE ZERO TO WS-DATE-WORK
           MOVE SPACES TO WS-ERROR-TEXT
           STRING WS-NUM-LABEL DELIMITED BY '  '
                  ' MUST BE YYYYMMDD' DELIMITED BY SIZE
                  INTO WS-ERROR-TEXT
           PERFORM P285-SET-ERROR.

       P295-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * SAVE THE ENTRY.  A NEW ONE IS WRITTEN UNDER A KEY OF DATE,     *
      * TIME AND TERMINAL -- ITS REFERENCE FROM THEN ON; AN EXISTING   *
      * ONE IS READ FOR UPDATE AND REWRITTEN.                          *
      *----------------------------------------------------------------*
       P300-SAVE-ENTRY.
           MOVE INPUT-RECORD TO APE-APPLICATION
           MOVE WS-ENTRY-DATE TO APE-LAST-UPDATE-DATE
           IF NOT ENTRY-WAS-FOUND
               MOVE WS-ENTRY-DATE TO APE-ENTRY-DATE
               MOVE WS-ENTRY-TIME (1:6) TO APE-ENTRY-TIME
               MOVE EIBTRMID TO APE-TERMINAL-ID
               EXEC CICS WRITE DATASET('APPLD')
                               FROM(APPLICATION-ENTRY-RECORD)
                               RIDFLD(APE-KEY)
                               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = ZERO
                   MOVE 'ENTRY NOT SAVED - PLEASE RE-ENTER'
                        TO WS-REPLY-MSG
                   PERFORM P500-BUILD-SCREEN
                   PERFORM P600-SEND-AND-RETURN
               END-IF
               MOVE APE-KEY TO CA-APP-REF
               MOVE 'Y' TO WS-ENTRY-FOUND
           ELSE
               MOVE CA-APP-REF TO WS-APP-KEY
               EXEC CICS READ DATASET('APPLD')
                               INTO(WS-APPLD-LOCK)
                               RIDFLD(WS-APP-KEY)
                               KEYLENGTH(18)
                               UPDATE
                               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = ZERO
                   EXEC CICS REWRITE DATASET('APPLD')
                                     FROM(APPLICATION-ENTRY-RECORD)
                                     RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RESP NOT = ZERO
                   MOVE 'CHANGES NOT SAVED - PLEASE RE-ENTER'
                        TO WS-REPLY-MSG
                   PERFORM P500-BUILD-SCREEN
                   PERFORM P600-SEND-AND-RETURN
               END-IF
           END-IF
           IF NOT EDIT-HAS-FAILED AND WS-REPLY-MSG = SPACES
               MOVE 'SAVED' TO WS-REPLY-MSG
           END-IF.

       P310-GET-TIME.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                                YYYYMMDD(WS-ENTRY-DATE)
                                TIME(WS-ENTRY-TIME)
                                TIMESEP('')
           END-EXEC.

      *----------------------------------------------------------------*
      * SUBMIT: THE P008 INTAKE RULES OF LGAPDB01 THAT NEED NOTHING    *
      * BUT THE APPLICATION AND THE KEYED REFERENCE DATASETS, IN THE   *
      * SAME ORDER AND WITH THE SAME REASON CODES.  THE FIRST FAILURE  *
      * IS SHOWN AND THE ENTRY STAYS INCOMPLETE; COV002 IS A WARNING,  *
      * AS IN THE BATCH.  DUPLICATE-SUBMISSION, SURPLUS-LINES          *
      * AFFIDAVIT, LOCATION AND IN-FORCE CHECKS NEED THE NIGHTLY FILES *
      * AND ARE LEFT TO THE INTAKE RUN.                                *
      *----------------------------------------------------------------*
       P400-SUBMIT-ENTRY.
           MOVE 'N' TO WS-TIV-WARNING
           IF APE-SCREEN-SAVED (1) NOT = 'Y' OR
              APE-SCREEN-SAVED (2) NOT = 'Y'
               MOVE 'COMPLETE SCREENS 1 AND 2 BEFORE SUBMIT'
                    TO WS-REPLY-MSG
               GO TO P400-EXIT
           END-IF

           IF NOT COMMERCIAL-POLICY AND
              NOT PERSONAL-POLICY AND
              NOT FARM-POLICY
               MOVE 'POL001 INVALID POLICY TYPE' TO WS-REPLY-MSG
               GO TO P400-EXIT
           END-IF
           IF IN-CUSTOMER-NUM = SPACES
               MOVE 'CUS001 CUSTOMER NUMBER REQUIRED' TO WS-REPLY-MSG
               GO TO P400-EXIT
           END-IF
           IF IN-BUILDING-LIMIT = ZERO AND
              IN-CONTENTS-LIMIT = ZERO
               MOVE 'COV001 BUILDING OR CONTENTS LIMIT REQD'
                    TO WS-REPLY-MSG
               GO TO P400-EXIT
           END-IF
           IF IN-BUILDING-LIMIT + IN-CONTENTS-LIMIT +
              IN-BI-LIMIT > WS-MAX-TIV
               MOVE 'Y' TO WS-TIV-WARNING
           END-IF
           IF IN-EFFECTIVE-DATE < WS-ENTRY-DATE
               MOVE 'DAT001 EFFECTIVE DATE IS IN THE PAST'
                    TO WS-REPLY-MSG
               GO TO P400-EXIT
           END-IF
           IF IN-POLICY-TERM < 1 OR IN-POLICY-TERM > 3
               MOVE 'POL002 TERM OUTSIDE 1-3 YEAR APPETITE'
                    TO WS-REPLY-MSG
               GO TO P400-EXIT
           END-IF
           IF NOT IN-VALID-BILL-TYPE
               MOVE 'BIL001 BILL TYPE MUST BE D OR A' TO WS-REPLY-MSG
               GO TO P400-EXIT
           END-IF

           PERFORM P420-CHECK-AGENCY
           IF WS-REPLY-MSG NOT = SPACES
               GO TO P400-EXIT
           END-IF

      *    Non-admitted paper is not filed with the state, so the
      *    product filing check does not apply to it.
           IF NOT IN-NON-ADMITTED
               PERFORM P430-CHECK-AVAILABILITY
               IF PRODUCT-NOT-AVAILABLE
                   EVALUATE WS-AVAIL-REASON
                       WHEN 'AVL001'
                           MOVE 'AVL001 POLICY TYPE NOT FILED IN STATE'
                                TO WS-REPLY-MSG
                       WHEN 'AVL002'
                           MOVE 'AVL002 POLICY TYPE NOT ON SALE ON DATE'
                                TO WS-REPLY-MSG
                       WHEN 'AVL003'
                           MOVE 'AVL003 PERIL NOT FILED IN STATE'
                                TO WS-REPLY-MSG
                       WHEN OTHER
                           MOVE 'AVL004 PERIL NOT ON SALE ON DATE'
                                TO WS-REPLY-MSG
                   END-EVALUATE
                   GO TO P400-EXIT
               END-IF
           END-IF

           IF IN-NON-ADMITTED AND NOT COMMERCIAL-POLICY
               MOVE 'SLN001 NON-ADMITTED MUST BE COMMERCIAL'
                    TO WS-REPLY-MSG
               GO TO P400-EXIT
           END-IF

           IF HIGH-FLOOD-RISK AND IN-FLOOD-PERIL > ZERO AND
              IN-FLOOD-DEDUCTIBLE < WS-FLOOD-ZONEA-MIN-DED
               MOVE 'FLD001 FLOOD DED BELOW ZONE A MINIMUM'
                    TO WS-REPLY-MSG
               GO TO P400-EXIT
           END-IF

           MOVE 'S' TO APE-STATUS
           MOVE WS-ENTRY-DATE TO APE-SUBMIT-DATE
           MOVE WS-ENTRY-DATE TO IN-APPLICATION-DATE
           IF TIV-ABOVE-MAXIMUM
               MOVE 'SUBMITTED - COV002 TIV ABOVE MAXIMUM'
                    TO WS-REPLY-MSG
           ELSE
               MOVE 'SUBMITTED FOR TONIGHT''S INTAKE' TO WS-REPLY-MSG
           END-IF.

       P400-EXIT.
           EXIT.

      *    AGY001-AGY005, as P008D checks them against the agency
      *    master.
       P420-CHECK-AGENCY.
           MOVE IN-AGENCY-CODE TO WS-AGENCY-KEY
           EXEC CICS READ DATASET('AGENCYD')
                           INTO(AGENCY-MASTER-RECORD)
                           RIDFLD(WS-AGENCY-KEY)
                           KEYLENGTH(4)
                           RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = ZERO
               MOVE 'AGY001 UNKNOWN PRODUCING AGENCY CODE'
                    TO WS-REPLY-MSG
           ELSE
               IF NOT AGY-ACTIVE
                   MOVE 'AGY002 AGENCY SUSPENDED OR TERMINATED'
                        TO WS-REPLY-MSG
               END-IF
               IF WS-REPLY-MSG = SPACES AND
                  AGY-LICENSED-STATES NOT = SPACES
                   MOVE ZERO TO WS-STATE-TALLY
                   INSPECT AGY-LICENSED-STATES
                       TALLYING WS-STATE-TALLY FOR ALL
                       IN-TERRITORY-CODE (1:2)
                   IF WS-STATE-TALLY = ZERO
                       MOVE 'AGY003 AGENCY NOT LICENSED IN RISK STATE'
                            TO WS-REPLY-MSG
                   END-IF
               END-IF
               IF WS-REPLY-MSG = SPACES AND
                  AGY-EO-EXPIRY-DATE NUMERIC AND
                  AGY-EO-EXPIRY-DATE > ZERO AND
                  AGY-EO-EXPIRY-DATE < WS-ENTRY-DATE
                   MOVE 'AGY004 AGENCY E&O COVERAGE HAS LAPSED'
                        TO WS-REPLY-MSG
               END-IF
               IF WS-REPLY-MSG = SPACES AND
                  IN-AGENCY-BILLED AND NOT AGY-AGENCY-BILL-YES
                   MOVE 'AGY005 AGENCY NOT SET UP FOR AGENCY BILL'
                        TO WS-REPLY-MSG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * AVAILABILITY CHECK, AS P008P IN LGAPDB01: AVL001/AVL002 THE    *
      * POLICY TYPE IS NOT FILED / NOT ON SALE ON THE EFFECTIVE DATE,  *
      * AVL003/AVL004 THE SAME FOR A PERIL.                            *
      *----------------------------------------------------------------*
       P430-CHECK-AVAILABILITY.
           MOVE 'Y' TO WS-AVAIL-IND
           MOVE SPACES TO WS-AVAIL-REASON
           MOVE IN-TERRITORY-CODE (1:2) TO WS-AVAIL-STATE
           MOVE IN-POLICY-TYPE TO WS-AVAIL-TYPE
           MOVE '****' TO WS-AVAIL-PERIL
           PERFORM P440-READ-AVAILABILITY
           IF PRODUCT-NOT-AVAILABLE
               IF WS-AVAIL-REASON = 'AVL003'
                   MOVE 'AVL001' TO WS-AVAIL-REASON
               ELSE
                   MOVE 'AVL002' TO WS-AVAIL-REASON
               END-IF
           END-IF
           IF PRODUCT-AVAILABLE AND IN-FIRE-PERIL > ZERO
               MOVE 'FIRE' TO WS-AVAIL-PERIL
               PERFORM P440-READ-AVAILABILITY
           END-IF
           IF PRODUCT-AVAILABLE AND IN-CRIME-PERIL > ZERO
               MOVE 'CRIM' TO WS-AVAIL-PERIL
               PERFORM P440-READ-AVAILABILITY
           END-IF
           IF PRODUCT-AVAILABLE AND IN-FLOOD-PERIL > ZERO
               MOVE 'FLOD' TO WS-AVAIL-PERIL
               PERFORM P440-READ-AVAILABILITY
           END-IF
           IF PRODUCT-AVAILABLE AND IN-WEATHER-PERIL > ZERO
               MOVE 'WTHR' TO WS-AVAIL-PERIL
               PERFORM P440-READ-AVAILABILITY
           END-IF
           IF PRODUCT-AVAILABLE AND IN-EARTHQUAKE-PERIL > ZERO
               MOVE 'QUAK' TO WS-AVAIL-PERIL
               PERFORM P440-READ-AVAILABILITY
           END-IF
           IF PRODUCT-AVAILABLE AND IN-LIABILITY-PERIL > ZERO
               MOVE 'LIAB' TO WS-AVAIL-PERIL
               PERFORM P440-READ-AVAILABILITY
           END-IF.

       P440-READ-AVAILABILITY.
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
               WHEN IN-EFFECTIVE-DATE < PAV-APPROVED-DATE
                   MOVE 'N' TO WS-AVAIL-IND
                   MOVE 'AVL004' TO WS-AVAIL-REASON
               WHEN PAV-WITHDRAWN-DATE NUMERIC AND
                    PAV-WITHDRAWN-DATE > ZERO AND
                    IN-EFFECTIVE-DATE >= PAV-WITHDRAWN-DATE
                   MOVE 'N' TO WS-AVAIL-IND
                   MOVE 'AVL004' TO WS-AVAIL-REASON
           END-EVALUATE.

      *----------------------------------------------------------------*
      * BUILD THE OUTPUT MAP FOR THE SCREEN NOW IN CA-SCREEN FROM THE  *
      * ENTRY IN HAND.  THE OUTPUT MAP OVERLAYS THE INPUT FIELDS, SO   *
      * THIS RUNS ONLY AFTER EVERYTHING KEYED HAS BEEN TAKEN.          *
      *----------------------------------------------------------------*
       P500-BUILD-SCREEN.
           EVALUATE TRUE
               WHEN APE-SUBMITTED
                   MOVE 'SUBMITTED' TO WS-STATUS-TEXT
               WHEN APE-UNLOADED
                   MOVE 'UNLOADED' TO WS-STATUS-TEXT
               WHEN CA-APP-REF = SPACES OR LOW-VALUES
                   MOVE 'NEW' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'INCOMPLETE' TO WS-STATUS-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN CA-BASIC-SCREEN
                   PERFORM P510-BUILD-BASIC-SCREEN
               WHEN CA-COVERAGE-SCREEN
                   PERFORM P520-BUILD-COVERAGE-SCREEN
               WHEN CA-FINANCIAL-SCREEN
                   PERFORM P530-BUILD-FINANCIAL-SCREEN
               WHEN CA-BUILDING-SCREEN
                   PERFORM P540-BUILD-BUILDING-SCREEN
               WHEN OTHER
                   PERFORM P550-BUILD-EQUIPMENT-SCREEN
           END-EVALUATE.

       P510-BUILD-BASIC-SCREEN.
           MOVE SPACES TO LGAPM9AO
           MOVE CA-APP-REF TO AREFO
           MOVE WS-STATUS-TEXT TO ASTATO
           MOVE WS-REPLY-MSG TO AMSGO
           MOVE APE-OPERATOR-ID TO AOPERO
           MOVE IN-AGENCY-CODE TO AAGYO
           MOVE IN-CUSTOMER-NUM TO ACUSTO
           MOVE IN-POLICY-TYPE TO APTYPO
           IF IN-POLICY-TERM > ZERO
               MOVE IN-POLICY-TERM TO ATERMO
           END-IF
           IF IN-EFFECTIVE-DATE > ZERO
               MOVE IN-EFFECTIVE-DATE TO AEFDTO
           END-IF
           MOVE IN-BILL-TYPE TO ABILLO
           MOVE IN-ADMITTED-IND TO AADMTO
           MOVE IN-PROPERTY-TYPE TO APRTYO
           MOVE IN-POSTCODE TO APSTCO
           MOVE IN-ADDRESS TO AADDRO
           MOVE IN-TERRITORY-CODE TO ATERRO
           MOVE IN-FLOOD-ZONE TO AFLDZO
           IF IN-YEAR-BUILT > ZERO
               MOVE IN-YEAR-BUILT TO AYRBLO
           END-IF
           IF IN-SQUARE-FOOTAGE > ZERO
               MOVE IN-SQUARE-FOOTAGE TO ASQFTO
           END-IF
           IF IN-STORIES > ZERO
               MOVE IN-STORIES TO ASTORO
           END-IF
           MOVE IN-CONSTRUCTION-TYPE TO ACNSTO
           MOVE IN-OCCUPANCY-CODE TO AOCCO
           MOVE IN-SPRINKLER-IND TO ASPRKO
           MOVE IN-ALARM-TYPE TO AALRMO.

       P520-BUILD-COVERAGE-SCREEN.
           MOVE SPACES TO LGAPM9BO
           MOVE CA-APP-REF TO BREFO
           MOVE WS-STATUS-TEXT TO BSTATO
           MOVE WS-REPLY-MSG TO BMSGO
           MOVE IN-CUSTOMER-NAME TO BNAMEO
           MOVE IN-BUSINESS-TYPE TO BBTYPO
           IF IN-YEARS-IN-BUSINESS > ZERO
               MOVE IN-YEARS-IN-BUSINESS TO BYRSBO
           END-IF
           IF IN-ANNUAL-REVENUE > ZERO
               MOVE IN-ANNUAL-REVENUE TO WS-AMT13-EDIT
               MOVE WS-AMT13-EDIT TO BREVNO
           END-IF
           IF IN-EMPLOYEE-COUNT > ZERO
               MOVE IN-EMPLOYEE-COUNT TO BEMPLO
           END-IF
           MOVE IN-CUSTOMER-HISTORY TO BHISTO
           MOVE IN-CREDIT-RATING TO BCREDO
           MOVE IN-MULTI-POLICY-IND TO BMULTO
           MOVE IN-SAFETY-PROGRAM-IND TO BSAFEO
           IF IN-BUILDING-LIMIT > ZERO
               MOVE IN-BUILDING-LIMIT TO WS-AMT12-EDIT
               MOVE WS-AMT12-EDIT TO BBLDLO
           END-IF
           IF IN-CONTENTS-LIMIT > ZERO
               MOVE IN-CONTENTS-LIMIT TO WS-AMT12-EDIT
               MOVE WS-AMT12-EDIT TO BCNTLO
           END-IF
           IF IN-BI-LIMIT > ZERO
               MOVE IN-BI-LIMIT TO WS-AMT12-EDIT
               MOVE WS-AMT12-EDIT TO BBILO
           END-IF
           IF IN-LIABILITY-LIMIT > ZERO
               MOVE IN-LIABILITY-LIMIT TO WS-AMT12-EDIT
               MOVE WS-AMT12-EDIT TO BLIALO
           END-IF
           IF IN-FIRE-DEDUCTIBLE > ZERO
               MOVE IN-FIRE-DEDUCTIBLE TO WS-AMT9-EDIT
               MOVE WS-AMT9-EDIT TO BFDEDO
           END-IF
           IF IN-WIND-DEDUCTIBLE > ZERO
               MOVE IN-WIND-DEDUCTIBLE TO WS-AMT9-EDIT
               MOVE WS-AMT9-EDIT TO BWDEDO
           END-IF
           IF IN-FLOOD-DEDUCTIBLE > ZERO
               MOVE IN-FLOOD-DEDUCTIBLE TO WS-AMT9-EDIT
               MOVE WS-AMT9-EDIT TO BLDEDO
           END-IF
           IF IN-OTHER-DEDUCTIBLE > ZERO
               MOVE IN-OTHER-DEDUCTIBLE TO WS-AMT9-EDIT
               MOVE WS-AMT9-EDIT TO BODEDO
           END-IF
           IF IN-WIND-DED-PCT > ZERO
               MOVE IN-WIND-DED-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO BWPCTO
           END-IF
           IF IN-FIRE-PERIL > ZERO
               MOVE IN-FIRE-PERIL TO BFIREO
           END-IF
           IF IN-CRIME-PERIL > ZERO
               MOVE IN-CRIME-PERIL TO BCRIMO
           END-IF
           IF IN-FLOOD-PERIL > ZERO
               MOVE IN-FLOOD-PERIL TO BFLODO
           END-IF
           IF IN-WEATHER-PERIL > ZERO
               MOVE IN-WEATHER-PERIL TO BWTHRO
           END-IF
           IF IN-EARTHQUAKE-PERIL > ZERO
               MOVE IN-EARTHQUAKE-PERIL TO BEQKO
           END-IF
           IF IN-LIABILITY-PERIL > ZERO
               MOVE IN-LIABILITY-PERIL TO BLIABO
           END-IF
           MOVE IN-REPLACEMENT-COST TO BRPLCO
           MOVE IN-AGREED-VALUE TO BAGRVO
           IF IN-COINSURANCE > ZERO
               MOVE IN-COINSURANCE TO BCOINO
           END-IF
           MOVE IN-INFLATION-GUARD TO BINFLO.

       P530-BUILD-FINANCIAL-SCREEN.
           MOVE SPACES TO LGAPM9CO
           MOVE CA-APP-REF TO CREFO
           MOVE WS-STATUS-TEXT TO CSTATO
           MOVE WS-REPLY-MSG TO CMSGO
           MOVE IN-PRIOR-CARRIER TO CPCARO
           IF IN-PRIOR-PREMIUM > ZERO
               MOVE IN-PRIOR-PREMIUM TO WS-AMT10-EDIT
               MOVE WS-AMT10-EDIT TO CPPRMO
           END-IF
           IF IN-YEARS-WITH-PRIOR > ZERO
               MOVE IN-YEARS-WITH-PRIOR TO CPYRSO
           END-IF
           MOVE IN-REASON-FOR-CHANGE TO CRSNO
           PERFORM P535-BUILD-MORTGAGEE-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > APE-MORTGAGEE-COUNT.

       P535-BUILD-MORTGAGEE-ROW.
           MOVE APE-MTG-NAME (WS-ROW-SUB) TO CMNAMO (WS-ROW-SUB)
           MOVE APE-MTG-LOAN-NUMBER (WS-ROW-SUB)
                TO CMLOANO (WS-ROW-SUB)
           MOVE APE-MTG-LOAN-BALANCE (WS-ROW-SUB) TO WS-AMT12-EDIT
           MOVE WS-AMT12-EDIT TO CMBALO (WS-ROW-SUB)
           MOVE APE-MTG-LIEN-POSITION (WS-ROW-SUB)
                TO CMLIENO (WS-ROW-SUB).

       P540-BUILD-BUILDING-SCREEN.
           MOVE SPACES TO LGAPM9DO
           MOVE CA-APP-REF TO DREFO
           MOVE WS-STATUS-TEXT TO DSTATO
           MOVE WS-REPLY-MSG TO DMSGO
           PERFORM P545-BUILD-BUILDING-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > APE-BUILDING-COUNT.

       P545-BUILD-BUILDING-ROW.
           MOVE APE-BLD-ID (WS-ROW-SUB) TO DBIDO (WS-ROW-SUB)
           MOVE APE-BLD-TYPE (WS-ROW-SUB) TO DBTYPO (WS-ROW-SUB)
           MOVE APE-BLD-USE (WS-ROW-SUB) TO DBUSEO (WS-ROW-SUB)
           MOVE APE-BLD-SQ-FOOTAGE (WS-ROW-SUB) TO DBSQFO (WS-ROW-SUB)
           MOVE APE-BLD-YEAR (WS-ROW-SUB) TO DBYRO (WS-ROW-SUB)
           MOVE APE-BLD-VALUE (WS-ROW-SUB) TO WS-AMT12-EDIT
           MOVE WS-AMT12-EDIT TO DBVALO (WS-ROW-SUB)
           MOVE APE-BLD-CONTENTS (WS-ROW-SUB) TO WS-AMT12-EDIT
           MOVE WS-AMT12-EDIT TO DCVALO (WS-ROW-SUB).

       P550-BUILD-EQUIPMENT-SCREEN.
           MOVE SPACES TO LGAPM9EO
           MOVE CA-APP-REF TO EREFO
           MOVE WS-STATUS-TEXT TO ESTATO
           MOVE WS-REPLY-MSG TO EMSGO
           PERFORM P555-BUILD-EQUIPMENT-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > APE-EQUIPMENT-COUNT.

       P555-BUILD-EQUIPMENT-ROW.
           MOVE APE-EQP-ID (WS-ROW-SUB) TO EQIDO (WS-ROW-SUB)
           MOVE APE-EQP-TYPE (WS-ROW-SUB) TO EQTYPO (WS-ROW-SUB)
           MOVE APE-EQP-MANUFACTURER (WS-ROW-SUB)
                TO EQMFRO (WS-ROW-SUB)
           MOVE APE-EQP-MODEL (WS-ROW-SUB) TO EQMODO (WS-ROW-SUB)
           MOVE APE-EQP-SERIAL (WS-ROW-SUB) TO EQSERO (WS-ROW-SUB)
           IF APE-EQP-PURCHASE-DATE (WS-ROW-SUB) > ZERO
               MOVE APE-EQP-PURCHASE-DATE (WS-ROW-SUB)
                    TO EQPDTO (WS-ROW-SUB)
           END-IF
           MOVE APE-EQP-VALUE (WS-ROW-SUB) TO WS-AMT11-EDIT
           MOVE WS-AMT11-EDIT TO EQVALO (WS-ROW-SUB)
           MOVE APE-EQP-REPLACEMENT (WS-ROW-SUB) TO WS-AMT11-EDIT
           MOVE WS-AMT11-EDIT TO EQRPLO (WS-ROW-SUB).

       P600-SEND-AND-RETURN.
           EVALUATE TRUE
               WHEN CA-BASIC-SCREEN
                   EXEC CICS SEND MAP('LGAPM9A')
                                   MAPSET('LGAPMS9')
                                   FROM(LGAPM9AO)
                                   ERASE
                   END-EXEC
               WHEN CA-COVERAGE-SCREEN
                   EXEC CICS SEND MAP('LGAPM9B')
                                   MAPSET('LGAPMS9')
                                   FROM(LGAPM9BO)
                                   ERASE
                   END-EXEC
               WHEN CA-FINANCIAL-SCREEN
                   EXEC CICS SEND MAP('LGAPM9C')
                                   MAPSET('LGAPMS9')
                                   FROM(LGAPM9CO)
                                   ERASE
                   END-EXEC
               WHEN CA-BUILDING-SCREEN
                   EXEC CICS SEND MAP('LGAPM9D')
                                   MAPSET('LGAPMS9')
                                   FROM(LGAPM9DO)
                                   ERASE
                   END-EXEC
               WHEN OTHER
                   EXEC CICS SEND MAP('LGAPM9E')
                                   MAPSET('LGAPMS9')
                                   FROM(LGAPM9EO)
                                   ERASE
                   END-EXEC
           END-EVALUATE
           EXEC CICS RETURN TRANSID('LGNB')
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

      *    The entry stays on APPLD as last saved; the reference is
      *    given so it can be resumed.
       P800-EXIT-TRANSACTION.
           IF CA-APP-REF = SPACES OR LOW-VALUES
               MOVE 'APPLICATION ENTRY ENDED' TO WS-REPLY-MSG
           ELSE
               MOVE SPACES TO WS-REPLY-MSG
               STRING 'ENTRY KEPT - REF ' CA-APP-REF
                      DELIMITED BY SIZE INTO WS-REPLY-MSG
           END-IF
           EXEC CICS SEND TEXT FROM(WS-REPLY-MSG)
                            LENGTH(40)
                            ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       P900-MAPFAIL.
      *    Nothing keyed: the key is still acted on for the entry
      *    as it stands.
           MOVE 'Y' TO WS-NOTHING-KEYED
           PERFORM P115-PROCESS-ENTRY.

       P990-ERROR.
           MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO WS-REPLY-MSG
           EXEC CICS SEND TEXT FROM(WS-REPLY-MSG)
                            LENGTH(40)
                            ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
