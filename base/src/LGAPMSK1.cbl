       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPMSK1.
      *================================================================*
      * PROGRAM: LGAPMSK1 - OUTBOUND PERSONAL-DATA MASKING SERVICE    *
      * PURPOSE: CALLED BY EVERY PROGRAM THAT WRITES A FEED WHICH     *
      *          LEAVES THE BUILDING, FOR EACH PERSONAL-DATA FIELD IT *
      *          WRITES.  LOOKS UP THE RECIPIENT PROFILE FOR THE      *
      *          EXTRACT (PRIVPROF.DAT) AND SENDS THE FIELD BACK IN   *
      *          FULL, MASKED, TOKENIZED TO A CONSISTENT SURROGATE    *
      *          KEY, OR DROPPED, AS THE PROFILE SAYS.  WHEN THE      *
      *          EXTRACT IS CLOSED THE CALLER'S LOG REQUEST APPENDS   *
      *          THE PROFILE USED, THE RECIPIENT, THE RECORD COUNT    *
      *          AND THE FIELD RULES TO THE PRIVACY SHARING LOG       *
      *          (PRIVLOG.DAT).  THE PROFILES AND THE TOKEN KEY       *
      *          (CONFIG KEY PRIV_TOKEN_KEY) ARE LOADED ON THE FIRST  *
      *          CALL AND KEPT FOR THE LIFE OF THE CALLER'S RUN.      *
      *          SEE MASKREQ.                                         *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO 'PRIVPROF.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRV-STAT.

           SELECT LOG-FILE ASSIGN TO 'PRIVLOG.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PVL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  PROFILE-FILE.
           COPY PRIVPROF.

       FD  LOG-FILE.
           COPY PRIVLOG.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

       WORKING-STORAGE SECTION.

       01  WS-PRV-STAT                 PIC X(2).
           88 PROFILE-OK               VALUE '00'.
           88 PROFILE-EOF              VALUE '10'.

       01  WS-PVL-STAT                 PIC X(2).
           88 LOG-OK                   VALUE '00'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-FIRST-CALL-IND           PIC X VALUE 'Y'.
           88 FIRST-CALL               VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE KEY MIXED INTO EVERY TOKEN.  A RECIPIENT HOLDING TOKENS    *
      * CANNOT RECOVER THE VALUES WITHOUT IT; CHANGING IT CHANGES      *
      * EVERY TOKEN, SO IT IS SET ONCE AND LEFT.                       *
      *----------------------------------------------------------------*
       01  WS-TOKEN-KEY                PIC X(30) VALUE 'LGAP-PRIVACY'.
       01  WS-KEY-LEN                  PIC 9(3) COMP.

       01  WS-PRF-MAX                  PIC 9(4) VALUE 1000.
       01  WS-PROFILE-TABLE.
           05 WS-PRF-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-PRF-ENTRY             OCCURS 1000 TIMES
                                       INDEXED BY PRF-IDX.
              10 WS-PRF-EXTRACT        PIC X(12).
              10 WS-PRF-PROFILE        PIC X(8).
              10 WS-PRF-RECIPIENT      PIC X(30).
              10 WS-PRF-FIELD          PIC X(16).
              10 WS-PRF-ACTION         PIC X(1).

      *----------------------------------------------------------------*
      * THE PROFILE IN USE FOR THE CALLER'S CURRENT EXTRACT, KEPT      *
      * ACROSS CALLS SO EACH FIELD DOES NOT RESOLVE IT AGAIN.          *
      *----------------------------------------------------------------*
       01  WS-LAST-EXTRACT-ID          PIC X(12) VALUE HIGH-VALUES.
       01  WS-LAST-CLASS               PIC X(12) VALUE HIGH-VALUES.
       01  WS-SEEK-EXTRACT             PIC X(12).
       01  WS-SEEK-FIELD               PIC X(16).
       01  WS-USE-EXTRACT              PIC X(12).
       01  WS-USE-PROFILE              PIC X(8).
       01  WS-USE-RECIPIENT            PIC X(30).
       01  WS-RULE-FOUND-IND           PIC X.
           88 RULE-FOUND               VALUE 'Y'.

       01  WS-VALUE-WORK.
           05 WS-VALUE-LEN             PIC 9(3) COMP.
           05 WS-LAST-POS              PIC 9(3) COMP.
           05 WS-MASK-END              PIC 9(3) COMP.
           05 WS-CHAR-POS              PIC 9(3) COMP.
           05 WS-TOKEN-LEN             PIC 9(3) COMP.
           05 WS-RULE-PTR              PIC 9(3) COMP.

       01  WS-HASH-WORK.
           05 WS-HASH-1                PIC 9(9) COMP.
           05 WS-HASH-2                PIC 9(9) COMP.
           05 WS-HASH-CHAR             PIC X.
       01  WS-TOKEN-DIGITS             PIC 9(18).
       01  WS-TOKEN-TEXT REDEFINES WS-TOKEN-DIGITS
                                       PIC X(18).

       LINKAGE SECTION.
           COPY MASKREQ.

       PROCEDURE DIVISION USING MASK-REQUEST.

       P100-MAIN.
      *    Whatever this run returns goes back to the caller as its
      *    RETURN-CODE -- hand back the one it came in with.
           MOVE MSK-CALLER-RC TO RETURN-CODE
           IF FIRST-CALL
               PERFORM P200-FIRST-CALL-SETUP
           END-IF
           MOVE ZERO TO MSK-RETURN-CODE
           PERFORM P300-RESOLVE-PROFILE

           IF MSK-LOG
               PERFORM P600-WRITE-LOG-LINE THRU P600-EXIT
               GOBACK
           END-IF

           MOVE MSK-VALUE-LEN TO WS-VALUE-LEN
           IF WS-VALUE-LEN = ZERO OR WS-VALUE-LEN > 60
               MOVE 60 TO WS-VALUE-LEN
           END-IF
           IF WS-VALUE-LEN < 60
               MOVE SPACES TO MSK-VALUE (WS-VALUE-LEN + 1:)
           END-IF
           PERFORM P400-FIND-FIELD-RULE
           EVALUATE TRUE
               WHEN MSK-VALUE = SPACES
                   CONTINUE
               WHEN MSK-SENT-DROPPED
                   MOVE SPACES TO MSK-VALUE
               WHEN MSK-SENT-MASKED
                   PERFORM P500-MASK-VALUE
               WHEN MSK-SENT-TOKEN
                   PERFORM P550-TOKENIZE-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       P200-FIRST-CALL-SETUP.
           MOVE 'N' TO WS-FIRST-CALL-IND
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'PRIV_TOKEN_KEY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND CONFIG-VALUE NOT = SPACES
                   MOVE CONFIG-VALUE (1:30) TO WS-TOKEN-KEY
               END-IF
               CLOSE CONFIG-FILE
           END-IF
           COMPUTE WS-KEY-LEN = FUNCTION LENGTH
                                (FUNCTION TRIM (WS-TOKEN-KEY TRAILING))
           PERFORM P250-LOAD-PROFILES THRU P250-EXIT.

      *----------------------------------------------------------------*
      * LOAD THE RECIPIENT PROFILES.  WITHOUT THEM EVERY EXTRACT GOES  *
      * OUT IN FULL, AS BEFORE, AND IS LOGGED UNDER PROFILE *NONE*.    *
      *----------------------------------------------------------------*
       P250-LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF NOT PROFILE-OK
               DISPLAY 'Warning: recipient privacy profiles '
                       'unavailable: ' WS-PRV-STAT
                       ' - extracts go out in full'
               GO TO P250-EXIT
           END-IF
           PERFORM P260-READ-PROFILE
           PERFORM UNTIL NOT PROFILE-OK
               PERFORM P270-TAKE-PROFILE-LINE THRU P270-EXIT
               PERFORM P260-READ-PROFILE
           END-PERFORM
           CLOSE PROFILE-FILE
           IF WS-PRF-COUNT NOT < WS-PRF-MAX
               DISPLAY 'Warning: privacy profiles hold more than '
                       WS-PRF-MAX ' rules - later rules not loaded'
           END-IF.

       P250-EXIT.
           EXIT.

       P260-READ-PROFILE.
           READ PROFILE-FILE
           END-READ.

       P270-TAKE-PROFILE-LINE.
           IF PRIVACY-PROFILE-RECORD = SPACES OR
              PRV-EXTRACT-ID (1:1) = '*'
               GO TO P270-EXIT
           END-IF
           IF NOT PRV-SEND-FULL AND NOT PRV-SEND-MASKED AND
              NOT PRV-SEND-TOKEN AND NOT PRV-SEND-DROPPED
               DISPLAY 'Warning: privacy profile ' PRV-EXTRACT-ID
                       ' field ' PRV-FIELD-NAME ' action '
                       PRV-ACTION ' not F, M, T or D - field dropped'
               MOVE 'D' TO PRV-ACTION
           END-IF
           IF WS-PRF-COUNT NOT < WS-PRF-MAX
               GO TO P270-EXIT
           END-IF
           ADD 1 TO WS-PRF-COUNT
           SET PRF-IDX TO WS-PRF-COUNT
           MOVE PRV-EXTRACT-ID TO WS-PRF-EXTRACT (PRF-IDX)
           MOVE PRV-PROFILE-ID TO WS-PRF-PROFILE (PRF-IDX)
           MOVE PRV-RECIPIENT TO WS-PRF-RECIPIENT (PRF-IDX)
           MOVE PRV-FIELD-NAME TO WS-PRF-FIELD (PRF-IDX)
           MOVE PRV-ACTION TO WS-PRF-ACTION (PRF-IDX).

       P270-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * THE EXTRACT'S OWN PROFILE IF IT HAS ONE, ELSE ITS FAMILY'S,    *
      * ELSE NONE.                                                     *
      *----------------------------------------------------------------*
       P300-RESOLVE-PROFILE.
           IF MSK-EXTRACT-ID NOT = WS-LAST-EXTRACT-ID OR
              MSK-EXTRACT-CLASS NOT = WS-LAST-CLASS
               MOVE MSK-EXTRACT-ID TO WS-LAST-EXTRACT-ID
               MOVE MSK-EXTRACT-CLASS TO WS-LAST-CLASS
               MOVE SPACES TO WS-USE-EXTRACT
               MOVE '*NONE*' TO WS-USE-PROFILE
               MOVE SPACES TO WS-USE-RECIPIENT
               MOVE MSK-EXTRACT-ID TO WS-SEEK-EXTRACT
               PERFORM P310-SEEK-EXTRACT
               IF WS-USE-EXTRACT = SPACES AND
                  MSK-EXTRACT-CLASS NOT = SPACES
                   MOVE MSK-EXTRACT-CLASS TO WS-SEEK-EXTRACT
                   PERFORM P310-SEEK-EXTRACT
               END-IF
           END-IF
           MOVE WS-USE-PROFILE TO MSK-PROFILE-ID
           MOVE WS-USE-RECIPIENT TO MSK-RECIPIENT
           IF WS-USE-EXTRACT = SPACES
               MOVE 4 TO MSK-RETURN-CODE
           END-IF.

       P310-SEEK-EXTRACT.
           SET PRF-IDX TO 1
           SEARCH WS-PRF-ENTRY
               AT END
                   CONTINUE
               WHEN PRF-IDX > WS-PRF-COUNT
                   CONTINUE
               WHEN WS-PRF-EXTRACT (PRF-IDX) = WS-SEEK-EXTRACT
                   MOVE WS-SEEK-EXTRACT TO WS-USE-EXTRACT
                   MOVE WS-PRF-PROFILE (PRF-IDX) TO WS-USE-PROFILE
                   MOVE WS-PRF-RECIPIENT (PRF-IDX)
                        TO WS-USE-RECIPIENT
           END-SEARCH.

      *----------------------------------------------------------------*
      * THE FIELD'S OWN RULE, ELSE THE PROFILE'S * RULE, ELSE FULL.    *
      *----------------------------------------------------------------*
       P400-FIND-FIELD-RULE.
           MOVE 'F' TO MSK-ACTION
           IF WS-USE-EXTRACT NOT = SPACES
               MOVE MSK-FIELD-NAME TO WS-SEEK-FIELD
               PERFORM P410-SEEK-FIELD-RULE
               IF NOT RULE-FOUND
                   MOVE '*' TO WS-SEEK-FIELD
                   PERFORM P410-SEEK-FIELD-RULE
               END-IF
           END-IF.

       P410-SEEK-FIELD-RULE.
           MOVE 'N' TO WS-RULE-FOUND-IND
           SET PRF-IDX TO 1
           SEARCH WS-PRF-ENTRY
               AT END
                   CONTINUE
               WHEN PRF-IDX > WS-PRF-COUNT
                   CONTINUE
               WHEN WS-PRF-EXTRACT (PRF-IDX) = WS-USE-EXTRACT AND
                    WS-PRF-FIELD (PRF-IDX) = WS-SEEK-FIELD
                   MOVE 'Y' TO WS-RULE-FOUND-IND
                   MOVE WS-PRF-ACTION (PRF-IDX) TO MSK-ACTION
           END-SEARCH.

      *----------------------------------------------------------------*
      * MASK: EVERY CHARACTER BUT THE LAST FOUR IS STARRED OUT, SO A   *
      * RECIPIENT CAN CONFIRM A VALUE IT ALREADY HOLDS BUT NOT READ    *
      * ONE IT DOES NOT.  A VALUE OF FOUR OR FEWER IS STARRED WHOLE.   *
      * EMBEDDED SPACES ARE KEPT.                                      *
      *----------------------------------------------------------------*
       P500-MASK-VALUE.
           PERFORM P510-FIND-LAST-POS
           IF WS-LAST-POS > 4
               COMPUTE WS-MASK-END = WS-LAST-POS - 4
           ELSE
               MOVE WS-LAST-POS TO WS-MASK-END
           END-IF
           PERFORM P520-STAR-ONE-CHAR
                   VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-MASK-END.

       P510-FIND-LAST-POS.
           MOVE WS-VALUE-LEN TO WS-LAST-POS
           PERFORM P515-STEP-BACK
                   UNTIL MSK-VALUE (WS-LAST-POS:1) NOT = SPACE.

       P515-STEP-BACK.
           SUBTRACT 1 FROM WS-LAST-POS.

       P520-STAR-ONE-CHAR.
           IF MSK-VALUE (WS-CHAR-POS:1) NOT = SPACE
               MOVE '*' TO MSK-VALUE (WS-CHAR-POS:1)
           END-IF.

      *----------------------------------------------------------------*
      * TOKENIZE: T FOLLOWED BY DIGITS OF A KEYED HASH OF THE VALUE,   *
      * CUT TO THE FIELD'S WIDTH.  THE SAME VALUE GIVES THE SAME TOKEN *
      * ON EVERY EXTRACT AND EVERY RUN, SO A RECIPIENT CAN STILL JOIN  *
      * ITS FILES ON IT.  A ONE-CHARACTER FIELD CANNOT HOLD A TOKEN    *
      * AND IS STARRED INSTEAD.                                        *
      *----------------------------------------------------------------*
       P550-TOKENIZE-VALUE.
           IF WS-VALUE-LEN < 2
               MOVE '*' TO MSK-VALUE (1:1)
           ELSE
               PERFORM P510-FIND-LAST-POS
               MOVE ZERO TO WS-HASH-1
               MOVE ZERO TO WS-HASH-2
               PERFORM P560-HASH-KEY-CHAR
                       VARYING WS-CHAR-POS FROM 1 BY 1
                       UNTIL WS-CHAR-POS > WS-KEY-LEN
               PERFORM P570-HASH-VALUE-CHAR
                       VARYING WS-CHAR-POS FROM 1 BY 1
                       UNTIL WS-CHAR-POS > WS-LAST-POS
               COMPUTE WS-TOKEN-DIGITS =
                   WS-HASH-1 * 1000000000 + WS-HASH-2
               COMPUTE WS-TOKEN-LEN = WS-VALUE-LEN - 1
               IF WS-TOKEN-LEN > 18
                   MOVE 18 TO WS-TOKEN-LEN
               END-IF
               MOVE SPACES TO MSK-VALUE
               MOVE 'T' TO MSK-VALUE (1:1)
               MOVE WS-TOKEN-TEXT (19 - WS-TOKEN-LEN:WS-TOKEN-LEN)
                    TO MSK-VALUE (2:WS-TOKEN-LEN)
           END-IF.

       P560-HASH-KEY-CHAR.
           MOVE WS-TOKEN-KEY (WS-CHAR-POS:1) TO WS-HASH-CHAR
           PERFORM P580-HASH-ONE-CHAR.

       P570-HASH-VALUE-CHAR.
           MOVE MSK-VALUE (WS-CHAR-POS:1) TO WS-HASH-CHAR
           PERFORM P580-HASH-ONE-CHAR.

       P580-HASH-ONE-CHAR.
           COMPUTE WS-HASH-1 = FUNCTION MOD
               (WS-HASH-1 * 31 + FUNCTION ORD (WS-HASH-CHAR),
                999999937)
           COMPUTE WS-HASH-2 = FUNCTION MOD
               (WS-HASH-2 * 37 + FUNCTION ORD (WS-HASH-CHAR),
                999999929).

      *----------------------------------------------------------------*
      * ONE LINE PER EXTRACT WRITTEN: THE PROOF OF WHAT WENT TO WHOM.  *
      *----------------------------------------------------------------*
       P600-WRITE-LOG-LINE.
           OPEN EXTEND LOG-FILE
           IF NOT LOG-OK
               OPEN OUTPUT LOG-FILE
           END-IF
           IF NOT LOG-OK
               DISPLAY 'Warning: privacy sharing log unavailable: '
                       WS-PVL-STAT ' - ' MSK-EXTRACT-ID
                       ' not logged'
               MOVE 8 TO MSK-RETURN-CODE
               GO TO P600-EXIT
           END-IF
           MOVE SPACES TO PRIVACY-LOG-RECORD
           ACCEPT PVL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT PVL-RUN-TIME FROM TIME
           MOVE MSK-PROGRAM TO PVL-PROGRAM
           MOVE MSK-EXTRACT-ID TO PVL-EXTRACT-ID
           MOVE MSK-FILE-NAME TO PVL-FILE-NAME
           MOVE WS-USE-PROFILE TO PVL-PROFILE-ID
           MOVE WS-USE-RECIPIENT TO PVL-RECIPIENT
           MOVE MSK-RECORD-COUNT TO PVL-RECORD-COUNT
           IF WS-USE-EXTRACT = SPACES
               MOVE 'ALL=F' TO PVL-FIELD-RULES
           ELSE
               MOVE 1 TO WS-RULE-PTR
               PERFORM P610-ADD-FIELD-RULE
                       VARYING PRF-IDX FROM 1 BY 1
                       UNTIL PRF-IDX > WS-PRF-COUNT
           END-IF
           WRITE PRIVACY-LOG-RECORD
           CLOSE LOG-FILE.

       P600-EXIT.
           EXIT.

       P610-ADD-FIELD-RULE.
           IF WS-PRF-EXTRACT (PRF-IDX) = WS-USE-EXTRACT
               STRING FUNCTION TRIM (WS-PRF-FIELD (PRF-IDX)) '='
                      WS-PRF-ACTION (PRF-IDX) ' '
                      DELIMITED BY SIZE INTO PVL-FIELD-RULES
                      WITH POINTER WS-RULE-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.
