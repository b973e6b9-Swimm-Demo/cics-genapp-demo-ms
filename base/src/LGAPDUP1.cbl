       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPDUP1.
      *================================================================*
      * PROGRAM: LGAPDUP1 - INPUT FILE DUPLICATE-SUBMISSION CHECK     *
      * PURPOSE: FINGERPRINTS A TRANSACTION INPUT FILE -- RECORD      *
      *          COUNT, AMOUNT HASH TOTAL, FIRST AND LAST KEYS -- AND *
      *          LOOKS IT UP IN THE PROCESSED-FILES REGISTER          *
      *          (PROCREG.DAT), SO A JOB FED THE SAME FILE TWICE      *
      *          REFUSES THE REPEAT BEFORE IT APPLIES ANYTHING.  A    *
      *          GENUINE RE-RUN AFTER A RESTORE IS LET THROUGH WHEN   *
      *          THE OPERATOR SETS RERUN_OVERRIDE TO THE JOB NAME FOR *
      *          THAT ONE RUN.  THE JOB CALLS CHECK BEFORE IT STARTS  *
      *          AND LOG ONCE IT HAS APPLIED THE FILE.                *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INP-STAT.

           SELECT REGISTER-FILE ASSIGN TO 'PROCREG.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-LINE                  PIC X(512).

       FD  REGISTER-FILE.
           COPY PROCREG.

       WORKING-STORAGE SECTION.

       01  WS-INP-STAT                 PIC X(2).
           88 INPUT-OK                 VALUE '00'.
           88 INPUT-EOF                VALUE '10'.

       01  WS-REG-STAT                 PIC X(2).
           88 REGISTER-OK              VALUE '00'.
           88 REGISTER-EOF             VALUE '10'.

       01  WS-INPUT-FILE-NAME          PIC X(30).

      *----------------------------------------------------------------*
      * ONE-TIME RUN STATE -- THE CALLER'S RUN START, TAKEN ON THE     *
      * FIRST CALL AND STAMPED ON EVERY REGISTER ENTRY OF THE RUN.     *
      *----------------------------------------------------------------*
       01  WS-RUN-STATE.
           05 WS-FIRST-CALL-IND        PIC X VALUE 'Y'.
              88 FIRST-CALL            VALUE 'Y'.
           05 WS-RUN-START-DATE        PIC 9(8).
           05 WS-RUN-START-TIME        PIC 9(8).

       01  WS-COUNTERS.
           05 WS-LINES-READ            PIC 9(9) VALUE ZERO.

      *    The key and amount as taken off one input record.
       01  WS-FIELD-WORK.
           05 WS-KEY-TEXT              PIC X(20).
           05 WS-AMOUNT-TEXT           PIC X(30).
           05 WS-AMOUNT-VALUE          PIC 9(18).
           05 WS-CHAR-IDX              PIC 9(2).
           05 WS-DIGIT-CHAR            PIC X(1).
           05 WS-DIGIT REDEFINES WS-DIGIT-CHAR
                                       PIC 9(1).

      *    Comma-separated fields of one input line.
       01  WS-CSV-FIELDS.
           05 WS-CSV-FIELD             PIC X(40) OCCURS 10 TIMES.

       01  WS-OVERRIDE-JOB             PIC X(8).
       01  WS-MATCH-IND                PIC X(1).
           88 REGISTER-MATCH           VALUE 'Y'.

       LINKAGE SECTION.
           COPY DUPREQ.

       PROCEDURE DIVISION USING DUPLICATE-CHECK-REQUEST.

       P100-MAIN.
      *    Whatever this run returns goes back to the caller as its
      *    RETURN-CODE -- hand back the one it came in with.
           MOVE DPR-CALLER-RC TO RETURN-CODE
           IF FIRST-CALL
               MOVE 'N' TO WS-FIRST-CALL-IND
               ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-START-TIME FROM TIME
           END-IF
           EVALUATE TRUE
               WHEN DPR-CHECK
                   PERFORM P300-CHECK-FILE THRU P300-EXIT
               WHEN DPR-LOG
                   PERFORM P600-LOG-FILE THRU P600-EXIT
               WHEN OTHER
                   DISPLAY 'Warning: LGAPDUP1 function ' DPR-FUNCTION
                           ' not recognised'
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------*
      * FINGERPRINT THE FILE, THEN LOOK FOR THE SAME FINGERPRINT UNDER *
      * THE SAME JOB AND FILE IN THE REGISTER.                         *
      *----------------------------------------------------------------*
       P300-CHECK-FILE.
           MOVE ZERO TO DPR-RECORD-COUNT
           MOVE ZERO TO DPR-AMOUNT-HASH
           MOVE SPACES TO DPR-FIRST-KEY
           MOVE SPACES TO DPR-LAST-KEY
           MOVE ZERO TO DPR-PRIOR-RUN-DATE
           MOVE ZERO TO DPR-PRIOR-RUN-TIME
           MOVE ZERO TO DPR-RETURN-CODE
           MOVE ZERO TO WS-LINES-READ
           MOVE DPR-FILE-NAME TO WS-INPUT-FILE-NAME

           OPEN INPUT INPUT-FILE
           IF NOT INPUT-OK
               MOVE 4 TO DPR-RETURN-CODE
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-INPUT
           PERFORM UNTIL INPUT-EOF
               ADD 1 TO WS-LINES-READ
               IF WS-LINES-READ > DPR-HEADER-LINES AND
                  INPUT-LINE NOT = SPACES
                   PERFORM P320-FINGERPRINT-RECORD
               END-IF
               PERFORM P310-READ-INPUT
           END-PERFORM
           CLOSE INPUT-FILE

           IF DPR-RECORD-COUNT = ZERO
               MOVE 4 TO DPR-RETURN-CODE
               GO TO P300-EXIT
           END-IF

           PERFORM P400-SCAN-REGISTER THRU P400-EXIT
           IF NOT REGISTER-MATCH
               GO TO P300-EXIT
           END-IF

           MOVE SPACES TO WS-OVERRIDE-JOB
           ACCEPT WS-OVERRIDE-JOB FROM ENVIRONMENT 'RERUN_OVERRIDE'
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-OVERRIDE-JOB = DPR-JOB-NAME
               MOVE 8 TO DPR-RETURN-CODE
           ELSE
               MOVE 16 TO DPR-RETURN-CODE
           END-IF.

       P300-EXIT.
           EXIT.

       P310-READ-INPUT.
           READ INPUT-FILE
           END-READ.

       P320-FINGERPRINT-RECORD.
           ADD 1 TO DPR-RECORD-COUNT
           MOVE SPACES TO WS-KEY-TEXT
           MOVE SPACES TO WS-AMOUNT-TEXT
           IF DPR-CSV-FORMAT
               MOVE SPACES TO WS-CSV-FIELDS
               UNSTRING INPUT-LINE DELIMITED BY ','
                   INTO WS-CSV-FIELD (1) WS-CSV-FIELD (2)
                        WS-CSV-FIELD (3) WS-CSV-FIELD (4)
                        WS-CSV-FIELD (5) WS-CSV-FIELD (6)
                        WS-CSV-FIELD (7) WS-CSV-FIELD (8)
                        WS-CSV-FIELD (9) WS-CSV-FIELD (10)
               END-UNSTRING
               IF DPR-KEY-START > ZERO AND DPR-KEY-START NOT > 10
                   MOVE WS-CSV-FIELD (DPR-KEY-START) TO WS-KEY-TEXT
               END-IF
               IF DPR-AMOUNT-START > ZERO AND
                  DPR-AMOUNT-START NOT > 10
                   MOVE WS-CSV-FIELD (DPR-AMOUNT-START)
                        TO WS-AMOUNT-TEXT
               END-IF
           ELSE
               IF DPR-KEY-LENGTH > ZERO
                   MOVE INPUT-LINE (DPR-KEY-START:DPR-KEY-LENGTH)
                        TO WS-KEY-TEXT
               END-IF
               IF DPR-AMOUNT-LENGTH > ZERO
                   MOVE INPUT-LINE (DPR-AMOUNT-START:
                                    DPR-AMOUNT-LENGTH)
                        TO WS-AMOUNT-TEXT
               END-IF
           END-IF

           IF DPR-RECORD-COUNT = 1
               MOVE WS-KEY-TEXT TO DPR-FIRST-KEY
           END-IF
           MOVE WS-KEY-TEXT TO DPR-LAST-KEY

      *    Hash total of the amount's digits, read as a whole
      *    number -- sign, point and spacing play no part, and the
      *    total simply wraps if it outgrows eighteen digits.
           MOVE ZERO TO WS-AMOUNT-VALUE
           PERFORM P330-TAKE-DIGIT
                   VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 30
           ADD WS-AMOUNT-VALUE TO DPR-AMOUNT-HASH.

       P330-TAKE-DIGIT.
           MOVE WS-AMOUNT-TEXT (WS-CHAR-IDX:1) TO WS-DIGIT-CHAR
           IF WS-DIGIT-CHAR IS NUMERIC
               COMPUTE WS-AMOUNT-VALUE =
                   WS-AMOUNT-VALUE * 10 + WS-DIGIT
           END-IF.

       P400-SCAN-REGISTER.
           MOVE 'N' TO WS-MATCH-IND
           OPEN INPUT REGISTER-FILE
           IF NOT REGISTER-OK
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-REGISTER
           PERFORM UNTIL REGISTER-EOF
               IF PRG-JOB-NAME = DPR-JOB-NAME AND
                  PRG-FILE-NAME = DPR-FILE-NAME AND
                  PRG-RECORD-COUNT = DPR-RECORD-COUNT AND
                  PRG-AMOUNT-HASH = DPR-AMOUNT-HASH AND
                  PRG-FIRST-KEY = DPR-FIRST-KEY AND
                  PRG-LAST-KEY = DPR-LAST-KEY
                   MOVE 'Y' TO WS-MATCH-IND
                   MOVE PRG-RUN-DATE TO DPR-PRIOR-RUN-DATE
                   MOVE PRG-RUN-TIME TO DPR-PRIOR-RUN-TIME
               END-IF
               PERFORM P410-READ-REGISTER
           END-PERFORM
           CLOSE REGISTER-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-REGISTER.
           READ REGISTER-FILE
           END-READ.

      *----------------------------------------------------------------*
      * ENTER THE FINGERPRINT FROM THE CHECK IN THE REGISTER.  AN      *
      * EMPTY OR ABSENT FILE HAS NOTHING TO PROTECT.                   *
      *----------------------------------------------------------------*
       P600-LOG-FILE.
           IF DPR-RECORD-COUNT = ZERO OR DPR-EMPTY-FILE OR
              DPR-REPEAT-REFUSED
               GO TO P600-EXIT
           END-IF
           OPEN EXTEND REGISTER-FILE
           IF NOT REGISTER-OK
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF NOT REGISTER-OK
               DISPLAY 'Warning: cannot open processed-files register '
                       WS-REG-STAT ' - ' DPR-FILE-NAME
                       ' not registered'
               GO TO P600-EXIT
           END-IF
           MOVE SPACES TO PROCESSED-FILE-RECORD
           MOVE DPR-JOB-NAME TO PRG-JOB-NAME
           MOVE DPR-FILE-NAME TO PRG-FILE-NAME
           MOVE DPR-RECORD-COUNT TO PRG-RECORD-COUNT
           MOVE DPR-AMOUNT-HASH TO PRG-AMOUNT-HASH
           MOVE DPR-FIRST-KEY TO PRG-FIRST-KEY
           MOVE DPR-LAST-KEY TO PRG-LAST-KEY
           MOVE WS-RUN-START-DATE TO PRG-RUN-DATE
           MOVE WS-RUN-START-TIME TO PRG-RUN-TIME
           IF DPR-REPEAT-OVERRIDDEN
               MOVE 'Y' TO PRG-OVERRIDE-IND
           ELSE
               MOVE 'N' TO PRG-OVERRIDE-IND
           END-IF
           WRITE PROCESSED-FILE-RECORD
           CLOSE REGISTER-FILE.

       P600-EXIT.
           EXIT.
