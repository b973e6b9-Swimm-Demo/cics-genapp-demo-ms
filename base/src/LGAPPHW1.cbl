       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPPHW1.
      *================================================================*
      * PROGRAM: LGAPPHW1 - POLICY TRANSACTION HISTORY WRITER         *
      * PURPOSE: THE ONE PLACE A POLICY TRANSACTION IS APPENDED TO    *
      *          THE POLICY HISTORY FILE (POLHIST.DAT).  EVERY        *
      *          PROGRAM THAT ISSUES, RENEWS, ENDORSES, AUDITS,       *
      *          CANCELS, REINSTATES, TRANSFERS OR OTHERWISE CHANGES  *
      *          A POLICY CALLS IT ONCE PER CHANGE, THEN ONCE TO      *
      *          CLOSE AT END OF RUN.  EACH RECORD IS GIVEN THE NEXT  *
      *          NUMBER FROM THE CARRIED PHSEQCT.DAT SEQUENCE, ITS    *
      *          PROCESSED DATE AND TIME, AND THE DATE AND TIME THE   *
      *          CALLER'S RUN STARTED.  A PARALLEL RATING STREAM'S    *
      *          RECORDS GO UNSEQUENCED TO ITS OWN SLICE FOR LGAPMRG2 *
      *          TO PLAY BACK THROUGH HERE AFTER THE STREAMS FINISH.  *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HST-STAT.

      *    Last assigned history sequence, carried across runs like
      *    CRTNUMCT.DAT.
           SELECT SEQUENCE-FILE ASSIGN TO 'PHSEQCT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEQ-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-LINE                PIC X(215).

       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05 PSQ-LAST-SEQUENCE        PIC 9(10).

       WORKING-STORAGE SECTION.

       01  WS-HST-STAT                 PIC X(2).
           88 HISTORY-OK               VALUE '00'.

       01  WS-SEQ-STAT                 PIC X(2).
           88 SEQUENCE-OK              VALUE '00'.

       01  WS-HISTORY-FILE-NAME        PIC X(30).

      *----------------------------------------------------------------*
      * ONE-TIME RUN STATE -- OPENED ON THE FIRST WRITE CALL, KEPT     *
      * FOR THE LIFE OF THE CALLER'S RUN.                              *
      *----------------------------------------------------------------*
       01  WS-RUN-STATE.
           05 WS-FILES-OPEN-IND        PIC X VALUE 'N'.
              88 FILES-ARE-OPEN        VALUE 'Y'.
           05 WS-HISTORY-OPEN-IND      PIC X VALUE 'N'.
              88 HISTORY-IS-OPEN       VALUE 'Y'.
           05 WS-RUN-STREAM-ID         PIC 99 VALUE ZERO.
              88 WRITING-MAIN-FILE     VALUE ZERO.
           05 WS-RUN-START-DATE        PIC 9(8).
           05 WS-RUN-START-TIME        PIC 9(8).

       01  WS-NEXT-SEQUENCE            PIC 9(10) VALUE ZERO.
       01  WS-WRITTEN-CNT              PIC 9(8) VALUE ZERO.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
           05 WS-CURRENT-TIME          PIC 9(8).

       LINKAGE SECTION.
           COPY POLHREQ.
           COPY POLHIST.

       PROCEDURE DIVISION USING POLICY-HISTORY-REQUEST
                                POLICY-HISTORY-RECORD.

       P100-MAIN.
      *    Whatever this run returns goes back to the caller as its
      *    RETURN-CODE -- hand back the one it came in with.
           MOVE PHR-CALLER-RC TO RETURN-CODE
           MOVE ZERO TO PHR-RETURN-CODE
           IF PHR-CLOSE
               PERFORM P900-CLOSE-RUN THRU P900-EXIT
               GOBACK
           END-IF

           IF NOT FILES-ARE-OPEN
               PERFORM P200-FIRST-CALL-SETUP THRU P200-EXIT
           END-IF

           PERFORM P300-WRITE-HISTORY THRU P300-EXIT
           GOBACK.

       P200-FIRST-CALL-SETUP.
           MOVE 'Y' TO WS-FILES-OPEN-IND
           MOVE ZERO TO WS-WRITTEN-CNT
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           IF PHR-STREAM-ID NUMERIC
               MOVE PHR-STREAM-ID TO WS-RUN-STREAM-ID
           ELSE
               MOVE ZERO TO WS-RUN-STREAM-ID
           END-IF

           MOVE SPACES TO WS-HISTORY-FILE-NAME
           IF WRITING-MAIN-FILE
               MOVE 'POLHIST.DAT' TO WS-HISTORY-FILE-NAME
               MOVE ZERO TO WS-NEXT-SEQUENCE
               OPEN INPUT SEQUENCE-FILE
               IF SEQUENCE-OK
                   READ SEQUENCE-FILE
                   IF SEQUENCE-OK AND PSQ-LAST-SEQUENCE NUMERIC
                       MOVE PSQ-LAST-SEQUENCE TO WS-NEXT-SEQUENCE
                   END-IF
                   CLOSE SEQUENCE-FILE
               END-IF
           ELSE
               STRING 'POLHST' WS-RUN-STREAM-ID '.DAT'
                      DELIMITED BY SIZE INTO WS-HISTORY-FILE-NAME
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF NOT HISTORY-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT HISTORY-OK
               DISPLAY 'Warning: cannot open policy history '
                       WS-HISTORY-FILE-NAME ' status ' WS-HST-STAT
                       ' - transactions not recorded'
               GO TO P200-EXIT
           END-IF
           MOVE 'Y' TO WS-HISTORY-OPEN-IND.

       P200-EXIT.
           EXIT.

       P300-WRITE-HISTORY.
           IF NOT HISTORY-IS-OPEN
               MOVE 8 TO PHR-RETURN-CODE
               GO TO P300-EXIT
           END-IF

      *    A record played back from a stream slice keeps the date,
      *    time and run it was processed under.
           IF PHS-PROCESSED-DATE NOT NUMERIC OR
              PHS-PROCESSED-DATE = ZERO
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO PHS-PROCESSED-DATE
               MOVE WS-CURRENT-TIME TO PHS-PROCESSED-TIME
           END-IF
           IF PHS-ORIG-RUN-DATE NOT NUMERIC OR
              PHS-ORIG-RUN-DATE = ZERO
               MOVE WS-RUN-START-DATE TO PHS-ORIG-RUN-DATE
               MOVE WS-RUN-START-TIME TO PHS-ORIG-RUN-TIME
           END-IF
           IF PHS-EFFECTIVE-DATE NOT NUMERIC
               MOVE PHS-PROCESSED-DATE TO PHS-EFFECTIVE-DATE
           END-IF

           IF WRITING-MAIN-FILE
               ADD 1 TO WS-NEXT-SEQUENCE
               MOVE WS-NEXT-SEQUENCE TO PHS-SEQUENCE-NUM
           ELSE
               MOVE ZERO TO PHS-SEQUENCE-NUM
           END-IF
           MOVE POLICY-HISTORY-RECORD TO HISTORY-LINE
           WRITE HISTORY-LINE
           IF NOT HISTORY-OK
               MOVE 8 TO PHR-RETURN-CODE
               GO TO P300-EXIT
           END-IF
           ADD 1 TO WS-WRITTEN-CNT.

       P300-EXIT.
           EXIT.

       P900-CLOSE-RUN.
           IF NOT FILES-ARE-OPEN
               GO TO P900-EXIT
           END-IF
           IF HISTORY-IS-OPEN
               CLOSE HISTORY-FILE
           END-IF
           IF WRITING-MAIN-FILE AND WS-WRITTEN-CNT > ZERO
               OPEN OUTPUT SEQUENCE-FILE
               IF SEQUENCE-OK
                   MOVE WS-NEXT-SEQUENCE TO PSQ-LAST-SEQUENCE
                   WRITE SEQUENCE-RECORD
                   CLOSE SEQUENCE-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-FILES-OPEN-IND
           MOVE 'N' TO WS-HISTORY-OPEN-IND.

       P900-EXIT.
           EXIT.
