      *================================================================*
      * PROGRAM: LGAPMRG1 - MULTI-SOURCE INTAKE MERGE                 *
      * PURPOSE: COMBINES THE CURRENT-FORMAT DAILY FEED (FEEDIN.DAT), *
      *          THE LGAPCNV1 LEGACY CONVERSIONS (CNVINPUT.DAT), THE  *
      *          WEB/AGENCY UPLOAD (WEBINPUT.DAT) AND THE LGNB ONLINE *
      *          APPLICATIONS UNLOADED BY LGAPAPU1 (ONLINPUT.DAT)     *
      *          INTO ONE SEQUENCED INPUT.DAT FOR THE RATING RUN,     *
      *          STAMPING EVERY APPLICATION WITH ITS SOURCE-SYSTEM    *
      *          CODE AND WRAPPING THE MERGED FILE IN THE HH/TT       *
      *          CONTROL RECORDS THE RATING RUN RECONCILES AGAINST    *
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

      * THE SOURCE FEEDS, MERGED IN A FIXED, PREDICTABLE ORDER.        *
      *----------------------------------------------------------------*
       01  WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY          OCCURS 4 TIMES
                                       INDEXED BY SRC-IDX.
              10 WS-SRC-FILE-NAME      PIC X(30).
              10 WS-SRC-CODE           PIC X(3).
           PERFORM P350-WRITE-FEED-HEADER
           PERFORM P400-MERGE-SOURCE THRU P400-EXIT
                   VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > 4
           PERFORM P500-WRITE-FEED-TRAILER
           PERFORM P600-WRITE-SUMMARY THRU P600-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           MOVE 'CNV' TO WS-SRC-CODE (2)
           MOVE 'WEBINPUT.DAT' TO WS-SRC-FILE-NAME (3)
           MOVE 'WEB' TO WS-SRC-CODE (3)
           MOVE 'ONLINPUT.DAT' TO WS-SRC-FILE-NAME (4)
           MOVE 'ONL' TO WS-SRC-CODE (4)
           MOVE ZERO TO WS-SRC-REC-CNT (1)
           MOVE ZERO TO WS-SRC-REC-CNT (2)
           MOVE ZERO TO WS-SRC-REC-CNT (3)
           MOVE ZERO TO WS-SRC-REC-CNT (4).

       P300-OPEN-MERGED-FILE.
           OPEN OUTPUT MERGED-FILE

           PERFORM P610-WRITE-SOURCE-LINE
                   VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > 4

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LGAPMRG1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-TOTAL-MERGED TO RST-RECORD-COUNT
           MOVE WS-TIV-HASH-TOTAL TO RST-TOTAL-AMOUNT
           MOVE RETURN-CODE TO RST-STATUS-CODE
