      *----------------------------------------------------------------*
      * CONSOLIDATED DOCUMENT STREAM (DOCPRINT.DAT TO THE PRINT-AND-   *
      * MAIL VENDOR, DOCEMAIL.DAT TO THE E-MAIL DELIVERY SERVICE),     *
      * WRITTEN NIGHTLY BY LGAPDOC1.  ONE HEADER, THEN PER ENVELOPE    *
      * (OR E-MAIL MESSAGE) ONE 'E' RECORD FOLLOWED BY EACH DOCUMENT   *
      * IN IT -- A 'D' RECORD AND ITS PRINT LINES AS 'L' RECORDS.      *
      * PRINT ENVELOPES ARE IN POSTCODE ORDER.  THE FILE CLOSES WITH   *
      * ONE 'C' CONTROL RECORD PER DOCUMENT SOURCE (PIECES READ, SENT  *
      * TO PRINT, SENT BY E-MAIL, HELD) AND A 'T' TRAILER OF RECORD    *
      * COUNTS FOR THE RECEIVER TO PROVE THE FILE ARRIVED WHOLE.       *
      * LENDER ENVELOPES CARRY THE MORTGAGEE NAME ONLY AND ARE         *
      * ADDRESSED BY THE VENDOR FROM ITS MORTGAGEE CLAUSE FILE, AS THE *
      * SEPARATE LENDER MAILINGS ALWAYS WERE.                          *
      *----------------------------------------------------------------*
       01  DOCUMENT-STREAM-RECORD.
           05 DST-RECORD-TYPE          PIC X(1).
              88 DST-HEADER            VALUE 'H'.
              88 DST-ENVELOPE          VALUE 'E'.
              88 DST-DOCUMENT          VALUE 'D'.
              88 DST-LINE              VALUE 'L'.
              88 DST-CONTROL           VALUE 'C'.
              88 DST-TRAILER           VALUE 'T'.
           05 DST-ENVELOPE-SEQ         PIC 9(6).
           05 DST-DATA                 PIC X(200).
           05 DST-HEADER-DATA REDEFINES DST-DATA.
              10 DST-HDR-STREAM-DATE   PIC 9(8).
              10 DST-HDR-CHANNEL       PIC X(1).
                 88 DST-PRINT-STREAM   VALUE 'P'.
                 88 DST-EMAIL-STREAM   VALUE 'E'.
              10 DST-HDR-PRODUCER      PIC X(8).
              10 FILLER                PIC X(183).
           05 DST-ENVELOPE-DATA REDEFINES DST-DATA.
              10 DST-ENV-POSTCODE      PIC X(8).
              10 DST-ENV-RECIPIENT-TYPE
                                       PIC X(1).
                 88 DST-TO-CUSTOMER    VALUE 'C'.
                 88 DST-TO-LENDER      VALUE 'L'.
                 88 DST-TO-HOLDER      VALUE 'H'.
              10 DST-ENV-CUSTOMER-NUM  PIC X(10).
              10 DST-ENV-NAME          PIC X(50).
              10 DST-ENV-ADDRESS       PIC X(60).
              10 DST-ENV-EMAIL-ADDRESS PIC X(60).
              10 DST-ENV-PIECE-CNT     PIC 9(4).
              10 FILLER                PIC X(7).
           05 DST-DOCUMENT-DATA REDEFINES DST-DATA.
              10 DST-DOC-TYPE          PIC X(8).
              10 DST-DOC-SOURCE        PIC X(12).
              10 DST-DOC-POLICY-NUM    PIC X(12).
              10 DST-DOC-CUSTOMER-NUM  PIC X(10).
              10 DST-DOC-MUST-MAIL     PIC X(1).
                 88 DST-MAIL-REQUIRED  VALUE 'Y'.
              10 DST-DOC-LINE-CNT      PIC 9(4).
              10 FILLER                PIC X(153).
           05 DST-LINE-DATA REDEFINES DST-DATA.
              10 DST-LINE-IMAGE        PIC X(133).
              10 FILLER                PIC X(67).
           05 DST-CONTROL-DATA REDEFINES DST-DATA.
              10 DST-CTL-SOURCE        PIC X(12).
              10 DST-CTL-DOC-TYPE      PIC X(8).
              10 DST-CTL-READ-CNT      PIC 9(6).
              10 DST-CTL-PRINT-CNT     PIC 9(6).
              10 DST-CTL-EMAIL-CNT     PIC 9(6).
              10 DST-CTL-HELD-CNT      PIC 9(6).
              10 FILLER                PIC X(156).
           05 DST-TRAILER-DATA REDEFINES DST-DATA.
              10 DST-TRL-ENVELOPE-CNT  PIC 9(6).
              10 DST-TRL-DOCUMENT-CNT  PIC 9(6).
              10 DST-TRL-LINE-CNT      PIC 9(8).
              10 DST-TRL-RECORD-CNT    PIC 9(8).
              10 FILLER                PIC X(172).
