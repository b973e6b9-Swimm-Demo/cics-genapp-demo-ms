      *----------------------------------------------------------------*
      * COMPLAINT TRANSACTION (CMPLTRN.DAT) -- KEYED BY THE COMPLAINTS *
      * DESK FROM THE SHARED MAILBOX, APPLIED BY LGAPCPL1.             *
      * O OPEN: THE COMPLAINT NUMBER IS LEFT BLANK AND ASSIGNED.  THE  *
      *   POLICY, WHEN GIVEN, SUPPLIES THE CUSTOMER, STATE, LINE AND   *
      *   AGENCY; A DUE DATE KEYED FROM A DEPARTMENT LETTER OVERRIDES  *
      *   THE STATE RESPONSE PERIOD.                                   *
      * U UPDATE: NON-BLANK FIELDS REPLACE THOSE ON THE MASTER; A      *
      *   RESPONDED DATE RECORDS THE RESPONSE SENT.                    *
      * C CLOSE: DISPOSITION REQUIRED; THE ACTION DATE (DEFAULT THE    *
      *   RUN DATE) BECOMES THE CLOSED DATE.                           *
      * DATES NOT KEYED COME UP AS SPACES -- NUMERIC-TEST BEFORE USE.  *
      *----------------------------------------------------------------*
       01  COMPLAINT-TRAN-RECORD.
           05 CTR-ACTION               PIC X(1).
              88 CTR-OPEN              VALUE 'O'.
              88 CTR-UPDATE            VALUE 'U'.
              88 CTR-CLOSE             VALUE 'C'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-COMPLAINT-NUM        PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-RECEIVED-DATE        PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-SOURCE               PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-CHANNEL              PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-DOI-FILE-NUM         PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-STATE                PIC X(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-CLAIM-NUMBER         PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-AGENCY-CODE          PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-CATEGORY             PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-REASON               PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-DUE-DATE             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-RESPONDED-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-DISPOSITION          PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-RESOLUTION-TEXT      PIC X(40).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-ACTION-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTR-OPERATOR-ID          PIC X(8).
