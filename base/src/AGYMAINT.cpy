      *----------------------------------------------------------------*
      * AGENCY MASTER MAINTENANCE TRANSACTION (AGYMAINT.DAT) -- ONE    *
      * ADD, CHANGE, SUSPENSION OR TERMINATION OF AN AGENCY, APPLIED   *
      * TO AGENCY.DAT BY LGAPAGM1.  KEYED BY HAND INTO THE BATCH FILE, *
      * OR TAKEN ONLINE ON THE LGAG TRANSACTION INTO THE KEYED AGYMNTD *
      * DATASET AND UNLOADED TO THE SAME FILE, THE WAY DISPOSD FEEDS   *
      * LGAPDSP1.  THE ENTRY KEY IS FILLED ONLINE (DATE, TIME AND      *
      * TERMINAL) AND MAY BE LEFT BLANK ON A HAND-KEYED TRANSACTION.   *
      * ON A CHANGE A BLANK FIELD IS LEFT AS IT IS ON THE MASTER; THE  *
      * LICENSED STATES, WHEN GIVEN, REPLACE THE WHOLE LIST.           *
      *----------------------------------------------------------------*
       01  AGENCY-MAINT-RECORD.
           05 AGYM-ENTRY-KEY.
              10 AGYM-ENTRY-DATE       PIC X(8).
              10 AGYM-ENTRY-TIME       PIC X(6).
              10 AGYM-TERMINAL-ID      PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-ACTION              PIC X(1).
              88 AGYM-ACTION-ADD       VALUE 'A'.
              88 AGYM-ACTION-CHANGE    VALUE 'C'.
              88 AGYM-ACTION-SUSPEND   VALUE 'S'.
              88 AGYM-ACTION-TERMINATE VALUE 'T'.
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-AGENCY-CODE         PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-AGENCY-NAME         PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-LICENSED-STATES     PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-COMMISSION-TIER     PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-EO-EXPIRY-DATE      PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-DOWNLOAD-IND        PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-AGENCY-BILL-IND     PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-EARNED-COMM-IND     PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
      *    'A' on a change reinstates a suspended agency.
           05 AGYM-STATUS              PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-REASON              PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGYM-OPERATOR-ID         PIC X(8).
