      *----------------------------------------------------------------*
      * NEW-BUSINESS APPLICATION ENTRY (APPLD, KEYED ON APE-KEY) -     *
      * ONE APPLICATION KEYED BY AN AGENCY ON THE LGNB SCREENS.  EACH  *
      * SCREEN IS SAVED AS IT IS LEFT, SO AN ENTRY MAY SIT INCOMPLETE  *
      * AND BE RESUMED BY ITS REFERENCE (THE KEY).  ONCE SUBMITTED IT  *
      * IS UNLOADED BY LGAPAPU1 IN WEBINPUT.DAT FORMAT (ONLINPUT.DAT)  *
      * FOR THE LGAPMRG1 INTAKE MERGE, AND KEPT MARKED AS UNLOADED.    *
      *----------------------------------------------------------------*
       01  APPLICATION-ENTRY-RECORD.
           05 APE-KEY.
              10 APE-ENTRY-DATE        PIC 9(8).
              10 APE-ENTRY-TIME        PIC X(6).
              10 APE-TERMINAL-ID       PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 APE-STATUS               PIC X(1).
              88 APE-INCOMPLETE        VALUE 'I'.
              88 APE-SUBMITTED         VALUE 'S'.
              88 APE-UNLOADED          VALUE 'U'.
           05 FILLER                   PIC X VALUE SPACE.
           05 APE-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 APE-LAST-UPDATE-DATE     PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 APE-SUBMIT-DATE          PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 APE-UNLOAD-DATE          PIC X(8).
      *    'Y' for each of the five entry screens once it has been
      *    saved: basic/property, customer/coverage, financial,
      *    buildings, equipment.
           05 FILLER                   PIC X VALUE SPACE.
           05 APE-SCREENS-SAVED.
              10 APE-SCREEN-SAVED      PIC X(1) OCCURS 5 TIMES.
      *    The policy application exactly as the INPUTREC2 'PA'
      *    record carries it (INPUT-RECORD).
           05 FILLER                   PIC X VALUE SPACE.
           05 APE-APPLICATION          PIC X(572).
      *    Detail schedules, each becoming one INPUTREC2 detail
      *    record (BD, FD, ED) when the application is unloaded.
      *    Entries are held packed from the first.
           05 FILLER                   PIC X VALUE SPACE.
           05 APE-BUILDING-COUNT       PIC 9(2).
           05 APE-BUILDING             OCCURS 6 TIMES.
              10 APE-BLD-ID            PIC X(5).
              10 APE-BLD-TYPE          PIC X(20).
              10 APE-BLD-USE           PIC X(30).
              10 APE-BLD-SQ-FOOTAGE    PIC 9(8).
              10 APE-BLD-YEAR          PIC 9(4).
              10 APE-BLD-VALUE         PIC 9(9)V99.
              10 APE-BLD-CONTENTS      PIC 9(9)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 APE-MORTGAGEE-COUNT      PIC 9(2).
           05 APE-MORTGAGEE            OCCURS 3 TIMES.
              10 APE-MTG-NAME          PIC X(40).
              10 APE-MTG-LOAN-NUMBER   PIC X(20).
              10 APE-MTG-LOAN-BALANCE  PIC 9(9)V99.
              10 APE-MTG-LIEN-POSITION PIC 9(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 APE-EQUIPMENT-COUNT      PIC 9(2).
           05 APE-EQUIPMENT            OCCURS 6 TIMES.
              10 APE-EQP-ID            PIC X(10).
              10 APE-EQP-TYPE          PIC X(30).
              10 APE-EQP-MANUFACTURER  PIC X(25).
              10 APE-EQP-MODEL         PIC X(20).
              10 APE-EQP-SERIAL        PIC X(25).
              10 APE-EQP-PURCHASE-DATE PIC 9(8).
              10 APE-EQP-VALUE         PIC 9(8)V99.
              10 APE-EQP-REPLACEMENT   PIC 9(8)V99.
