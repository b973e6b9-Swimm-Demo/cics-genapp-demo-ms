      *----------------------------------------------------------------*
      * PROCESSED-FILES REGISTER (PROCREG.DAT) -- ONE ENTRY PER INPUT  *
      * FILE A JOB HAS APPLIED, BY ITS FINGERPRINT.  WRITTEN ONLY BY   *
      * LGAPDUP1.  AN ENTRY FLAGGED Y WAS A REPEAT THE OPERATOR        *
      * OVERRODE (A GENUINE RE-RUN AFTER A RESTORE).                   *
      *----------------------------------------------------------------*
       01  PROCESSED-FILE-RECORD.
           05 PRG-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRG-FILE-NAME            PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRG-RECORD-COUNT         PIC 9(9).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRG-AMOUNT-HASH          PIC 9(18).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRG-FIRST-KEY            PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRG-LAST-KEY             PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRG-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRG-RUN-TIME             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PRG-OVERRIDE-IND         PIC X(1).
              88 PRG-OVERRIDDEN        VALUE 'Y'.
