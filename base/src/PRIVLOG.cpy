      *----------------------------------------------------------------*
      * PRIVACY SHARING LOG (PRIVLOG.DAT) -- ONE LINE APPENDED BY      *
      * LGAPMSK1 FOR EVERY OUTBOUND EXTRACT A RUN WRITES: WHICH        *
      * PROGRAM, WHICH FILE, THE RECIPIENT PROFILE IT WENT OUT UNDER   *
      * (*NONE* WHEN THERE WAS NONE AND EVERYTHING WENT IN FULL), THE  *
      * RECORDS SENT AND THE FIELD RULES APPLIED, AS FIELD=ACTION.     *
      *----------------------------------------------------------------*
       01  PRIVACY-LOG-RECORD.
           05 PVL-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X.
           05 PVL-RUN-TIME             PIC 9(8).
           05 FILLER                   PIC X.
           05 PVL-PROGRAM              PIC X(8).
           05 FILLER                   PIC X.
           05 PVL-EXTRACT-ID           PIC X(12).
           05 FILLER                   PIC X.
           05 PVL-FILE-NAME            PIC X(30).
           05 FILLER                   PIC X.
           05 PVL-PROFILE-ID           PIC X(8).
           05 FILLER                   PIC X.
           05 PVL-RECIPIENT            PIC X(30).
           05 FILLER                   PIC X.
           05 PVL-RECORD-COUNT         PIC 9(8).
           05 FILLER                   PIC X.
           05 PVL-FIELD-RULES          PIC X(200).
