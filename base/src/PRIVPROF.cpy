      *----------------------------------------------------------------*
      * RECIPIENT PRIVACY PROFILE (PRIVPROF.DAT) -- ONE LINE PER       *
      * OUTBOUND EXTRACT AND PERSONAL-DATA FIELD, MAINTAINED BY THE    *
      * PRIVACY OFFICE.  THE EXTRACT IS NAMED BY ITS FILE (BIEPOL,     *
      * STATEXT, BORDSS, AGYDL0001 ...) OR BY ITS FAMILY (BIE, AGYDL,  *
      * BORD), WHICH COVERS EVERY FILE OF THE FAMILY WITHOUT A PROFILE *
      * OF ITS OWN.  THE ACTION IS:                                    *
      *   F - SEND THE FIELD IN FULL;                                  *
      *   M - MASK IT, ALL BUT THE LAST FOUR CHARACTERS STARRED OUT;   *
      *   T - TOKENIZE IT, A SURROGATE KEY THAT IS THE SAME FOR THE    *
      *       SAME VALUE ON EVERY EXTRACT AND EVERY RUN;               *
      *   D - DROP IT, THE FIELD GOES OUT BLANK.                       *
      * A FIELD NAME OF * IS THE PROFILE'S RULE FOR EVERY FIELD NOT    *
      * LISTED; WITHOUT ONE AN UNLISTED FIELD GOES IN FULL.  LINES     *
      * STARTING * ARE COMMENTS.  READ BY LGAPMSK1.                    *
      *----------------------------------------------------------------*
       01  PRIVACY-PROFILE-RECORD.
           05 PRV-EXTRACT-ID           PIC X(12).
           05 FILLER                   PIC X.
           05 PRV-PROFILE-ID           PIC X(8).
           05 FILLER                   PIC X.
           05 PRV-RECIPIENT            PIC X(30).
           05 FILLER                   PIC X.
           05 PRV-FIELD-NAME           PIC X(16).
           05 FILLER                   PIC X.
           05 PRV-ACTION               PIC X(1).
              88 PRV-SEND-FULL         VALUE 'F'.
              88 PRV-SEND-MASKED       VALUE 'M'.
              88 PRV-SEND-TOKEN        VALUE 'T'.
              88 PRV-SEND-DROPPED      VALUE 'D'.
