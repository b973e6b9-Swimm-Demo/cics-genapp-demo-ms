      *----------------------------------------------------------------*
      * CATASTROPHE DATA CALL HISTORY (DCLHIST.DAT) -- APPENDED BY     *
      * LGAPDCL1, ONE RECORD PER STATE, POSTCODE AND LINE OF EACH      *
      * SUBMISSION, HOLDING THE CUMULATIVE FIGURES FILED.  THE NEXT    *
      * SUBMISSION FOR THE SAME EVENT READS THE LATEST EARLIER ONE     *
      * BACK AS ITS PRIOR, SO EACH FILING SHOWS THE MOVEMENT.  A       *
      * SUBMISSION IS KNOWN BY ITS AS-OF DATE AND RUN STAMP; A RERUN   *
      * FOR THE SAME AS-OF DATE SUPERSEDES THE EARLIER RUN.            *
      *----------------------------------------------------------------*
       01  DATA-CALL-HISTORY-RECORD.
           05 DCH-EVENT-CODE           PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 DCH-SUBMISSION.
              10 DCH-AS-OF-DATE        PIC 9(8).
              10 DCH-RUN-DATE          PIC 9(8).
              10 DCH-RUN-TIME          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 DCH-STATE                PIC X(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 DCH-POSTCODE             PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 DCH-LINE                 PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 DCH-REPORTED-CNT         PIC 9(7).
           05 FILLER                   PIC X VALUE SPACE.
           05 DCH-CLOSED-PAID-CNT      PIC 9(7).
           05 FILLER                   PIC X VALUE SPACE.
           05 DCH-CLOSED-NOPAY-CNT     PIC 9(7).
           05 FILLER                   PIC X VALUE SPACE.
           05 DCH-OPEN-CNT             PIC 9(7).
           05 FILLER                   PIC X VALUE SPACE.
           05 DCH-PAID-AMT             PIC 9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 DCH-RESERVE-AMT          PIC 9(11)V99.
