      *----------------------------------------------------------------*
      * BATCH CHAIN DEPENDENCY TABLE (JOBDEPS.DAT) -- ONE RECORD PER   *
      * JOB IN THE NIGHTLY CHAIN, IN CHAIN ORDER.  NAMES UP TO FIVE    *
      * PREDECESSORS AND THE HIGHEST RETURN CODE EACH MAY HAVE ENDED   *
      * WITH FOR THE JOB TO START (E.G. LGAPCOM1 NEEDS LGAPDB01 AT 04  *
      * OR BETTER), AND THE JOB'S NORMAL ELAPSED MINUTES FOR THE CHAIN *
      * REPORT.  READ BY THE GATE STEP LGAPGTE1 AND BY LGAPCHN1.       *
      *----------------------------------------------------------------*
       01  JOB-DEPENDENCY-RECORD.
           05 JDP-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X.
           05 JDP-NORMAL-MINUTES       PIC 9(4).
           05 JDP-PREDECESSOR          OCCURS 5 TIMES.
              10 FILLER                PIC X.
              10 JDP-PRED-JOB          PIC X(8).
              10 FILLER                PIC X.
              10 JDP-PRED-MAX-RC       PIC 9(2).
