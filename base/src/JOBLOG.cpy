      *----------------------------------------------------------------*
      * BATCH CHAIN JOB LOG (JOBLOG.DAT) -- ONE RECORD EACH TIME THE   *
      * GATE STEP LGAPGTE1 RUNS AHEAD OF A JOB: THE PROCESSING DATE,   *
      * WHEN THE JOB WAS RELEASED OR HELD, AND WHY IT WAS HELD.  THE   *
      * RELEASE TIME IS THE JOB'S START TIME ON THE CHAIN REPORT; ITS  *
      * END TIME IS ITS RUNSTAT.DAT RECORD.                            *
      *----------------------------------------------------------------*
       01  JOB-LOG-RECORD.
           05 JBL-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 JBL-PROC-DATE            PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 JBL-START-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 JBL-START-TIME           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 JBL-GATE-RESULT          PIC X(8).
              88 JBL-RELEASED          VALUE 'RELEASED'.
              88 JBL-HELD              VALUE 'HELD'.
           05 FILLER                   PIC X VALUE SPACE.
           05 JBL-REASON               PIC X(50).
