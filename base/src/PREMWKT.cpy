      *----------------------------------------------------------------*
      * PREMIUM CALCULATION WORKSHEET, SHARED BY THE RATING RUN AND    *
      * THE RATING SUBPROGRAMS IT CALLS (LGAPDB03, LGAPDB04).  WHILE   *
      * PWK-RECORDING IS ON, EACH PROGRAM ADDS ONE STEP FOR EVERY      *
      * FACTOR, LOADING, CREDIT, TAX OR FEE IT APPLIES, IN THE ORDER   *
      * IT APPLIES THEM, WITH THE PREMIUM RUNNING AFTER THE STEP, SO   *
      * THE POLICY'S PREMIUM CAN BE RECOMPUTED BY HAND.  LGAPDB01      *
      * CLEARS THE STEPS BEFORE EACH POLICY AND WRITES THEM TO         *
      * PREMWKS.DAT ONCE THE PREMIUM IS FINAL.  ANY OTHER CALLER       *
      * LEAVES THE SWITCH ALONE AND NOTHING IS RECORDED.               *
      *                                                                *
      * STEP TYPE P CHANGES THE PREMIUM BY PWK-AMOUNT.  STEP TYPE I    *
      * RECORDS A FACTOR OR FIGURE THE LATER P STEPS ARE BUILT FROM    *
      * (RATE, MODIFIER, EXPOSURE) AND LEAVES THE PREMIUM AS IT WAS.   *
      * WHERE A STEP HAS ONE, PWK-BASIS IS THE FIGURE PWK-FACTOR WAS   *
      * APPLIED TO.                                                    *
      *----------------------------------------------------------------*
       01  LGAP-PREMIUM-WORKSHEET      EXTERNAL.
           05 PWK-SWITCH               PIC X(1).
              88 PWK-RECORDING         VALUE 'Y'.
           05 PWK-STEP-COUNT           PIC 9(3) COMP.
           05 PWK-OVERFLOW-IND         PIC X(1).
              88 PWK-OVERFLOWED        VALUE 'Y'.
      *    The step being added -- filled in by the program applying
      *    the factor before it performs its add-step paragraph.
           05 PWK-NEW-STEP.
              10 PWK-NEW-TYPE          PIC X(1).
                 88 PWK-NEW-PREMIUM-STEP VALUE 'P'.
                 88 PWK-NEW-INFO-STEP  VALUE 'I'.
              10 PWK-NEW-PROGRAM       PIC X(8).
              10 PWK-NEW-PERIL         PIC X(2).
              10 PWK-NEW-DESCRIPTION   PIC X(30).
              10 PWK-NEW-REFERENCE     PIC X(15).
              10 PWK-NEW-BASIS         PIC S9(11)V99.
              10 PWK-NEW-FACTOR        PIC S9(5)V9(6).
              10 PWK-NEW-AMOUNT        PIC S9(11)V99.
              10 PWK-NEW-RUNNING-PREM  PIC S9(9)V99.
           05 PWK-STEP                 OCCURS 150 TIMES
                                       INDEXED BY PWK-IDX.
              10 PWK-TYPE              PIC X(1).
              10 PWK-PROGRAM           PIC X(8).
              10 PWK-PERIL             PIC X(2).
              10 PWK-DESCRIPTION       PIC X(30).
              10 PWK-REFERENCE         PIC X(15).
              10 PWK-BASIS             PIC S9(11)V99.
              10 PWK-FACTOR            PIC S9(5)V9(6).
              10 PWK-AMOUNT            PIC S9(11)V99.
              10 PWK-RUNNING-PREM      PIC S9(9)V99.
