      *----------------------------------------------------------------*
      * GL POSTING PERIOD REQUEST, PASSED TO LGAPPRD1.  THE CALLER     *
      * SUPPLIES THE POSTING DATE; LGAPPRD1 RETURNS THE PERIOD THE     *
      * ENTRIES BELONG IN.  A DATE IN A CLOSED PERIOD ROLLS TO THE     *
      * CURRENT OPEN PERIOD, FLAGGED AS A PRIOR-PERIOD ADJUSTMENT.     *
      * GPR-PERIOD-STAMP IS LAID OUT BYTE FOR BYTE AS GLJ-PERIOD-STAMP *
      * IN GLJRNL, SO ONE GROUP MOVE STAMPS A JOURNAL LINE.            *
      *----------------------------------------------------------------*
       01  GL-PERIOD-REQUEST.
           05 GPR-POSTING-DATE         PIC 9(8).
           05 GPR-RETURN-CODE          PIC 9(2).
              88 GPR-PERIOD-OK         VALUE 0.
              88 GPR-NOT-ON-CALENDAR   VALUE 4.
              88 GPR-NO-OPEN-PERIOD    VALUE 12.
           05 GPR-PERIOD-STAMP.
              10 GPR-PERIOD            PIC 9(6).
              10 FILLER                PIC X.
              10 GPR-ADJUST-IND        PIC X(1).
                 88 GPR-PRIOR-PERIOD-ADJ VALUE 'Y'.
              10 FILLER                PIC X.
              10 GPR-ORIG-PERIOD       PIC 9(6).
