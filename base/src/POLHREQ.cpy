      *----------------------------------------------------------------*
      * LINKAGE AREA FOR LGAPPHW1, THE POLICY HISTORY WRITER.  CALLERS *
      * FILL A POLICY-HISTORY-RECORD (COPY POLHIST) AND PASS ONE       *
      * 'WRITE' REQUEST WITH IT PER POLICY CHANGE, THEN ONE 'CLOSE'    *
      * REQUEST AT END OF RUN.  THE CALLER SETS ITS PROGRAM NAME; THE  *
      * SEQUENCE, PROCESSED DATE/TIME AND RUN DATE/TIME ARE SET BY     *
      * LGAPPHW1 UNLESS ALREADY PRESENT.  A PARALLEL RATING STREAM     *
      * PASSES ITS STREAM NUMBER AND ITS RECORDS GO TO ITS OWN SLICE   *
      * (POLHSTNN.DAT), UNSEQUENCED, FOR LGAPMRG2 TO PLAY BACK.        *
      * THE CALLER PUTS ITS RETURN-CODE IN PHR-CALLER-RC BEFORE EACH   *
      * CALL AND LGAPPHW1 HANDS IT BACK, SO THE CALL CANNOT CLEAR A    *
      * WARNING OR ERROR CODE THE RUN HAS ALREADY SET.                 *
      *----------------------------------------------------------------*
       01  POLICY-HISTORY-REQUEST.
           05 PHR-FUNCTION             PIC X(5).
              88 PHR-WRITE             VALUE 'WRITE'.
              88 PHR-CLOSE             VALUE 'CLOSE'.
           05 PHR-STREAM-ID            PIC 99.
           05 PHR-RETURN-CODE          PIC 9(2).
              88 PHR-WRITTEN           VALUE 0.
              88 PHR-NOT-WRITTEN       VALUE 8.
           05 PHR-CALLER-RC            PIC S9(4) COMP.
