      *----------------------------------------------------------------*
      * AGENCY MASTER FIELD EDIT REQUEST, PASSED TO LGAPAGV1 BY BOTH   *
      * THE LGAG ONLINE MAINTENANCE AND THE LGAPAGM1 BATCH APPLY, SO   *
      * A CHANGE IS HELD TO THE SAME RULES WHICHEVER WAY IT COMES IN.  *
      * THE CALLER PASSES THE FIELDS AS KEYED; A FIELD LEFT BLANK IS   *
      * NOT BEING SUPPLIED AND IS NOT EDITED -- WHETHER IT IS REQUIRED *
      * FOR THE ACTION IS THE CALLER'S RULE.  AGE-RESULT COMES BACK    *
      * SPACES WHEN EVERY SUPPLIED FIELD IS GOOD, OR WITH THE FIRST    *
      * FAULT FOUND (AGE-BAD-STATE NAMES AN OFFENDING STATE CODE).     *
      * THE CALLER'S RETURN-CODE GOES IN AGE-CALLER-RC BEFORE EACH     *
      * CALL AND COMES BACK AS IT WAS.                                 *
      *----------------------------------------------------------------*
       01  AGENCY-EDIT-REQUEST.
      *    Two-letter postal codes packed from the left, no gaps and
      *    no repeats -- up to ten states.
           05 AGE-LICENSED-STATES      PIC X(20).
           05 AGE-COMMISSION-TIER      PIC X(1).
           05 AGE-EO-EXPIRY-DATE       PIC X(8).
           05 AGE-DOWNLOAD-IND         PIC X(1).
           05 AGE-AGENCY-BILL-IND      PIC X(1).
           05 AGE-EARNED-COMM-IND      PIC X(1).
      *    On a change, 'A' reinstates a suspended agency; suspension
      *    and termination are actions of their own.
           05 AGE-STATUS               PIC X(1).
           05 AGE-STATE-COUNT          PIC 9(2).
           05 AGE-BAD-STATE            PIC X(2).
           05 AGE-RESULT               PIC X(20).
              88 AGE-FIELDS-VALID      VALUE SPACES.
           05 AGE-CALLER-RC            PIC S9(4) COMP.
