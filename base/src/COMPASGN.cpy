      *----------------------------------------------------------------*
      * WRITING-COMPANY REQUEST, PASSED TO LGAPCMP1.  THE CALLER       *
      * SUPPLIES THE POLICY'S STATE (FIRST TWO BYTES OF THE TERRITORY  *
      * CODE) AND POLICY TYPE; LGAPCMP1 RETURNS THE COMPANY CODE THE   *
      * POLICY IS WRITTEN ON.  WHERE NO RULE MATCHES, OR THE RULE      *
      * FILE IS UNAVAILABLE, THE HOME COMPANY IS RETURNED.             *
      *----------------------------------------------------------------*
       01  COMPANY-ASSIGN-REQUEST.
           05 CAR-STATE                PIC X(2).
           05 CAR-POLICY-TYPE          PIC X(1).
           05 CAR-RETURN-CODE          PIC 9(2).
              88 CAR-RULE-MATCHED      VALUE 0.
              88 CAR-HOME-COMPANY      VALUE 4.
           05 CAR-COMPANY-CODE         PIC X(5).
