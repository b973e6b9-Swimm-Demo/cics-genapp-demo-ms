      *----------------------------------------------------------------*
      * NOTICE-PERIOD REQUEST, PASSED TO LGAPNTC1.  THE CALLER         *
      * SUPPLIES THE POLICY'S STATE (FIRST TWO BYTES OF THE TERRITORY  *
      * CODE), POLICY TYPE, INCEPTION DATE, THE REASON CODE, THE DATE  *
      * THE NOTICE IS MAILED AND ITS OWN DEFAULT PERIOD; LGAPNTC1      *
      * RETURNS THE NOTICE DAYS THAT APPLY AND THE EARLIEST DATE THE   *
      * CANCELLATION OR NONRENEWAL CAN LAWFULLY TAKE EFFECT.  WHERE NO *
      * RULE MATCHES, OR THE TABLE IS UNAVAILABLE, THE CALLER'S        *
      * DEFAULT PERIOD IS USED.                                        *
      *----------------------------------------------------------------*
       01  NOTICE-PERIOD-REQUEST.
           05 NTR-STATE                PIC X(2).
           05 NTR-POLICY-TYPE          PIC X(1).
           05 NTR-REASON               PIC X(10).
           05 NTR-INCEPTION-DATE       PIC 9(8).
           05 NTR-MAIL-DATE            PIC 9(8).
           05 NTR-DEFAULT-DAYS         PIC 9(3).
           05 NTR-RETURN-CODE          PIC 9(2).
              88 NTR-RULE-MATCHED      VALUE 0.
              88 NTR-DEFAULT-USED      VALUE 4.
           05 NTR-NOTICE-DAYS          PIC 9(3).
           05 NTR-EARLIEST-DATE        PIC 9(8).
