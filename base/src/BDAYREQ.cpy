      *----------------------------------------------------------------*
      * BUSINESS-DAY DATE REQUEST, PASSED TO LGAPBDY1.  THE CALLER     *
      * NAMES THE DATE RULE IT IS APPLYING, A BASE DATE AND A NUMBER   *
      * OF DAYS; LGAPBDY1 RETURNS THE RESULT DATE UNDER THAT RULE'S    *
      * BASIS:                                                         *
      *   C - PLAIN CALENDAR DAYS, THE RESULT IS NOT MOVED;            *
      *   R - CALENDAR DAYS, THE RESULT MOVED TO THE NEXT BUSINESS DAY *
      *       WHEN IT FALLS ON A WEEKEND OR HOLIDAY;                   *
      *   B - THE DAYS ARE COUNTED IN BUSINESS DAYS.                   *
      * EACH RULE'S BASIS IS CONFIG KEY BDAY_<RULE>, OR THE HOUSE      *
      * DEFAULT HELD IN LGAPBDY1.  RETURN CODE 00 OK, 04 THE HOLIDAY   *
      * CALENDAR IS UNAVAILABLE (WEEKENDS ONLY WERE SKIPPED), 08 THE   *
      * BASE DATE IS NOT A VALID DATE (RESULT = BASE DATE).  THE       *
      * CALLER'S RETURN-CODE GOES IN BDR-CALLER-RC BEFORE EACH CALL    *
      * AND COMES BACK AS IT WAS.                                      *
      *----------------------------------------------------------------*
       01  BUSINESS-DATE-REQUEST.
           05 BDR-RULE                 PIC X(15).
           05 BDR-BASE-DATE            PIC 9(8).
           05 BDR-DAYS                 PIC 9(4).
           05 BDR-RESULT-DATE          PIC 9(8).
           05 BDR-BASIS                PIC X(1).
              88 BDR-CALENDAR-DAYS     VALUE 'C'.
              88 BDR-ROLL-FORWARD      VALUE 'R'.
              88 BDR-BUSINESS-DAYS     VALUE 'B'.
           05 BDR-RETURN-CODE          PIC 9(2).
              88 BDR-OK                VALUE 0.
              88 BDR-NO-CALENDAR       VALUE 4.
              88 BDR-BAD-DATE          VALUE 8.
           05 BDR-CALLER-RC            PIC S9(4) COMP.
