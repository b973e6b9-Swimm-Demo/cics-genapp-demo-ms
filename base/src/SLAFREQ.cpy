      *----------------------------------------------------------------*
      * DILIGENT-SEARCH AFFIDAVIT REQUEST, PASSED TO LGAPSLA1.  THE    *
      * CALLER SUPPLIES THE CUSTOMER, THE POLICY'S STATE (FIRST TWO    *
      * BYTES OF THE TERRITORY CODE) AND EFFECTIVE DATE; LGAPSLA1      *
      * RETURNS THE AFFIDAVIT THAT SUPPORTS BINDING IT NON-ADMITTED    *
      * AND WHETHER IT PASSES -- 00 VALID, 04 NONE ON FILE, 08 SIGNED  *
      * TOO LONG BEFORE THE EFFECTIVE DATE, 12 TOO FEW DECLINATIONS.   *
      *----------------------------------------------------------------*
       01  SL-AFFIDAVIT-REQUEST.
           05 SAR-CUSTOMER-NUM         PIC X(10).
           05 SAR-STATE                PIC X(2).
           05 SAR-EFFECTIVE-DATE       PIC 9(8).
           05 SAR-RETURN-CODE          PIC 9(2).
              88 SAR-AFFIDAVIT-VALID   VALUE 0.
              88 SAR-NO-AFFIDAVIT      VALUE 4.
              88 SAR-AFFIDAVIT-STALE   VALUE 8.
              88 SAR-TOO-FEW-DECLINES  VALUE 12.
           05 SAR-AFFIDAVIT-NUM        PIC X(12).
           05 SAR-SIGNED-DATE          PIC 9(8).
           05 SAR-DECLINATION-CNT      PIC 9(2).
           05 SAR-MIN-DECLINATIONS     PIC 9(2).
