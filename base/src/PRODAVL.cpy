      *----------------------------------------------------------------*
      * PRODUCT AVAILABILITY AND FILING STATUS (PRODAVL.DAT, AND THE   *
      * KEYED PRODAVLD DATASET ONLINE) -- ONE RECORD PER STATE, POLICY *
      * TYPE AND PERIL, MAINTAINED BY PRODUCT COMPLIANCE.  THE '****'  *
      * PERIL RECORD IS THE BASE POLICY FORM ITSELF.  A PRODUCT OR     *
      * PERIL MAY BE SOLD ON AN EFFECTIVE DATE ON OR AFTER ITS         *
      * APPROVED-FOR-SALE DATE AND BEFORE ITS WITHDRAWN DATE (ZERO     *
      * WHILE STILL ON SALE).  NO RECORD MEANS NEVER FILED.            *
      * PERIL CODES: FIRE, CRIM, FLOD, WTHR, QUAK, LIAB.               *
      *----------------------------------------------------------------*
       01  PRODUCT-AVAIL-RECORD.
           05 PAV-KEY.
              10 PAV-STATE             PIC X(2).
              10 PAV-POLICY-TYPE       PIC X(1).
              10 PAV-PERIL             PIC X(4).
                 88 PAV-BASE-PRODUCT   VALUE '****'.
           05 FILLER                   PIC X VALUE SPACE.
           05 PAV-APPROVED-DATE        PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PAV-WITHDRAWN-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PAV-FORM-EDITION         PIC X(12).
