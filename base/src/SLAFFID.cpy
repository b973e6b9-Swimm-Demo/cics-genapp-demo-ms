      *----------------------------------------------------------------*
      * DILIGENT-SEARCH AFFIDAVIT REGISTER (SLAFFID.DAT) -- ONE RECORD *
      * PER AFFIDAVIT FILED BY THE PLACING BROKER, ATTESTING THAT THE  *
      * RISK WAS DECLINED BY ADMITTED CARRIERS BEFORE BEING PLACED     *
      * NON-ADMITTED.  MAINTAINED BY SURPLUS LINES COMPLIANCE; A       *
      * CUSTOMER MAY HOLD SEVERAL, ONE PER STATE AND SEARCH.           *
      *----------------------------------------------------------------*
       01  SL-AFFIDAVIT-RECORD.
           05 SLA-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 SLA-STATE                PIC X(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 SLA-AFFIDAVIT-NUM        PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 SLA-SIGNED-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 SLA-DECLINATION-CNT      PIC 9(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 SLA-BROKER-LICENSE       PIC X(15).
