      *----------------------------------------------------------------*
      * WRITTEN PREMIUM HISTORY (PREMHIST.DAT) -- ONE RECORD PER       *
      * POLICY TRANSACTION ON A RATING RUN'S OUTPUT.DAT, LOADED BY     *
      * LGAPWPH1 AFTER EACH DAILY RUN AND KEYED BY THE RUN DATE AND    *
      * THE RECORD'S POSITION ON THAT DAY'S FILE, SO A PERIOD IS ONE   *
      * START AND A READ FORWARD.  SEQUENCE ZERO OF EACH RUN DATE IS   *
      * THE DAY'S CONTROL RECORD: THE RECORD COUNT AND PREMIUM TOTAL   *
      * LOADED, PROVEN AGAINST OUTCTL.DAT ('D') OR, FOR A DAY BUILT    *
      * FROM AN OUTPUT.DAT.YYYYMMDD ARCHIVE, AS COUNTED ('B').         *
      * AMOUNTS ARE CARRIED AS NUMBERS, NOT THE EDITED REPORT FIELDS.  *
      *----------------------------------------------------------------*
       01  PREMIUM-HISTORY-RECORD.
           05 PMH-KEY.
              10 PMH-RUN-DATE          PIC 9(8).
              10 PMH-SEQUENCE-NUM      PIC 9(7).
           05 PMH-RECORD-TYPE          PIC X(1).
              88 PMH-CONTROL-RECORD    VALUE 'C'.
              88 PMH-DETAIL-RECORD     VALUE 'D'.
           05 PMH-DETAIL-DATA.
              10 PMH-CUSTOMER-NUM      PIC X(10).
              10 PMH-POLICY-NUM        PIC X(12).
              10 PMH-AGENCY-CODE       PIC X(4).
              10 PMH-PROPERTY-TYPE     PIC X(15).
              10 PMH-POSTCODE          PIC X(8).
              10 PMH-TERRITORY-CODE    PIC X(5).
              10 PMH-POLICY-TYPE       PIC X(1).
              10 PMH-CONSTRUCTION-TYPE PIC X(3).
              10 PMH-OCCUPANCY-CODE    PIC X(5).
              10 PMH-FIRE-PREMIUM      PIC 9(7)V99.
              10 PMH-CRIME-PREMIUM     PIC 9(7)V99.
              10 PMH-FLOOD-PREMIUM     PIC 9(7)V99.
              10 PMH-WEATHER-PREMIUM   PIC 9(7)V99.
              10 PMH-EARTHQUAKE-PREMIUM
                                       PIC 9(7)V99.
              10 PMH-LIABILITY-PREMIUM PIC 9(7)V99.
              10 PMH-EQUIPMENT-PREMIUM PIC 9(7)V99.
              10 PMH-STATE-TAX         PIC 9(7)V99.
              10 PMH-COUNTY-TAX        PIC 9(7)V99.
              10 PMH-POLICY-FEE        PIC 9(5)V99.
              10 PMH-INSPECTION-FEE    PIC 9(5)V99.
              10 PMH-SL-TAX            PIC 9(7)V99.
              10 PMH-STAMPING-FEE      PIC 9(5)V99.
              10 PMH-TOTAL-PREMIUM     PIC 9(9)V99.
              10 PMH-ANNUAL-PREMIUM    PIC 9(9)V99.
              10 PMH-EFFECTIVE-DATE    PIC 9(8).
              10 PMH-POLICY-TERM       PIC 99.
              10 PMH-INFLATION-GUARD-IND
                                       PIC X(1).
              10 PMH-RENEWAL-IND       PIC X(1).
              10 PMH-STATUS            PIC X(20).
              10 PMH-SOURCE-SYSTEM     PIC X(3).
              10 PMH-COMPANY-CODE      PIC X(5).
              10 PMH-ADMITTED-IND      PIC X(1).
           05 PMH-CONTROL-DATA REDEFINES PMH-DETAIL-DATA.
              10 PMH-CTL-RECORD-COUNT  PIC 9(8).
              10 PMH-CTL-PREMIUM-TOTAL PIC 9(12)V99.
              10 PMH-CTL-SOURCE        PIC X(1).
                 88 PMH-CTL-FROM-DAILY VALUE 'D'.
                 88 PMH-CTL-FROM-BUILD VALUE 'B'.
              10 PMH-CTL-FILE-NAME     PIC X(30).
              10 PMH-CTL-LOAD-DATE     PIC 9(8).
              10 PMH-CTL-LOAD-TIME     PIC 9(8).
              10 FILLER                PIC X(168).
