      *----------------------------------------------------------------*
      * CLAIM TYPE TO PERIL -- THE PERIL THAT MUST HAVE BEEN WRITTEN   *
      * ON THE POLICY (POL-xxx-PERIL NOT ZERO ON THE POLICY MASTER)    *
      * FOR A LOSS OF EACH CLAIM TYPE TO BE COVERED.  USED BY THE      *
      * BATCH INTAKE (LGAPCLM1) AND AT FIRST NOTICE OF LOSS (LGFN).    *
      * A CLAIM TYPE NOT LISTED HERE (WATER DAMAGE, GLASS, COLLAPSE    *
      * AND THE LIKE) FALLS UNDER THE BASIC FORM AND IS NOT CHECKED.   *
      * PERIL CODES: F FIRE, C CRIME, L FLOOD, W WEATHER,              *
      * E EARTHQUAKE, B LIABILITY.                                     *
      *----------------------------------------------------------------*
       01  CPM-CLAIM-TYPE-VALUES.
           05 FILLER PIC X(11) VALUE 'FIRE      F'.
           05 FILLER PIC X(11) VALUE 'SMOKE     F'.
           05 FILLER PIC X(11) VALUE 'LIGHTNING F'.
           05 FILLER PIC X(11) VALUE 'EXPLOSION F'.
           05 FILLER PIC X(11) VALUE 'THEFT     C'.
           05 FILLER PIC X(11) VALUE 'BURGLARY  C'.
           05 FILLER PIC X(11) VALUE 'ROBBERY   C'.
           05 FILLER PIC X(11) VALUE 'CRIME     C'.
           05 FILLER PIC X(11) VALUE 'FLOOD     L'.
           05 FILLER PIC X(11) VALUE 'WIND      W'.
           05 FILLER PIC X(11) VALUE 'WINDSTORM W'.
           05 FILLER PIC X(11) VALUE 'HAIL      W'.
           05 FILLER PIC X(11) VALUE 'HURRICANE W'.
           05 FILLER PIC X(11) VALUE 'TORNADO   W'.
           05 FILLER PIC X(11) VALUE 'STORM     W'.
           05 FILLER PIC X(11) VALUE 'WEATHER   W'.
           05 FILLER PIC X(11) VALUE 'EARTHQUAKEE'.
           05 FILLER PIC X(11) VALUE 'QUAKE     E'.
           05 FILLER PIC X(11) VALUE 'LIABILITY B'.
           05 FILLER PIC X(11) VALUE 'INJURY    B'.
       01  CPM-CLAIM-TYPE-TABLE REDEFINES CPM-CLAIM-TYPE-VALUES.
           05 CPM-TYPE-ENTRY           OCCURS 20 TIMES
                                       INDEXED BY CPM-IDX.
              10 CPM-CLAIM-TYPE        PIC X(10).
              10 CPM-PERIL-CODE        PIC X(1).
       01  CPM-TYPE-COUNT              PIC 9(2) VALUE 20.

      *    Peril names, for the messages and reports.
       01  CPM-PERIL-NAME-VALUES.
           05 FILLER PIC X(11) VALUE 'FFIRE'.
           05 FILLER PIC X(11) VALUE 'CCRIME'.
           05 FILLER PIC X(11) VALUE 'LFLOOD'.
           05 FILLER PIC X(11) VALUE 'WWEATHER'.
           05 FILLER PIC X(11) VALUE 'EEARTHQUAKE'.
           05 FILLER PIC X(11) VALUE 'BLIABILITY'.
       01  CPM-PERIL-NAME-TABLE REDEFINES CPM-PERIL-NAME-VALUES.
           05 CPM-PERIL-ENTRY          OCCURS 6 TIMES
                                       INDEXED BY CPN-IDX.
              10 CPN-PERIL-CODE        PIC X(1).
              10 CPN-PERIL-NAME        PIC X(10).
       01  CPM-PERIL-COUNT             PIC 9(1) VALUE 6.
