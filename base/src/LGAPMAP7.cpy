      *----------------------------------------------------------------*
      * SYMBOLIC MAP FOR MAPSET LGAPMS7, MAP LGAPM7 -- AGENCY MASTER   *
      * MAINTENANCE SCREEN.  NORMALLY BMS-GENERATED; HAND-MAINTAINED   *
      * HERE SINCE THIS SHOP HAS NO BMS ASSEMBLY STEP IN THE BUILD,    *
      * THE SAME WAY LGAPMAP1 THROUGH LGAPMAP6 ARE.                    *
      *----------------------------------------------------------------*
       01  LGAPM7I.
           05 FILLER                   PIC X(12).
           05 AGYCDL                   PIC S9(4) COMP.
           05 AGYCDF                   PIC X.
           05 AGYCDI                   PIC X(4).
           05 OPERIDL                  PIC S9(4) COMP.
           05 OPERIDF                  PIC X.
           05 OPERIDI                  PIC X(8).
           05 ACTNL                    PIC S9(4) COMP.
           05 ACTNF                    PIC X.
           05 ACTNI                    PIC X.
           05 NAMEL                    PIC S9(4) COMP.
           05 NAMEF                    PIC X.
           05 NAMEI                    PIC X(30).
           05 STATESL                  PIC S9(4) COMP.
           05 STATESF                  PIC X.
           05 STATESI                  PIC X(20).
           05 TIERL                    PIC S9(4) COMP.
           05 TIERF                    PIC X.
           05 TIERI                    PIC X.
           05 EODTL                    PIC S9(4) COMP.
           05 EODTF                    PIC X.
           05 EODTI                    PIC X(8).
           05 DLINDL                   PIC S9(4) COMP.
           05 DLINDF                   PIC X.
           05 DLINDI                   PIC X.
           05 ABINDL                   PIC S9(4) COMP.
           05 ABINDF                   PIC X.
           05 ABINDI                   PIC X.
           05 ECINDL                   PIC S9(4) COMP.
           05 ECINDF                   PIC X.
           05 ECINDI                   PIC X.
           05 STATL                    PIC S9(4) COMP.
           05 STATF                    PIC X.
           05 STATI                    PIC X.
           05 REASNL                   PIC S9(4) COMP.
           05 REASNF                   PIC X.
           05 REASNI                   PIC X(30).

       01  LGAPM7O REDEFINES LGAPM7I.
           05 FILLER                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 AGYCDO                   PIC X(4).
           05 FILLER                   PIC X(3).
           05 OPERIDO                  PIC X(8).
           05 FILLER                   PIC X(3).
           05 ACTNO                    PIC X.
           05 FILLER                   PIC X(3).
           05 NAMEO                    PIC X(30).
           05 FILLER                   PIC X(3).
           05 STATESO                  PIC X(20).
           05 FILLER                   PIC X(3).
           05 TIERO                    PIC X.
           05 FILLER                   PIC X(3).
           05 EODTO                    PIC X(8).
           05 FILLER                   PIC X(3).
           05 DLINDO                   PIC X.
           05 FILLER                   PIC X(3).
           05 ABINDO                   PIC X.
           05 FILLER                   PIC X(3).
           05 ECINDO                   PIC X.
           05 FILLER                   PIC X(3).
           05 STATO                    PIC X.
           05 FILLER                   PIC X(3).
           05 REASNO                   PIC X(30).
           05 FILLER                   PIC X(3).
           05 CNAMEO                   PIC X(30).
           05 FILLER                   PIC X(3).
           05 CSTATO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 CSTTSO                   PIC X(20).
           05 FILLER                   PIC X(3).
           05 CTIERO                   PIC X.
           05 FILLER                   PIC X(3).
           05 CEODTO                   PIC X(8).
           05 FILLER                   PIC X(3).
           05 CDLO                     PIC X.
           05 FILLER                   PIC X(3).
           05 CABO                     PIC X.
           05 FILLER                   PIC X(3).
           05 CECO                     PIC X.
           05 FILLER                   PIC X(3).
           05 MSGO                     PIC X(40).
