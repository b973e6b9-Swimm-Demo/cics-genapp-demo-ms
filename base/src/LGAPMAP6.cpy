      *----------------------------------------------------------------*
      * SYMBOLIC MAP FOR MAPSET LGAPMS6, MAP LGAPM6 -- BILLING         *
      * INQUIRY AND COUNTER PAYMENT SCREEN.  NORMALLY BMS-GENERATED;   *
      * HAND-MAINTAINED HERE SINCE THIS SHOP HAS NO BMS ASSEMBLY STEP  *
      * IN THE BUILD, THE SAME WAY LGAPMAP1 THROUGH LGAPMAP5 ARE.      *
      *----------------------------------------------------------------*
       01  LGAPM6I.
           05 FILLER                   PIC X(12).
           05 POLNOL                   PIC S9(4) COMP.
           05 POLNOF                   PIC X.
           05 POLNOI                   PIC X(12).
           05 OPERIDL                  PIC S9(4) COMP.
           05 OPERIDF                  PIC X.
           05 OPERIDI                  PIC X(8).
           05 PAYAML                   PIC S9(4) COMP.
           05 PAYAMF                   PIC X.
           05 PAYAMI                   PIC X(12).
           05 PAYMTL                   PIC S9(4) COMP.
           05 PAYMTF                   PIC X.
           05 PAYMTI                   PIC X(2).
           05 PAYRFL                   PIC S9(4) COMP.
           05 PAYRFF                   PIC X.
           05 PAYRFI                   PIC X(16).

       01  LGAPM6O REDEFINES LGAPM6I.
           05 FILLER                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 POLNOO                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 OPERIDO                  PIC X(8).
           05 FILLER                   PIC X(3).
           05 PAYAMO                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 PAYMTO                   PIC X(2).
           05 FILLER                   PIC X(3).
           05 PAYRFO                   PIC X(16).
           05 FILLER                   PIC X(3).
           05 CUSNOO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 INSCTO                   PIC ZZ9.
           05 FILLER                   PIC X(3).
           05 INSBAO                   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3).
           05 PAGEO                    PIC Z9.
           05 FILLER                   PIC X(3).
           05 HEADO                    PIC X(72).
           05 ILINE-GROUP              OCCURS 8 TIMES.
              10 FILLER                PIC X(3).
              10 ILINEO                PIC X(72).
           05 FILLER                   PIC X(3).
           05 MSGO                     PIC X(40).
