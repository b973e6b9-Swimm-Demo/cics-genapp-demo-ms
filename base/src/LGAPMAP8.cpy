      *----------------------------------------------------------------*
      * SYMBOLIC MAP FOR MAPSET LGAPMS8, MAP LGAPM8 -- CLAIM RESERVE   *
      * AND PAYMENT SCREEN, WITH THE SUPERVISOR'S PAYMENT APPROVAL     *
      * VIEW.  NORMALLY BMS-GENERATED; HAND-MAINTAINED HERE SINCE THIS *
      * SHOP HAS NO BMS ASSEMBLY STEP IN THE BUILD, THE SAME WAY       *
      * LGAPMAP1 THROUGH LGAPMAP7 ARE.                                 *
      *----------------------------------------------------------------*
       01  LGAPM8I.
           05 FILLER                   PIC X(12).
           05 CLMNOL                   PIC S9(4) COMP.
           05 CLMNOF                   PIC X.
           05 CLMNOI                   PIC X(15).
           05 ADJIDL                   PIC S9(4) COMP.
           05 ADJIDF                   PIC X.
           05 ADJIDI                   PIC X(6).
           05 ACTNL                    PIC S9(4) COMP.
           05 ACTNF                    PIC X.
           05 ACTNI                    PIC X.
           05 AMTL                     PIC S9(4) COMP.
           05 AMTF                     PIC X.
           05 AMTI                     PIC X(12).
           05 PAYEEL                   PIC S9(4) COMP.
           05 PAYEEF                   PIC X.
           05 PAYEEI                   PIC X(40).

       01  LGAPM8O REDEFINES LGAPM8I.
           05 FILLER                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 CLMNOO                   PIC X(15).
           05 FILLER                   PIC X(3).
           05 ADJIDO                   PIC X(6).
           05 FILLER                   PIC X(3).
           05 ACTNO                    PIC X.
           05 FILLER                   PIC X(3).
           05 AMTO                     PIC X(12).
           05 FILLER                   PIC X(3).
           05 PAYEEO                   PIC X(40).
           05 FILLER                   PIC X(3).
           05 MODEO                    PIC X(16).
           05 FILLER                   PIC X(3).
           05 CUSNOO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 CTYPEO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 CSTATO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 LOSSDO                   PIC X(8).
           05 FILLER                   PIC X(3).
           05 PAIDO                    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3).
           05 RESVO                    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3).
           05 RECVO                    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3).
           05 LACTDO                   PIC X(8).
           05 FILLER                   PIC X(3).
           05 CADJO                    PIC X(6).
           05 FILLER                   PIC X(3).
           05 SIUO                     PIC X(8).
           05 FILLER                   PIC X(3).
           05 REQBYO                   PIC X(6).
           05 FILLER                   PIC X(3).
           05 AUTHO                    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3).
           05 MSGO                     PIC X(40).
