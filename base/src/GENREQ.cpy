      *----------------------------------------------------------------*
      * LINKAGE AREA FOR LGAPGEN1, THE MASTER FILE GENERATION KEEPER.  *
      * A JOB THAT UPDATES A MASTER IN PLACE PASSES ONE 'SAVE' REQUEST *
      * NAMING THE MASTER JUST BEFORE IT FIRST OPENS IT FOR UPDATE.    *
      * LGAPGEN1 COPIES THE FILE TO ITS NEXT NUMBERED GENERATION,      *
      * CATALOGUES IT (GENCAT.DAT) UNDER THE JOB AND THE DATE AND TIME *
      * ITS RUN STARTED, AND ROLLS OFF GENERATIONS BEYOND THE          *
      * CONFIGURED COUNT.  A SECOND SAVE OF THE SAME MASTER IN THE     *
      * SAME RUN KEEPS THE FIRST COPY.  THE CALLER PUTS ITS            *
      * RETURN-CODE IN GNR-CALLER-RC BEFORE THE CALL AND GETS IT BACK, *
      * RAISED TO 4 IF THE GENERATION COULD NOT BE TAKEN.              *
      *----------------------------------------------------------------*
       01  GENERATION-REQUEST.
           05 GNR-FUNCTION             PIC X(5).
              88 GNR-SAVE              VALUE 'SAVE'.
           05 GNR-JOB-NAME             PIC X(8).
           05 GNR-MASTER-NAME          PIC X(30).
           05 GNR-GENERATION           PIC 9(5).
           05 GNR-RETURN-CODE          PIC 9(2).
              88 GNR-SAVED             VALUE 0.
              88 GNR-NO-MASTER         VALUE 4.
              88 GNR-NOT-SAVED         VALUE 8.
           05 GNR-CALLER-RC            PIC S9(4) COMP.
