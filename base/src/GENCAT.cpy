      *----------------------------------------------------------------*
      * MASTER FILE GENERATION CATALOG (GENCAT.DAT) -- ONE RECORD PER  *
      * GENERATION KEPT, WRITTEN BY LGAPGEN1 AND READ BY THE ROLLBACK  *
      * UTILITY LGAPRBK1.  THE CATALOG SEQUENCE ORDERS EVERY           *
      * GENERATION OF EVERY MASTER IN THE ORDER THEY WERE TAKEN; THE   *
      * GENERATION NUMBER COUNTS UP PER MASTER.  THE COPY HOLDS THE    *
      * MASTER AS IT STOOD BEFORE THE NAMED JOB'S RUN UPDATED IT.      *
      *----------------------------------------------------------------*
       01  GENERATION-CATALOG-RECORD.
           05 GNC-CATALOG-SEQ          PIC 9(9).
           05 FILLER                   PIC X VALUE SPACE.
           05 GNC-MASTER-NAME          PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 GNC-GENERATION           PIC 9(5).
           05 FILLER                   PIC X VALUE SPACE.
           05 GNC-COPY-NAME            PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 GNC-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 GNC-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 GNC-RUN-TIME             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 GNC-SAVED-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 GNC-SAVED-TIME           PIC 9(8).
