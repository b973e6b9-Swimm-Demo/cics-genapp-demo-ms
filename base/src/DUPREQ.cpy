      *----------------------------------------------------------------*
      * INPUT FILE FINGERPRINT REQUEST, PASSED TO LGAPDUP1.  A JOB     *
      * THAT APPLIES A TRANSACTION FILE CALLS CHECK BEFORE IT APPLIES  *
      * ANYTHING, NAMING THE FILE AND WHERE ITS KEY AND AMOUNT SIT --  *
      * BY BYTE POSITION ON A FIXED LAYOUT (F) OR BY FIELD NUMBER ON A *
      * COMMA-SEPARATED ONE (C).  LGAPDUP1 RETURNS THE FINGERPRINT     *
      * (RECORD COUNT, AMOUNT HASH, FIRST AND LAST KEYS) AND WHETHER   *
      * THE JOB HAS PROCESSED THE SAME FILE BEFORE -- 00 NEW, 04 EMPTY *
      * OR ABSENT, 08 REPEAT ACCEPTED UNDER THE OPERATOR OVERRIDE,     *
      * 16 REPEAT REFUSED.  A RUN THAT APPLIES THE FILE CALLS LOG AT   *
      * THE END TO ENTER THE FINGERPRINT IN THE PROCESSED-FILES        *
      * REGISTER.  THE CALLER'S RETURN-CODE GOES IN DPR-CALLER-RC      *
      * BEFORE EACH CALL AND COMES BACK AS IT WAS.                     *
      *----------------------------------------------------------------*
       01  DUPLICATE-CHECK-REQUEST.
           05 DPR-FUNCTION             PIC X(5).
              88 DPR-CHECK             VALUE 'CHECK'.
              88 DPR-LOG               VALUE 'LOG'.
           05 DPR-JOB-NAME             PIC X(8).
           05 DPR-FILE-NAME            PIC X(30).
           05 DPR-FILE-FORMAT          PIC X(1).
              88 DPR-FIXED-FORMAT      VALUE 'F'.
              88 DPR-CSV-FORMAT        VALUE 'C'.
           05 DPR-HEADER-LINES         PIC 9(2).
      *    Fixed format: start byte and length.  CSV: field number
      *    in the start and a zero length.
           05 DPR-KEY-START            PIC 9(4).
           05 DPR-KEY-LENGTH           PIC 9(2).
           05 DPR-AMOUNT-START         PIC 9(4).
           05 DPR-AMOUNT-LENGTH        PIC 9(2).
           05 DPR-FINGERPRINT.
              10 DPR-RECORD-COUNT      PIC 9(9).
              10 DPR-AMOUNT-HASH       PIC 9(18).
              10 DPR-FIRST-KEY         PIC X(20).
              10 DPR-LAST-KEY          PIC X(20).
      *    The register entry the file matched, on a repeat.
           05 DPR-PRIOR-RUN-DATE       PIC 9(8).
           05 DPR-PRIOR-RUN-TIME       PIC 9(8).
           05 DPR-RETURN-CODE          PIC 9(2).
              88 DPR-NEW-FILE          VALUE 0.
              88 DPR-EMPTY-FILE        VALUE 4.
              88 DPR-REPEAT-OVERRIDDEN VALUE 8.
              88 DPR-REPEAT-REFUSED    VALUE 16.
           05 DPR-CALLER-RC            PIC S9(4) COMP.
