      *----------------------------------------------------------------*
      * OUTBOUND FIELD MASKING REQUEST, PASSED TO LGAPMSK1.  AN        *
      * EXTRACT PROGRAM NAMES ITSELF, THE EXTRACT AND ITS FAMILY (SEE  *
      * PRIVPROF) AND THE FILE ONCE, THEN FOR EACH PERSONAL-DATA FIELD *
      * IT WRITES PASSES AN 'APPLY' WITH THE FIELD NAME, THE VALUE AND *
      * THE FIELD'S WIDTH, AND SENDS MSK-VALUE AS RETURNED.  WHEN THE  *
      * EXTRACT IS CLOSED IT PASSES ONE 'LOG' WITH THE RECORD COUNT,   *
      * WHICH RECORDS THE PROFILE USED ON PRIVLOG.DAT.  RETURN CODE 00 *
      * OK, 04 NO PROFILE COVERS THE EXTRACT (THE FIELD GOES IN FULL), *
      * 08 THE LOG LINE COULD NOT BE WRITTEN.  THE CALLER'S            *
      * RETURN-CODE GOES IN MSK-CALLER-RC BEFORE EACH CALL AND COMES   *
      * BACK AS IT WAS.                                                *
      *----------------------------------------------------------------*
       01  MASK-REQUEST.
           05 MSK-FUNCTION             PIC X(5).
              88 MSK-APPLY             VALUE 'APPLY'.
              88 MSK-LOG               VALUE 'LOG'.
           05 MSK-PROGRAM              PIC X(8).
           05 MSK-EXTRACT-ID           PIC X(12).
           05 MSK-EXTRACT-CLASS        PIC X(12).
           05 MSK-FILE-NAME            PIC X(30).
           05 MSK-FIELD-NAME           PIC X(16).
           05 MSK-VALUE                PIC X(60).
           05 MSK-VALUE-LEN            PIC 9(3).
           05 MSK-RECORD-COUNT         PIC 9(8).
           05 MSK-PROFILE-ID           PIC X(8).
           05 MSK-RECIPIENT            PIC X(30).
           05 MSK-ACTION               PIC X(1).
              88 MSK-SENT-FULL         VALUE 'F'.
              88 MSK-SENT-MASKED       VALUE 'M'.
              88 MSK-SENT-TOKEN        VALUE 'T'.
              88 MSK-SENT-DROPPED      VALUE 'D'.
           05 MSK-RETURN-CODE          PIC 9(2).
              88 MSK-OK                VALUE 0.
              88 MSK-NO-PROFILE        VALUE 4.
              88 MSK-NOT-LOGGED        VALUE 8.
           05 MSK-CALLER-RC            PIC S9(4) COMP.
