      *----------------------------------------------------------------*
      * ACH AUTO-DRAFT ENROLLMENT MASTER (ACHENRL.DAT) -- ONE RECORD   *
      * PER POLICY WHOSE INSTALLMENTS ARE DRAFTED FROM THE CUSTOMER'S  *
      * BANK ACCOUNT.  MAINTAINED BY LGAPACH1: A NEW OR CHANGED        *
      * ACCOUNT IS PRE-NOTED (A ZERO-DOLLAR TEST ENTRY) AND DRAFTED    *
      * ONLY ONCE THE PRE-NOTE HAS GONE UNRETURNED; REPEATED RETURNED  *
      * DRAFTS SUSPEND THE ENROLLMENT.                                 *
      *----------------------------------------------------------------*
       01  ACH-ENROLLMENT-RECORD.
           05 ENR-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-ROUTING-NUM          PIC 9(9).
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-ACCOUNT-NUM          PIC X(17).
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-ACCOUNT-TYPE         PIC X(1).
              88 ENR-CHECKING          VALUE 'C'.
              88 ENR-SAVINGS           VALUE 'S'.
           05 FILLER                   PIC X VALUE SPACE.
      *    Account holder as it goes to the bank -- NACHA allows 22.
           05 ENR-HOLDER-NAME          PIC X(22).
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-STATUS               PIC X(1).
              88 ENR-ACTIVE            VALUE 'A'.
              88 ENR-SUSPENDED         VALUE 'S'.
              88 ENR-CANCELLED         VALUE 'X'.
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-PRENOTE-STATUS       PIC X(1).
              88 ENR-PRENOTE-PENDING   VALUE 'P'.
              88 ENR-PRENOTE-SENT      VALUE 'S'.
              88 ENR-PRENOTE-VERIFIED  VALUE 'V'.
              88 ENR-PRENOTE-FAILED    VALUE 'F'.
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-PRENOTE-DATE         PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-RETURN-COUNT         PIC 9(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-LAST-RETURN-CODE     PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-LAST-RETURN-DATE     PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ENR-ENROLL-DATE          PIC 9(8).
