      *----------------------------------------------------------------*
      * ACH DRAFT LEDGER (ACHDRAFT.DAT) -- EVERY ENTRY LGAPACH1 HAS    *
      * SENT TO THE BANK, BY TRACE NUMBER, SO A RETURNED ITEM CAN BE   *
      * TRACED BACK TO ITS POLICY AND INSTALLMENT.  A DRAFT IS PENDING *
      * UNTIL ITS EFFECTIVE DATE, WHEN IT IS POSTED AS CASH FOR        *
      * LGAPPAY1; A RETURN AGAINST A POSTED DRAFT IS REVERSED.  DRAFTS *
      * ARE KEPT ACH_RETAIN_DAYS PAST THEIR EFFECTIVE DATE -- THE      *
      * WINDOW IN WHICH THE BANK CAN STILL RETURN THEM.                *
      *----------------------------------------------------------------*
       01  ACH-DRAFT-RECORD.
           05 ADR-TRACE-NUMBER         PIC 9(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 ADR-ENTRY-TYPE           PIC X(1).
              88 ADR-DRAFT             VALUE 'D'.
              88 ADR-PRENOTE           VALUE 'N'.
           05 FILLER                   PIC X VALUE SPACE.
           05 ADR-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 ADR-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
      *    Installment drafted; zero on a pre-note.
           05 ADR-INSTALLMENT-NO       PIC 99.
           05 FILLER                   PIC X VALUE SPACE.
           05 ADR-AMOUNT               PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 ADR-FILE-DATE            PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ADR-EFFECTIVE-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ADR-STATUS               PIC X(1).
              88 ADR-PENDING           VALUE 'P'.
              88 ADR-POSTED            VALUE 'A'.
              88 ADR-RETURNED          VALUE 'R'.
           05 FILLER                   PIC X VALUE SPACE.
           05 ADR-RETURN-CODE          PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 ADR-RETURN-DATE          PIC 9(8).
