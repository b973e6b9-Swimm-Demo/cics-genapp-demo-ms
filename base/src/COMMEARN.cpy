      *----------------------------------------------------------------*
      * COMMISSION EARNING MASTER (COMMEARN.DAT) -- ONE RECORD PER     *
      * INSTALLMENT POLICY TERM AND AGENCY WHOSE CONTRACT PAYS         *
      * COMMISSION AS THE PREMIUM IS COLLECTED.  LGAPCOM1 ADDS THE     *
      * RECORD WITH THE COMMISSION WRITTEN INSTEAD OF PAYING IT, AND   *
      * OFFSETS A CANCELLATION'S CHARGEBACK AGAINST THE UNEARNED PART; *
      * LGAPPAY1 EARNS IT IN STEP WITH THE CASH APPLIED TO THE TERM'S  *
      * INSTALLMENTS; LGAPCOM2 PRINTS WRITTEN, EARNED AND UNEARNED ON  *
      * THE AGENCY'S STATEMENT.  STATUS: A STILL EARNING, E FULLY      *
      * EARNED, C CANCELLED (NO FURTHER EARNING).                      *
      *----------------------------------------------------------------*
       01  COMMISSION-EARNING-RECORD.
           05 CER-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 CER-AGENCY-CODE          PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 CER-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 CER-EFFECTIVE-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CER-EXPIRY-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CER-PREMIUM              PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CER-COMM-WRITTEN         PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CER-COMM-EARNED          PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CER-LAST-ACTIVITY-DATE   PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CER-STATUS               PIC X(1).
              88 CER-EARNING           VALUE 'A'.
              88 CER-FULLY-EARNED      VALUE 'E'.
              88 CER-CANCELLED         VALUE 'C'.
