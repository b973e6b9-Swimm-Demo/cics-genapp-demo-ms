      *----------------------------------------------------------------*
      * REPORTABLE PAYMENT LEDGER (TAXPAY.DAT) -- APPENDED BY EVERY    *
      * RUN THAT PAYS A THIRD PARTY: LGAPCLM1 FOR CLAIM PAYMENTS AND   *
      * STOP-PAYS TO A NAMED PAYEE, LGAPCOM2 FOR THE MONTHLY AGENCY    *
      * COMMISSION PAYABLES AND LGAPCTG1 FOR THE CONTINGENT BONUS.     *
      * READ BY THE YEAR-END 1099 RUN, WHICH SELECTS BY PAYMENT DATE.  *
      *----------------------------------------------------------------*
       01  TAX-LEDGER-RECORD.
           05 TXL-SOURCE               PIC X(1).
              88 TXL-CLAIM-PAYMENT     VALUE 'C'.
              88 TXL-COMMISSION        VALUE 'A'.
              88 TXL-CONTINGENT        VALUE 'B'.
           05 FILLER                   PIC X VALUE SPACE.
      *    Claim payee name as keyed, or the agency code.
           05 TXL-PAYEE-KEY            PIC X(40).
           05 FILLER                   PIC X VALUE SPACE.
           05 TXL-PAY-DATE             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 TXL-AMOUNT               PIC S9(10)V99.
           05 FILLER                   PIC X VALUE SPACE.
      *    Claim number, or the commission month / bonus year.
           05 TXL-REFERENCE            PIC X(15).
