      *----------------------------------------------------------------*
      * REINSURER MASTER (REINMAST.DAT) -- ONE RECORD PER REINSURER,   *
      * MAINTAINED BY THE REINSURANCE DESK LIKE CATTRTY.DAT AND        *
      * REITERMS.DAT.  THE NAME IS THE ONE THE TREATY FILES AND        *
      * CESSION EXTRACTS CARRY.  HOLDS THE REINSURER'S FINANCIAL       *
      * STRENGTH RATING, WHETHER IT IS AUTHORIZED IN OUR DOMICILE,     *
      * AND THE COLLATERAL WE HOLD AGAINST ITS BALANCES -- THE TRUST   *
      * ACCOUNT AND UP TO FIVE LETTERS OF CREDIT.                      *
      *----------------------------------------------------------------*
       01  REINSURER-MASTER-RECORD.
           05 RIM-REINSURER-NAME       PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 RIM-AUTH-STATUS          PIC X(1).
              88 RIM-AUTHORIZED        VALUE 'A'.
              88 RIM-UNAUTHORIZED      VALUE 'U'.
      *    Financial strength rating on the A++ to F scale, the date
      *    it was last changed and the rating it replaced, so a
      *    downgrade through our security guideline shows as one.
           05 FILLER                   PIC X VALUE SPACE.
           05 RIM-FSR-RATING           PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 RIM-RATING-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RIM-PRIOR-RATING         PIC X(3).
      *    Funds held in the reinsurer's trust account for our
      *    benefit, as last confirmed by the trustee.
           05 FILLER                   PIC X VALUE SPACE.
           05 RIM-TRUST-BALANCE        PIC 9(10)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RIM-TRUST-ASOF-DATE      PIC 9(8).
      *    Letters of credit in our favour.  An expired letter is
      *    no longer collateral.
           05 FILLER                   PIC X VALUE SPACE.
           05 RIM-LOC-COUNT            PIC 9(1).
           05 RIM-LETTER-OF-CREDIT     OCCURS 5 TIMES.
              10 FILLER                PIC X.
              10 RIM-LOC-NUMBER        PIC X(15).
              10 FILLER                PIC X.
              10 RIM-LOC-BANK          PIC X(20).
              10 FILLER                PIC X.
              10 RIM-LOC-AMOUNT        PIC 9(10)V99.
              10 FILLER                PIC X.
              10 RIM-LOC-EXPIRY-DATE   PIC 9(8).
