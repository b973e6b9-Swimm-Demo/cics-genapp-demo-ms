      *----------------------------------------------------------------*
      * AGENCY ACCOUNT CURRENT MASTER (ACCTCUR.DAT, KEYED ON THE       *
      * AGENCY AND THE ACCOUNT MONTH) -- ONE RECORD PER AGENCY PER     *
      * MONTH OF AGENCY-BILLED BUSINESS, BUILT AT MONTH END BY         *
      * LGAPACR1: THE GROSS PREMIUM WRITTEN, THE ENDORSEMENT PREMIUM   *
      * AND THE CANCELLATION RETURNS BOOKED IN THE MONTH, LESS THE     *
      * COMMISSION THE AGENCY KEEPS (FROM THE LGAPCOM2 MASTER), GIVE   *
      * THE NET DUE FROM THE AGENCY.  REMITTANCES ARE APPLIED AGAINST  *
      * IT AND THE UNPAID BALANCE AGED FROM THE DUE DATE.  A NEGATIVE  *
      * NET DUE IS A CREDIT OWED TO THE AGENCY.                        *
      *----------------------------------------------------------------*
       01  ACCOUNT-CURRENT-RECORD.
           05 ACR-KEY.
              10 ACR-AGENCY-CODE       PIC X(4).
              10 ACR-ACCOUNT-MONTH     PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-STATEMENT-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-DUE-DATE             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-ITEM-CNT             PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-GROSS-WRITTEN        PIC S9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-ENDORSEMENTS         PIC S9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-CANCELLATIONS        PIC S9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-COMMISSION           PIC S9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-NET-DUE              PIC S9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-PAID-AMOUNT          PIC S9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-LAST-PAID-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-REMIT-CNT            PIC 9(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACR-STATUS               PIC X(1).
              88 ACR-OPEN              VALUE 'O'.
              88 ACR-PAID              VALUE 'P'.
              88 ACR-CREDIT            VALUE 'C'.
