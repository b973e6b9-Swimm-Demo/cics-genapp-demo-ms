      *----------------------------------------------------------------*
      * CLAIM PAYMENT AWAITING APPROVAL (CLMHOLDD, KEYED ON CPH-KEY) - *
      * A PAYMENT KEYED ON THE LGCL SCREEN ABOVE THE ADJUSTER'S OWN    *
      * PAYMENT AUTHORITY.  NOTHING GOES TO CLMTRAND UNTIL A           *
      * SUPERVISOR WHOSE AUTHORITY COVERS IT APPROVES IT ON LGCL; THE  *
      * RECORD IS THEN MARKED WITH THE DECISION AND WHO MADE IT AND    *
      * KEPT AS THE APPROVAL TRAIL.                                    *
      *----------------------------------------------------------------*
       01  CLAIM-PAYMENT-HOLD-RECORD.
           05 CPH-KEY.
              10 CPH-ENTRY-DATE        PIC 9(8).
              10 CPH-ENTRY-TIME        PIC X(6).
              10 CPH-TERMINAL-ID       PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-HOLD-STATUS          PIC X(1).
              88 CPH-PENDING           VALUE 'P'.
              88 CPH-APPROVED          VALUE 'A'.
              88 CPH-DECLINED          VALUE 'D'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-CLAIM-NUMBER         PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-CLAIM-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-CLAIM-TYPE           PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-AMOUNT               PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-PAYEE-NAME           PIC X(40).
      *    The adjuster who keyed the payment and the authority they
      *    held when it was keyed.
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-ADJUSTER-ID          PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-ADJ-AUTHORITY        PIC 9(8)V99.
      *    Blank until the payment is approved or declined.
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-APPROVER-ID          PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPH-DECISION-DATE        PIC X(8).
