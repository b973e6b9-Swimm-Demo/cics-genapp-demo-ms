      *----------------------------------------------------------------*
      * CHECK ISSUE LEDGER (CHKISSUE.DAT) -- APPENDED BY EVERY RUN     *
      * THAT PRINTS OR STOPS A CHECK (LGAPCLM1 FOR CLAIM PAYMENTS,     *
      * LGAPREF1 FOR PREMIUM REFUNDS, LGAPESC1 STOPPING ESCHEATED      *
      * CHECKS), ONE ROW PER CHECK ISSUED OR VOIDED.  CHECK            *
      * NUMBERS COME OFF THE SHARED CHKNUMCT.DAT CONTROL.  LGAPPPY1    *
      * SENDS THE DAY'S ROWS TO THE BANK AS POSITIVE PAY, FOLDS THEM   *
      * INTO THE CHECK MASTER AND EMPTIES THE LEDGER.                  *
      *----------------------------------------------------------------*
       01  CHECK-ISSUE-RECORD.
           05 CKI-ACTION               PIC X(1).
              88 CKI-ISSUE             VALUE 'I'.
              88 CKI-VOID              VALUE 'V'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CKI-CHECK-NUMBER         PIC 9(10).
           05 FILLER                   PIC X VALUE SPACE.
      *    Date the check was issued, or on a void the date stopped.
           05 CKI-ACTION-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKI-AMOUNT               PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CKI-PAYEE-NAME           PIC X(40).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKI-SOURCE               PIC X(1).
              88 CKI-CLAIM-CHECK       VALUE 'C'.
              88 CKI-REFUND-CHECK      VALUE 'R'.
           05 FILLER                   PIC X VALUE SPACE.
      *    Claim number the check pays, or on a refund the policy.
           05 CKI-REFERENCE            PIC X(15).
      *    Payee's last known state, for unclaimed property.  Set on
      *    issues only; spaces on voids.
           05 FILLER                   PIC X VALUE SPACE.
           05 CKI-PAYEE-STATE          PIC X(2).
