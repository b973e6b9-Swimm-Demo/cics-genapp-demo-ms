      *----------------------------------------------------------------*
      * CHECK MASTER (CHKMAST.DAT) -- EVERY CHECK ISSUED, IN CHECK     *
      * NUMBER ORDER, WITH ITS STATUS: OUTSTANDING UNTIL THE BANK'S    *
      * PAID-ITEMS FILE CLEARS IT OR A VOID STOPS IT.  MAINTAINED BY   *
      * LGAPPPY1 (ISSUES AND VOIDS), LGAPCKR1 (BANK RECONCILIATION,    *
      * WHICH DROPS SETTLED CHECKS PAST THE RETENTION PERIOD) AND      *
      * LGAPESC1 (UNCLAIMED PROPERTY, WHICH MARKS DORMANT CHECKS       *
      * ESCHEATED -- THOSE ARE NEVER DROPPED).                         *
      *----------------------------------------------------------------*
       01  CHECK-MASTER-RECORD.
           05 CKM-CHECK-NUMBER         PIC 9(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKM-ISSUE-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKM-AMOUNT               PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CKM-PAYEE-NAME           PIC X(40).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKM-SOURCE               PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKM-REFERENCE            PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKM-STATUS               PIC X(1).
              88 CKM-OUTSTANDING       VALUE 'O'.
              88 CKM-PAID              VALUE 'P'.
              88 CKM-VOIDED            VALUE 'V'.
              88 CKM-ESCHEATED         VALUE 'E'.
           05 FILLER                   PIC X VALUE SPACE.
      *    Date paid by the bank or voided, or on an escheated check
      *    the date it was reported to the state as unclaimed.
           05 CKM-STATUS-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKM-PAID-AMOUNT          PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
      *    Date reconciliation reported the payment or void -- zero
      *    until then.
           05 CKM-RECON-DATE           PIC 9(8).
      *    Unclaimed property: the payee's last known state and the
      *    date the due-diligence letter went to the payee.  Spaces
      *    on masters written before they were kept -- NUMERIC-test
      *    the date before use.
           05 FILLER                   PIC X VALUE SPACE.
           05 CKM-PAYEE-STATE          PIC X(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 CKM-LETTER-DATE          PIC 9(8).
