      *----------------------------------------------------------------*
      * DISBURSEMENT FILE (CLMDISB.DAT) -- ONE ROW PER CHECK PRINTED   *
      * OR STOPPED.  LGAPCLM1 CREATES THE DAY'S FILE WITH THE CLAIM    *
      * PAYMENTS; LGAPREF1, RUN AFTER IT, APPENDS THE PREMIUM REFUNDS. *
      *----------------------------------------------------------------*
       01  DISBURSE-RECORD.
           05 DSB-PAYEE-NAME           PIC X(40).
           05 FILLER                   PIC X VALUE SPACE.
      *    Claim number, or on a refund the policy number.
           05 DSB-CLAIM-NUMBER         PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 DSB-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 DSB-AMOUNT               PIC S9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 DSB-ISSUE-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 DSB-DISB-TYPE            PIC X(8).
              88 DSB-PAYMENT           VALUE 'PAYMENT'.
              88 DSB-STOP-PAY          VALUE 'STOPPAY'.
              88 DSB-REFUND            VALUE 'REFUND'.
           05 FILLER                   PIC X VALUE SPACE.
           05 DSB-CHECK-NUMBER         PIC 9(10).
