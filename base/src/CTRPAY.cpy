      *----------------------------------------------------------------*
      * COUNTER PAYMENT TRANSACTION (CTRPAYD, KEYED ON CTP-KEY) --     *
      * ONE PAYMENT TAKEN BY THE SERVICE DESK ON THE LGBI BILLING      *
      * INQUIRY, BY PHONE OR AT THE COUNTER.  UNLOADED TO CTRPAY.DAT   *
      * AND APPLIED BY LGAPPAY1 THE NEXT MORNING, THE WAY DISPOSD      *
      * FEEDS LGAPDSP1.  THE KEY LEADS WITH THE ENTRY DATE SO THE      *
      * DAY'S PAYMENTS BROWSE TOGETHER FOR CASHIER BALANCING.          *
      *----------------------------------------------------------------*
       01  COUNTER-PAYMENT-RECORD.
           05 CTP-KEY.
              10 CTP-ENTRY-DATE        PIC 9(8).
              10 CTP-ENTRY-TIME        PIC X(6).
              10 CTP-TERMINAL-ID       PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTP-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTP-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTP-AMOUNT               PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CTP-METHOD               PIC X(2).
              88 CTP-CASH              VALUE 'CA'.
              88 CTP-CHECK             VALUE 'CK'.
              88 CTP-CARD              VALUE 'CC'.
              88 CTP-MONEY-ORDER       VALUE 'MO'.
              88 CTP-VALID-METHOD      VALUE 'CA' 'CK' 'CC' 'MO'.
           05 FILLER                   PIC X VALUE SPACE.
      *    Receipt, check or card authorisation number.
           05 CTP-REFERENCE            PIC X(16).
           05 FILLER                   PIC X VALUE SPACE.
           05 CTP-OPERATOR-ID          PIC X(8).
