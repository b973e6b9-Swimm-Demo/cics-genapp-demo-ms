      *----------------------------------------------------------------*
      * ACCOUNT-BILL MASTER (ACCTBILL.DAT) -- ONE RECORD PER CUSTOMER  *
      * WHOSE POLICIES ARE BILLED AS ONE ACCOUNT.  MAINTAINED BY       *
      * LGAPABL1, WHICH MOVES THE CUSTOMER'S FUTURE INSTALLMENTS ONTO  *
      * THE ACCOUNT'S BILL DAY AND ISSUES ONE BILL PER CYCLE.          *
      * LGAPPAY1 APPLIES A PAYMENT ACROSS THE WHOLE ACCOUNT AND        *
      * LGAPDUN1 DUNS THE ACCOUNT AS ONE.  AN ENDED ACCOUNT REVERTS    *
      * TO POLICY-BY-POLICY BILLING.                                   *
      *----------------------------------------------------------------*
       01  ACCOUNT-BILL-RECORD.
           05 ABL-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
      *    Day of the month every cycle falls due -- 01 to 28.
           05 ABL-BILL-DAY             PIC 99.
           05 FILLER                   PIC X VALUE SPACE.
           05 ABL-STATUS               PIC X(1).
              88 ABL-ACTIVE            VALUE 'A'.
              88 ABL-ENDED             VALUE 'X'.
           05 FILLER                   PIC X VALUE SPACE.
           05 ABL-START-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
      *    Due date of the last cycle billed, and when it was billed.
           05 ABL-LAST-CYCLE-DUE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ABL-LAST-BILL-DATE       PIC 9(8).
