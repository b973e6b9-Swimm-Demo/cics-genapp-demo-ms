      *----------------------------------------------------------------*
      * POLICY TRANSACTION HISTORY (POLHIST.DAT) -- ONE RECORD PER     *
      * CHANGE TO A POLICY, APPENDED THROUGH LGAPPHW1 BY EVERY PROGRAM *
      * THAT ISSUES, ALTERS OR ENDS ONE.  THE SEQUENCE NUMBER IS       *
      * ASSIGNED BY LGAPPHW1 AND ORDERS THE FILE.  BEFORE AND AFTER    *
      * CARRY THE PREMIUM AND STATUS EITHER SIDE OF THE TRANSACTION;   *
      * THE TERM, AGENCY AND TERRITORY ARE THE POLICY'S AS LEFT BY IT, *
      * SO THE LATEST RECORD EFFECTIVE ON OR BEFORE A DATE GIVES THE   *
      * POLICY'S TERMS ON THAT DATE (LGAPPHR1).  THE ORIGINATING RUN   *
      * IS THE WRITING PROGRAM AND THE DATE AND TIME IT STARTED.       *
      *----------------------------------------------------------------*
       01  POLICY-HISTORY-RECORD.
           05 PHS-SEQUENCE-NUM         PIC 9(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-TRAN-TYPE            PIC X(8).
              88 PHS-NEW-BUSINESS      VALUE 'NEWBUS'.
              88 PHS-RENEWAL           VALUE 'RENEWAL'.
              88 PHS-ASSUMED           VALUE 'ASSUMED'.
              88 PHS-DISPOSITION       VALUE 'DISPOS'.
              88 PHS-ENDORSEMENT       VALUE 'ENDORSE'.
              88 PHS-PREMIUM-AUDIT     VALUE 'AUDIT'.
              88 PHS-CANCELLATION      VALUE 'CANCEL'.
              88 PHS-REINSTATEMENT     VALUE 'REINST'.
              88 PHS-BOR-TRANSFER      VALUE 'BORXFER'.
              88 PHS-TERRITORY-REMAP   VALUE 'TERRMAP'.
              88 PHS-LAPSE             VALUE 'LAPSE'.
              88 PHS-NAME-CHANGE       VALUE 'NAMECHG'.
              88 PHS-ADDRESS-CHANGE    VALUE 'ADDRCHG'.
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-EFFECTIVE-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-PROCESSED-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-PROCESSED-TIME       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-BEFORE-PREMIUM       PIC 9(9)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-AFTER-PREMIUM        PIC 9(9)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-BEFORE-STATUS        PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-AFTER-STATUS         PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-TERM-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-TERM-EXPIRY-DATE     PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-AGENCY-CODE          PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-TERRITORY-CODE       PIC X(5).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-POLICY-TYPE          PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
      *    The originating transaction's own reference, where it has
      *    one -- the cancellation reason, the disposition decision,
      *    the old agency or territory, the prior carrier's number.
           05 PHS-REFERENCE            PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-ORIG-PROGRAM         PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-ORIG-RUN-DATE        PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PHS-ORIG-RUN-TIME        PIC 9(8).
