      *----------------------------------------------------------------*
      * LOSS-CONTROL RECOMMENDATION MASTER (RECMAST.DAT, KEYED ON THE  *
      * POLICY, THE INSPECTION DATE AND THE LINE NUMBER ON THE         *
      * INSPECTOR'S REPORT) -- ONE RECORD PER RECOMMENDATION, ADDED BY *
      * THE LGAPINS1 COMPLETION RUN AND FOLLOWED UP MONTHLY BY         *
      * LGAPLCR1, WHICH ALSO APPLIES THE COMPLIANCE TRANSACTIONS.      *
      * PRIORITY: C CRITICAL, H HIGH, M MEDIUM, L LOW.  A CRITICAL     *
      * ITEM STILL OPEN PAST ITS DUE DATE IS ESCALATED ONCE TO THE     *
      * UNDERWRITING EXCEPTION QUEUE AND ITS POLICY FLAGGED FOR        *
      * NONRENEWAL REVIEW.                                             *
      *----------------------------------------------------------------*
       01  RECOMMENDATION-RECORD.
           05 RCM-KEY.
              10 RCM-POLICY-NUM        PIC X(12).
              10 RCM-INSPECTION-DATE   PIC 9(8).
              10 RCM-LINE-NUM          PIC 9(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-PROPERTY-TYPE        PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-POSTCODE             PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-VENDOR-CODE          PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-REC-CODE             PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-REC-TEXT             PIC X(60).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-PRIORITY             PIC X(1).
              88 RCM-CRITICAL          VALUE 'C'.
              88 RCM-HIGH              VALUE 'H'.
              88 RCM-MEDIUM            VALUE 'M'.
              88 RCM-LOW               VALUE 'L'.
              88 RCM-VALID-PRIORITY    VALUE 'C' 'H' 'M' 'L'.
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-DUE-DATE             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-STATUS               PIC X(1).
              88 RCM-OPEN              VALUE 'O'.
              88 RCM-COMPLIED          VALUE 'C'.
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-ADDED-DATE           PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-COMPLIED-DATE        PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-LAST-REMINDER-DATE   PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-REMINDER-CNT         PIC 9(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 RCM-ESCALATED-DATE       PIC 9(8).
