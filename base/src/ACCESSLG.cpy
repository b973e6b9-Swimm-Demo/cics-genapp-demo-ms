      *----------------------------------------------------------------*
      * TRANSACTION ACCESS LOG -- ONE RECORD WRITTEN BY LGAPSEC1 FOR   *
      * EVERY LGAP TRANSACTION TASK, GRANTED OR DENIED, TO THE ENTRY-  *
      * SEQUENCED ACCESSD DATASET AND UNLOADED NIGHTLY TO ACCESS.DAT.  *
      * THE DATE, TIME AND OPERATOR SIT WHERE THE AUDIT TRAIL CARRIES  *
      * ITS DATE, TIME AND CUSTOMER, SO LGAPAUD1 ARCHIVES AND          *
      * RETRIEVES THIS LOG EXACTLY AS IT DOES AUDIT.DAT.               *
      *----------------------------------------------------------------*
       01  ACCESS-LOG-RECORD.
           05 ACL-ACCESS-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACL-ACCESS-TIME          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACL-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X VALUE SPACE.
           05 ACL-TRANID               PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACL-TERMINAL-ID          PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACL-FUNCTION             PIC X(1).
              88 ACL-INQUIRE           VALUE 'I'.
              88 ACL-UPDATE            VALUE 'U'.
           05 FILLER                   PIC X VALUE SPACE.
           05 ACL-QUEUE-IND            PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACL-ROLE-ID              PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 ACL-RESULT               PIC X(1).
              88 ACL-GRANTED           VALUE 'G'.
              88 ACL-DENIED            VALUE 'D'.
           05 FILLER                   PIC X VALUE SPACE.
           05 ACL-MESSAGE              PIC X(40).
