      *----------------------------------------------------------------*
      * GL POSTING LEDGER (GLPOST.DAT) -- EVERY GL JOURNAL LINE THE    *
      * SUITE HAS WRITTEN, TAGGED WITH THE JOURNAL FILE IT CAME FROM,  *
      * KEPT BY LGAPGLR1 SO ACCOUNT BALANCES CAN BE PROVED AGAINST     *
      * THE SUBLEDGERS.  A JOURNAL RERUN FOR THE SAME RUN DATE         *
      * REPLACES ITS EARLIER LINES RATHER THAN ADDING TO THEM.         *
      *----------------------------------------------------------------*
       01  GL-POSTING-RECORD.
           05 GLP-JOURNAL              PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 GLP-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 GLP-ACCOUNT              PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 GLP-ACCOUNT-DESC         PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 GLP-DEBIT-AMT            PIC S9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 GLP-CREDIT-AMT           PIC S9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 GLP-PERIOD-STAMP         PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 GLP-COMPANY-CODE         PIC X(5).
