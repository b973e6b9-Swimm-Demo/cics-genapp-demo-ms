              10 STX-PREMIUM           PIC 9(8)V99.
              10 FILLER                PIC X VALUE SPACE.
              10 STX-EFFECTIVE-DATE    PIC 9(8).
              10 FILLER                PIC X VALUE SPACE.
              10 STX-COMPANY-CODE      PIC X(5).
           05 STX-CONTROL-DATA REDEFINES STX-DETAIL-DATA.
              10 STX-RUN-DATE          PIC 9(8).
              10 FILLER                PIC X.
