           05 GLJ-DEBIT-AMT            PIC S9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 GLJ-CREDIT-AMT           PIC S9(11)V99.
           05 FILLER                   PIC X VALUE SPACE.
      *    Accounting period the line posts to (from LGAPPRD1).  When
      *    the run date fell in a closed period the line rolls to the
      *    open period, GLJ-ADJUST-IND is 'Y' and GLJ-ORIG-PERIOD
      *    keeps the month it belonged to.
           05 GLJ-PERIOD-STAMP.
              10 GLJ-PERIOD            PIC 9(6).
              10 FILLER                PIC X.
              10 GLJ-ADJUST-IND        PIC X(1).
                 88 GLJ-PRIOR-PERIOD-ADJ VALUE 'Y'.
              10 FILLER                PIC X.
              10 GLJ-ORIG-PERIOD       PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
      *    Underwriting company whose books the line posts to.  Spaces
      *    on journals that are not yet kept by company.
           05 GLJ-COMPANY-CODE         PIC X(5).
