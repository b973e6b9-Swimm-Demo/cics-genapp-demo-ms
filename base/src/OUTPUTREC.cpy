           05 FILLER                   PIC X VALUE SPACE.
           05 OUT-REJECT-REASON        PIC X(50).
           05 FILLER                   PIC X VALUE SPACE.
           05 OUT-SOURCE-SYSTEM        PIC X(3). 
           05 FILLER                   PIC X VALUE SPACE.
      *    Underwriting company (legal entity) the policy is written
      *    on, from the LGAPCMP1 assignment rules.
           05 OUT-COMPANY-CODE         PIC X(5).
      *    Admitted or non-admitted paper, and on non-admitted
      *    (surplus lines) policies the state surplus lines tax and
      *    stamping fee charged in place of the admitted premium tax.
      *    Spaces on records written before they were carried --
      *    those policies were all admitted.
           05 FILLER                   PIC X VALUE SPACE.
           05 OUT-ADMITTED-IND         PIC X(1).
              88 OUT-NON-ADMITTED      VALUE 'N'.
           05 FILLER                   PIC X VALUE SPACE.
           05 OUT-SL-TAX               PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 OUT-STAMPING-FEE         PIC ZZ,ZZ9.99.
