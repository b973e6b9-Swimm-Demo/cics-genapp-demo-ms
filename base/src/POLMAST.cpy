      *    non-zero POL-WIND-DEDUCTIBLE carries the resolved dollar
      *    equivalent of the building limit at issuance.
           05 POL-WIND-DED-PCT         PIC 9(2)V99.
      *    Date LGAPRST1 last reinstated the policy after a
      *    cancellation.  Spaces on masters written before it was
      *    kept and on policies never reinstated -- NUMERIC-test
      *    before use.
           05 POL-REINSTATE-DATE       PIC 9(8).
      *    Underwriting company the policy is written on (LGAPCMP1).
      *    Spaces on masters written before it was kept -- those
      *    policies were all written on the home company.
           05 POL-COMPANY-CODE         PIC X(5).
      *    Admitted or non-admitted paper ('N' = surplus lines), the
      *    surplus lines tax and stamping fee charged at issuance,
      *    and the diligent-search affidavit the bind rested on.
      *    Spaces on masters written before they were kept -- those
      *    policies were all admitted; NUMERIC-test the amounts.
           05 POL-ADMITTED-IND         PIC X(1).
              88 POL-NON-ADMITTED      VALUE 'N'.
           05 POL-SL-TAX               PIC 9(6)V99.
           05 POL-STAMPING-FEE         PIC 9(5)V99.
           05 POL-SL-AFFIDAVIT-NUM     PIC X(12).
      *    Set by LGAPLCR1 when a critical loss-control
      *    recommendation goes past its compliance date unmet, so
      *    the renewal extract puts the policy in front of an
      *    underwriter for nonrenewal review; cleared when the last
      *    such item is complied with.  Spaces on masters written
      *    before it was kept.
           05 POL-NRN-REVIEW-IND       PIC X(1).
              88 POL-NRN-REVIEW-DUE    VALUE 'Y'.
           05 POL-NRN-REVIEW-DATE      PIC 9(8).
      *    Who bills the insured: spaces or 'D' direct, through the
      *    installment schedule and the lockbox; 'A' the producing
      *    agency bills its own client and remits to us net of
      *    commission on the monthly account current (LGAPACR1).
      *    An agency-billed policy has no installment schedule and
      *    is left out of invoicing and dunning.  Spaces on masters
      *    written before it was kept -- those are all direct billed.
           05 POL-BILL-TYPE            PIC X(1).
              88 POL-AGENCY-BILLED     VALUE 'A'.
