           05 FILLER                   PIC X VALUE SPACE.
           05 AGY-DOWNLOAD-IND         PIC X(1).
              88 AGY-DOWNLOAD-YES      VALUE 'Y'.
      *    'Y' when the agency contract lets it bill its own clients
      *    and remit net of commission on the monthly account
      *    current; only such an agency may submit agency-billed
      *    business.
           05 FILLER                   PIC X VALUE SPACE.
           05 AGY-AGENCY-BILL-IND      PIC X(1).
              88 AGY-AGENCY-BILL-YES   VALUE 'Y'.
      *    'Y' when the agency contract pays commission on installment
      *    business as the premium is collected (LGAPPAY1) rather than
      *    in full when the policy is written (LGAPCOM1).
           05 FILLER                   PIC X VALUE SPACE.
           05 AGY-EARNED-COMM-IND      PIC X(1).
              88 AGY-EARNED-AS-COLLECTED VALUE 'Y'.
