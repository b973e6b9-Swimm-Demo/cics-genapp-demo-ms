      *----------------------------------------------------------------*
      * WRITING-COMPANY ASSIGNMENT RULE (COMPRULE.DAT) -- ONE RECORD   *
      * PER STATE AND POLICY TYPE, MAINTAINED BY UNDERWRITING, NAMING  *
      * THE UNDERWRITING COMPANY (LEGAL ENTITY) THE BUSINESS IS        *
      * WRITTEN ON -- THE ADMITTED PERSONAL LINES COMPANY IN THE       *
      * STATES IT IS LICENSED IN, THE PARTNER PAPER FOR FRONTED        *
      * COMMERCIAL BUSINESS.  '**' IN THE STATE OR '*' IN THE POLICY   *
      * TYPE MATCHES ANY; THE MOST SPECIFIC RULE WINS.                 *
      *----------------------------------------------------------------*
       01  COMPANY-RULE-RECORD.
           05 CRL-STATE                PIC X(2).
              88 CRL-ANY-STATE         VALUE '**'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CRL-POLICY-TYPE          PIC X(1).
              88 CRL-ANY-POLICY-TYPE   VALUE '*'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CRL-COMPANY-CODE         PIC X(5).
