      *----------------------------------------------------------------*
      * CONSUMER COMPLAINT MASTER (CMPLMST.DAT, KEYED ON COMPLAINT     *
      * NUMBER) -- ONE RECORD PER COMPLAINT, OPENED, UPDATED AND       *
      * CLOSED BY LGAPCPL1.  SOURCE: I THE INSURED OR CLAIMANT, D      *
      * REFERRED BY THE DEPARTMENT OF INSURANCE.  CHANNEL: L LETTER,   *
      * P PHONE, E E-MAIL.  CATEGORY: CLM CLAIMS HANDLING, UND         *
      * UNDERWRITING (CANCELLATION, NONRENEWAL, DECLINATION), MKT      *
      * MARKETING AND SALES (AGENT CONDUCT), PHS POLICYHOLDER SERVICE  *
      * (BILLING, PREMIUM, SERVICE DELAYS).  REASON IS THE EXAMINER    *
      * CODE WITHIN THE CATEGORY (DLAY, DENY, UNSA, CANC, NREN, ...).  *
      * DISPOSITION ON CLOSE: J JUSTIFIED, U UNJUSTIFIED, C COMPROMISE *
      * SETTLEMENT, N NO ACTION / INFORMATION ONLY.                    *
      *----------------------------------------------------------------*
       01  COMPLAINT-RECORD.
           05 CPL-COMPLAINT-NUM        PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-RECEIVED-DATE        PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-SOURCE               PIC X(1).
              88 CPL-FROM-INSURED      VALUE 'I'.
              88 CPL-FROM-DEPARTMENT   VALUE 'D'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-CHANNEL              PIC X(1).
              88 CPL-BY-LETTER         VALUE 'L'.
              88 CPL-BY-PHONE          VALUE 'P'.
              88 CPL-BY-EMAIL          VALUE 'E'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-DOI-FILE-NUM         PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-STATE                PIC X(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-POLICY-TYPE          PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-CLAIM-NUMBER         PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-AGENCY-CODE          PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-CATEGORY             PIC X(3).
              88 CPL-CAT-CLAIMS        VALUE 'CLM'.
              88 CPL-CAT-UNDERWRITING  VALUE 'UND'.
              88 CPL-CAT-MARKETING     VALUE 'MKT'.
              88 CPL-CAT-SERVICE       VALUE 'PHS'.
              88 CPL-VALID-CATEGORY    VALUE 'CLM' 'UND' 'MKT' 'PHS'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-REASON               PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-RESPONSE-DUE-DATE    PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-RESPONDED-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-STATUS               PIC X(1).
              88 CPL-OPEN              VALUE 'O'.
              88 CPL-CLOSED            VALUE 'C'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-DISPOSITION          PIC X(1).
              88 CPL-JUSTIFIED         VALUE 'J'.
              88 CPL-UNJUSTIFIED       VALUE 'U'.
              88 CPL-COMPROMISED       VALUE 'C'.
              88 CPL-NO-ACTION         VALUE 'N'.
              88 CPL-VALID-DISPOSITION VALUE 'J' 'U' 'C' 'N'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-RESOLUTION-TEXT      PIC X(40).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-CLOSED-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-LAST-ACTIVITY-DATE   PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CPL-OPERATOR-ID          PIC X(8).
