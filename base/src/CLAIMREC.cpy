      *    Spaces on older masters -- NUMERIC-test before use.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-LAST-ADVICE-AMT      PIC 9(8)V99.
      *    Policy deductible applicable to the claim, resolved from
      *    the POLMAST rating snapshot by claim type (F fire, W wind,
      *    L flood, O all other perils, N no policy found), and the
      *    part of it satisfied so far out of the claim's payments.
      *    Spaces on older masters -- a blank source means the
      *    deductible has not been resolved yet.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-DED-SOURCE           PIC X(1).
              88 CLM-DED-RESOLVED      VALUE 'F' 'W' 'L' 'O' 'N'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-DEDUCTIBLE-AMT       PIC 9(6)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-DED-APPLIED-AMT      PIC 9(6)V99.
      *    Why a closed claim closed: B = the whole loss fell within
      *    the deductible and nothing was paid.  Blank otherwise.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-CLOSE-REASON         PIC X(1).
              88 CLM-BELOW-DEDUCTIBLE  VALUE 'B'.
      *    Claim handling: the adjuster who owns the claim, the date
      *    it is next due for follow-up, and the date of the last
      *    transaction applied to it.  Spaces on older masters --
      *    NUMERIC-test the dates before use.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-ADJUSTER-ID          PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-NEXT-DIARY-DATE      PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-LAST-ACTIVITY-DATE   PIC 9(8).
      *    Special investigations: R = referred to SIU on the fraud
      *    indicator score (payments held), C = cleared by SIU.
      *    The score is the last one taken.  Spaces on older
      *    masters -- NUMERIC-test the score before use.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-SIU-STATUS           PIC X(1).
              88 CLM-SIU-REFERRED      VALUE 'R'.
              88 CLM-SIU-CLEARED       VALUE 'C'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-SIU-SCORE            PIC 9(3).
      *    Allocated loss adjustment expense, kept apart from the
      *    indemnity paid and reserve above: defense and cost
      *    containment (DCC -- defense counsel, experts) and
      *    adjusting and other (A&O -- independent adjusters), each
      *    paid to date and outstanding reserve.  Spaces on older
      *    masters -- NUMERIC-test before use.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-DCC-PAID-AMT         PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-DCC-RESERVE-AMT      PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-AO-PAID-AMT          PIC 9(8)V99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-AO-RESERVE-AMT       PIC 9(8)V99.
      *    Litigation: Y once suit has been served on the claim, with
      *    the defense firm retained, the suit date and the venue.
      *    Spaces on older masters -- NUMERIC-test the date.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-SUIT-IND             PIC X(1).
              88 CLM-IN-SUIT           VALUE 'Y'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-SUIT-DATE            PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-DEFENSE-FIRM         PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-VENUE                PIC X(30).
      *    Coverage verification at intake: Q = the claim type's
      *    peril was not found written on the policy and the claim
      *    is open on a coverage question (payments refused) until a
      *    coverage decision (Q transaction) confirms it, C, or
      *    denies it, D.  The peril checked and the date the question
      *    was raised or last decided go with it.  Blank where no
      *    question arose and on older masters -- NUMERIC-test the
      *    date.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-COVERAGE-STATUS      PIC X(1).
              88 CLM-COVERAGE-QUESTION VALUE 'Q'.
              88 CLM-COVERAGE-CONFIRMED VALUE 'C'.
              88 CLM-COVERAGE-DENIED   VALUE 'D'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-COVERAGE-PERIL       PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 CLM-COVERAGE-DATE        PIC 9(8).
