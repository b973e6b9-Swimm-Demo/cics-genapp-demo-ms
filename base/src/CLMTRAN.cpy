              88 CLT-SUBRO-RECEIPT     VALUE 'S'.
              88 CLT-SALVAGE-PROCEEDS  VALUE 'G'.
              88 CLT-RECOVERY          VALUE 'S' 'G'.
              88 CLT-ASSIGN            VALUE 'A'.
              88 CLT-SIU-CLEAR         VALUE 'K'.
              88 CLT-EXPENSE-PAYMENT   VALUE 'E'.
              88 CLT-EXPENSE-RESERVE   VALUE 'R'.
              88 CLT-LITIGATION        VALUE 'L'.
              88 CLT-COVERAGE-RULING   VALUE 'Q'.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLT-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
      *    on the adjustment transactions the batch desk keys.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLT-DESCRIPTION          PIC X(40).
      *    Claim handling -- on an assign (A) transaction the
      *    adjuster id reassigns the claim to that adjuster; on any
      *    transaction a diary date sets the next follow-up in place
      *    of the standard interval.  Blank on ordinary transactions
      *    and on those keyed under the earlier layout.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLT-ADJUSTER-ID          PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 CLT-DIARY-DATE           PIC 9(8).
      *    On a void (V) transaction, the number of the check being
      *    stopped, as printed on the check -- carried to the bank
      *    on the positive-pay file.  Blank on other transactions
      *    and on those keyed under the earlier layout.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLT-CHECK-NUMBER         PIC 9(10).
      *    Allocated loss adjustment expense -- on an expense payment
      *    (E) or expense reserve (R) transaction, and on a void of an
      *    expense payment, the kind of expense: D = defense and cost
      *    containment (defense counsel, experts), A = adjusting and
      *    other (independent adjusters).  Blank on indemnity
      *    transactions and on those keyed under the earlier layout.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLT-EXPENSE-TYPE         PIC X(1).
              88 CLT-DCC-EXPENSE       VALUE 'D'.
              88 CLT-AO-EXPENSE        VALUE 'A'.
              88 CLT-EXPENSE-TYPE-VALID VALUE 'D' 'A'.
      *    Litigation (L) transaction -- the defense firm retained,
      *    the date suit was served and the venue.  A blank field
      *    leaves what is already on the claim as it was.  The
      *    defense firm is also the payee of record on a defense
      *    expense payment keyed without a payee name.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLT-DEFENSE-FIRM         PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 CLT-SUIT-DATE            PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CLT-VENUE                PIC X(30).
      *    Coverage decision (Q) transaction on a claim opened on a
      *    coverage question: C = coverage confirmed, payments may
      *    proceed; D = coverage denied, the claim is denied.  Blank
      *    on other transactions and on those keyed under the
      *    earlier layout.
           05 FILLER                   PIC X VALUE SPACE.
           05 CLT-COVERAGE-OUTCOME     PIC X(1).
              88 CLT-COVERAGE-CONFIRM  VALUE 'C'.
              88 CLT-COVERAGE-DENY     VALUE 'D'.
              88 CLT-COVERAGE-OUTCOME-VALID VALUE 'C' 'D'.
