      *----------------------------------------------------------------*
      * REINSURANCE RECOVERABLE LEDGER (REIRCV.DAT), KEPT BY THE       *
      * QUARTERLY LGAPRSP1 RUN.  ONE RECORD PER AMOUNT BILLED TO A     *
      * REINSURER: WHEN A RECOVERABLE (A CAT EVENT LAYER, OR A CLAIM'S *
      * SURPLUS-SHARE OR FACULTATIVE SHARE OF PAID LOSS) GROWS, THE    *
      * GROWTH IS BILLED AS A NEW RECORD DATED THAT RUN, SO EACH PIECE *
      * AGES FROM THE DATE IT WAS BILLED.  THE REINSURER'S REMITTANCES *
      * ARE APPLIED OLDEST FIRST WITHIN SOURCE AND REFERENCE.          *
      *----------------------------------------------------------------*
       01  RECOVERABLE-LEDGER-RECORD.
           05 RRC-REINSURER            PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 RRC-SOURCE               PIC X(3).
              88 RRC-CAT-XOL           VALUE 'CAT'.
              88 RRC-SURPLUS-SHARE     VALUE 'SS '.
              88 RRC-FACULTATIVE       VALUE 'FAC'.
      *    Event code and layer for CAT ('EVENT-L1'); claim number
      *    for SS and FAC.
           05 FILLER                   PIC X VALUE SPACE.
           05 RRC-REFERENCE            PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 RRC-BILLED-DATE          PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 RRC-BILLED-AMOUNT        PIC 9(10)V99.
