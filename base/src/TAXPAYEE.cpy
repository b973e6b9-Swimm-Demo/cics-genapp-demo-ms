      *----------------------------------------------------------------*
      * PAYEE TAX MASTER (TAXPAYEE.DAT) -- ACCOUNTING-MAINTAINED, ONE  *
      * ROW PER NAME A REPORTABLE PAYMENT IS MADE UNDER: AN AGENCY     *
      * CODE (COMMISSIONS AND CONTINGENT BONUS) OR A CLAIM PAYEE NAME  *
      * EXACTLY AS KEYED ON THE PAYMENT.  SEVERAL ROWS MAY CARRY THE   *
      * SAME TIN; THE YEAR-END 1099 RUN TOTALS BY TIN AND TAKES THE    *
      * LEGAL NAME AND ADDRESS FROM THE FIRST ROW FOR THE TIN.         *
      *----------------------------------------------------------------*
       01  TAX-PAYEE-RECORD.
           05 TXP-XREF-TYPE            PIC X(1).
              88 TXP-AGENCY-XREF       VALUE 'A'.
              88 TXP-CLAIM-PAYEE-XREF  VALUE 'C'.
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-XREF-KEY             PIC X(40).
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-TIN                  PIC X(9).
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-TIN-TYPE             PIC X(1).
              88 TXP-TIN-IS-EIN        VALUE '1'.
              88 TXP-TIN-IS-SSN        VALUE '2'.
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-LEGAL-NAME           PIC X(40).
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-ADDRESS              PIC X(40).
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-CITY                 PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-STATE                PIC X(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-ZIP                  PIC X(9).
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-BACKUP-WH-IND        PIC X(1).
              88 TXP-BACKUP-WITHHOLD   VALUE 'Y'.
      *    Form and box claim payments to this payee are reported in
      *    (NEC 1 for contractors, MISC 6 medical, MISC 10 attorney
      *    ...) -- blank means MISC box 3, other income.  Agency
      *    payments are always NEC box 1.
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-CLAIM-FORM           PIC X(4).
              88 TXP-CLAIM-FORM-NEC    VALUE 'NEC '.
              88 TXP-CLAIM-FORM-MISC   VALUE 'MISC'.
           05 FILLER                   PIC X VALUE SPACE.
           05 TXP-CLAIM-BOX            PIC 9(2).
