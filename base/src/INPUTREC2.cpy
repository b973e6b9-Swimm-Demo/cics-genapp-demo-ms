           05 IN-AGENCY-CODE           PIC X(4).

      *    Source system stamped by the intake merge (LGAPMRG1):
      *    the daily feed, a legacy conversion, a web upload, or an
      *    application keyed online on LGNB -- carried through to the
      *    output and audit records so a bad batch can always be
      *    traced back to its feed.
           05 IN-SOURCE-SYSTEM         PIC X(3).
              88 SOURCE-DAILY-FEED     VALUE 'FED'.
              88 SOURCE-CONVERSION     VALUE 'CNV'.
              88 SOURCE-WEB-UPLOAD     VALUE 'WEB'.
              88 SOURCE-ONLINE-ENTRY   VALUE 'ONL'.

      *    Added at the end of the record so applications built under
      *    the earlier layout still read correctly.  A percentage
      *    IN-WIND-DEDUCTIBLE applies as before.
           05 IN-WIND-DED-PCT          PIC 9(2)V99.

      *    Admitted or non-admitted (surplus lines) paper.  A risk
      *    declined on admitted paper may be submitted again as 'N'
      *    to be written non-admitted; spaces (older records) or 'A'
      *    mean admitted.
           05 IN-ADMITTED-IND          PIC X(1).
              88 IN-NON-ADMITTED       VALUE 'N'.

      *    Bill type.  Spaces (older records) or 'D' mean direct
      *    billed through the installment schedule; 'A' means the
      *    producing agency bills its own client, which the agency
      *    must be set up for on the agency master.
           05 IN-BILL-TYPE             PIC X(1).
              88 IN-AGENCY-BILLED      VALUE 'A'.
              88 IN-VALID-BILL-TYPE    VALUE SPACE 'D' 'A'.

      *----------------------------------------------------------------*
      * FILE TRANSFER CONTROL RECORDS -- A HEADER ('HH') CARRYING THE  *
      * FILE DATE AND SOURCE SYSTEM, AND A TRAILER ('TT') CARRYING     *
