              88 IMS-CANCEL-FED        VALUE 9.
           05 FILLER                   PIC X VALUE SPACE.
           05 IMS-LAST-NOTICE-DATE     PIC 9(8).
      *    Date the pre-due invoice or draft notice went out (LGAPINV1);
      *    spaces on records written before it was carried.
           05 FILLER                   PIC X VALUE SPACE.
           05 IMS-INVOICE-DATE         PIC 9(8).
