       01  HOLIDAY-MAINT-RECORD.
           05 HOLM-ACTION              PIC X(1).
              88 HOLM-ACTION-ADD       VALUE 'A'.
              88 HOLM-ACTION-UPDATE    VALUE 'U'.
              88 HOLM-ACTION-DELETE    VALUE 'D'.
           05 FILLER                   PIC X VALUE SPACE.
           05 HOLM-DATE                PIC 9(8).
           05 HOLM-DATE-X REDEFINES HOLM-DATE
                                       PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 HOLM-DESCRIPTION         PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 HOLM-OPERATOR-ID         PIC X(8).
