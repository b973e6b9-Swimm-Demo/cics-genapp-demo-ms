           05 IHS-COMPLETION-DATE      PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 IHS-RESULT               PIC X(1).
              88 IHS-PASSED            VALUE 'P' 'R'.
              88 IHS-PASSED-WITH-RECS  VALUE 'R'.
              88 IHS-FAILED            VALUE 'F'.
           05 FILLER                   PIC X VALUE SPACE.
           05 IHS-SLA-MET-IND          PIC X(1).
