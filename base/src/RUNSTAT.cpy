           05 RST-STATUS-CODE          PIC 9(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 RST-STATUS-TEXT          PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 RST-RUN-TIME             PIC 9(8).
