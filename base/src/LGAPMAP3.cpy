           05 LIABPL                   PIC S9(4) COMP.
           05 LIABPF                   PIC X.
           05 LIABPI                   PIC X(4).
           05 POLTYL                   PIC S9(4) COMP.
           05 POLTYF                   PIC X.
           05 POLTYI                   PIC X(1).
           05 EFFDTL                   PIC S9(4) COMP.
           05 EFFDTF                   PIC X.
           05 EFFDTI                   PIC X(8).

       01  LGAPM3O REDEFINES LGAPM3I.
           05 FILLER                   PIC X(12).
           05 INDICO                   PIC X(40).
           05 FILLER                   PIC X(3).
           05 MSGO                     PIC X(40).
           05 FILLER                   PIC X(3).
           05 POLTYO                   PIC X(1).
           05 FILLER                   PIC X(3).
           05 EFFDTO                   PIC X(8).
