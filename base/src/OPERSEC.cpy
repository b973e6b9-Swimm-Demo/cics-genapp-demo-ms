      *----------------------------------------------------------------*
      * OPERATOR SECURITY (OPERSEC.DAT, KEYED ONLINE AS OPERSECD BY    *
      * OPERATOR ID) -- ONE RECORD PER SIGNED-ON OPERATOR, WITH THE    *
      * ROLES THE OPERATOR HOLDS AND THE DATE EACH WAS GRANTED.  WHAT  *
      * A ROLE MAY DO IS ON THE ROLE SECURITY FILE (ROLESEC).  A       *
      * SUSPENDED OPERATOR IS REFUSED EVERY TRANSACTION WHATEVER       *
      * ROLES ARE STILL ON THE RECORD.                                 *
      *----------------------------------------------------------------*
       01  OPERATOR-SECURITY-RECORD.
           05 OPS-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 OPS-OPERATOR-NAME        PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 OPS-STATUS               PIC X(1).
              88 OPS-ACTIVE            VALUE 'A'.
              88 OPS-SUSPENDED         VALUE 'S'.
           05 FILLER                   PIC X VALUE SPACE.
           05 OPS-MANAGER-ID           PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 OPS-ROLE-ENTRY           OCCURS 5 TIMES.
              10 OPS-ROLE-ID           PIC X(8).
              10 FILLER                PIC X.
              10 OPS-ROLE-GRANTED      PIC 9(8).
              10 FILLER                PIC X.
