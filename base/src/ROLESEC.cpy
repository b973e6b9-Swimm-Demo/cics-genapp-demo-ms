      *----------------------------------------------------------------*
      * ROLE SECURITY (ROLESEC.DAT, KEYED ONLINE AS ROLESECD BY ROLE   *
      * AND TRANSACTION ID) -- ONE RECORD FOR EACH TRANSACTION A ROLE  *
      * MAY RUN.  NO RECORD, NO ACCESS.  THE FUNCTION SAYS WHETHER     *
      * THE ROLE MAY ONLY INQUIRE OR MAY ALSO UPDATE; THE QUEUES       *
      * LIMIT A WORKLIST TRANSACTION TO THE QUEUES NAMED (E EXCEPTION  *
      * AND R REFERRAL FOR LGUW) -- SPACES MEANS EVERY QUEUE.          *
      *----------------------------------------------------------------*
       01  ROLE-SECURITY-RECORD.
           05 RLS-KEY.
              10 RLS-ROLE-ID           PIC X(8).
              10 RLS-TRANID            PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 RLS-ROLE-NAME            PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 RLS-FUNCTION             PIC X(1).
              88 RLS-INQUIRE-ONLY      VALUE 'I'.
              88 RLS-UPDATE-ALLOWED    VALUE 'U'.
           05 FILLER                   PIC X VALUE SPACE.
           05 RLS-QUEUES               PIC X(4).
