      *----------------------------------------------------------------*
      * OPERATOR ACCESS CHECK -- THE COMMAREA EACH LGAP TRANSACTION    *
      * LINKS TO LGAPSEC1 WITH AT THE START OF EVERY TASK.  THE CALLER *
      * SETS THE TRANSACTION, THE FUNCTION THE TASK WILL PERFORM (I    *
      * INQUIRE, U UPDATE) AND, FOR A WORKLIST, THE QUEUE BEING        *
      * WORKED.  LGAPSEC1 RETURNS THE SIGNED-ON OPERATOR, GRANTED OR   *
      * DENIED WITH THE MESSAGE TO SHOW, THE ROLE THAT GRANTED IT,     *
      * WHETHER ANY OF THE OPERATOR'S ROLES MAY UPDATE, AND THE        *
      * QUEUES THE OPERATOR MAY WORK (SPACES = EVERY QUEUE).           *
      *----------------------------------------------------------------*
       01  SECURITY-REQUEST.
           05 SRQ-TRANID               PIC X(4).
           05 SRQ-FUNCTION             PIC X(1).
              88 SRQ-INQUIRE           VALUE 'I'.
              88 SRQ-UPDATE            VALUE 'U'.
           05 SRQ-QUEUE-IND            PIC X(1).
           05 SRQ-OPERATOR-ID          PIC X(8).
           05 SRQ-RESULT               PIC X(1).
              88 SRQ-GRANTED           VALUE 'G'.
              88 SRQ-DENIED            VALUE 'D'.
           05 SRQ-ROLE-ID              PIC X(8).
           05 SRQ-UPDATE-IND           PIC X(1).
              88 SRQ-UPDATE-GRANTED    VALUE 'Y'.
           05 SRQ-QUEUES               PIC X(4).
           05 SRQ-MESSAGE              PIC X(40).
