       01  ADJUSTER-MASTER-RECORD.
           05 ADJ-ADJUSTER-ID          PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 ADJ-ADJUSTER-NAME        PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 ADJ-ADJUSTER-STATUS      PIC X(1).
              88 ADJ-ACTIVE            VALUE 'A'.
              88 ADJ-INACTIVE          VALUE 'I'.
      *    Rating territories the adjuster works -- all blank means
      *    the adjuster takes claims from any territory.
           05 FILLER                   PIC X VALUE SPACE.
           05 ADJ-TERRITORIES.
              10 ADJ-TERRITORY         PIC X(5) OCCURS 5 TIMES.
      *    Claim types the adjuster handles, as keyed on the claim
      *    (FIRE, WIND, FLOOD ...) -- all blank means any type.
           05 FILLER                   PIC X VALUE SPACE.
           05 ADJ-CLAIM-TYPES.
              10 ADJ-CLAIM-TYPE        PIC X(10) OCCURS 4 TIMES.
      *    Most open claims the adjuster should carry; no new claim
      *    is assigned once the open count reaches it.
           05 FILLER                   PIC X VALUE SPACE.
           05 ADJ-OPEN-CAPACITY        PIC 9(4).
      *    Largest single claim payment the adjuster may release on
      *    their own; anything above it is held on the LGCL screen
      *    for a supervisor's approval.  Added at the end of the
      *    record -- on masters written under the earlier layout it
      *    comes up as spaces and every payment is held.
           05 FILLER                   PIC X VALUE SPACE.
           05 ADJ-PAY-AUTHORITY        PIC 9(8)V99.
