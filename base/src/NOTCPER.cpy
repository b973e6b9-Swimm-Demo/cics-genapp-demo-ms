      *----------------------------------------------------------------*
      * STATUTORY NOTICE PERIOD (NOTCPER.DAT) -- ONE RECORD PER STATE, *
      * REASON AND POLICY TYPE, MAINTAINED BY COMPLIANCE FROM THE      *
      * STATE CANCELLATION AND NONRENEWAL STATUTES.  REASONS ARE THE   *
      * CANCEL.DAT REASON CODES (NONPAY, UW, PFC), NONRENEW FOR AN     *
      * UNDERWRITER NONRENEWAL, AND LOSSRUN FOR THE DAYS WITHIN WHICH  *
      * A LOSS RUN MUST BE FURNISHED ONCE REQUESTED (MAIL DATE = DATE  *
      * RECEIVED).  '**' IN THE STATE OR '*' IN THE                    *
      * POLICY TYPE MATCHES ANY; THE MOST SPECIFIC RULE WINS.  A RULE  *
      * APPLIES ONCE THE POLICY HAS BEEN IN FORCE AT LEAST THE MINIMUM *
      * DAYS, SO A STATE'S NEW-BUSINESS PERIOD IS A ZERO-DAY RULE AND  *
      * ITS LONGER PERIOD A SECOND RULE AT, E.G., 60 DAYS.  MAIL DAYS  *
      * ARE ADDED WHERE THE STATUTE ALLOWS FOR NOTICE IN THE POST.     *
      *----------------------------------------------------------------*
       01  NOTICE-PERIOD-RECORD.
           05 NTP-STATE                PIC X(2).
              88 NTP-ANY-STATE         VALUE '**'.
           05 FILLER                   PIC X VALUE SPACE.
           05 NTP-REASON               PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 NTP-POLICY-TYPE          PIC X(1).
              88 NTP-ANY-POLICY-TYPE   VALUE '*'.
           05 FILLER                   PIC X VALUE SPACE.
           05 NTP-MIN-DAYS-IN-FORCE    PIC 9(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 NTP-NOTICE-DAYS          PIC 9(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 NTP-MAIL-DAYS            PIC 9(2).
