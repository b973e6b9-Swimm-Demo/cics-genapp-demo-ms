      *----------------------------------------------------------------*
      * PREMIUM CALCULATION WORKSHEET (PREMWKS.DAT) -- WRITTEN BY THE  *
      * RATING RUN WHEN CONFIG.DAT CARRIES PREMIUM_WORKSHEET = Y.  ONE *
      * RECORD PER STEP OF EACH RATED POLICY'S PREMIUM, IN THE ORDER   *
      * THE STEPS WERE APPLIED, SEE PREMWKT.  STEP TYPE P CHANGED THE  *
      * PREMIUM BY THE AMOUNT SHOWN; TYPE I RECORDS A RATE, MODIFIER   *
      * OR EXPOSURE THE LATER STEPS WERE BUILT FROM.                   *
      *----------------------------------------------------------------*
       01  PREMIUM-WORKSHEET-RECORD.
           05 PWS-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-STEP-NUM             PIC ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-STEP-TYPE            PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-PROGRAM              PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-PERIL                PIC X(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-DESCRIPTION          PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-REFERENCE            PIC X(15).
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-BASIS                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-FACTOR               PIC -ZZZZ9.999999.
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 PWS-RUNNING-PREM         PIC -ZZZ,ZZZ,ZZ9.99.
