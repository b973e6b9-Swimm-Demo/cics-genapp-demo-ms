       01  WS-WEATHER-FACTOR           PIC V99 VALUE 0.90.
       01  WS-LIABILITY-FACTOR         PIC V99 VALUE 0.70.

      *    Premium calculation worksheet the rating run may ask for.
           COPY PREMWKT.

       01  WS-WKS-RUNNING              PIC S9(9)V99.
       01  WS-WKS-PERIL                PIC X(2).
       01  WS-WKS-PERIL-UNITS          PIC 9(4).
       01  WS-WKS-FACTOR               PIC V99.
       01  WS-WKS-PREMIUM              PIC 9(8)V99.

       LINKAGE SECTION.
       01  LK-RISK-SCORE               PIC 999.
       01  LK-FIRE-PERIL               PIC 9(4).
           PERFORM GET-RISK-FACTORS
           PERFORM CALCULATE-VERDICT
           PERFORM CALCULATE-PREMIUMS
           IF PWK-RECORDING
               PERFORM RECORD-BASIC-WORKSHEET
           END-IF
           GOBACK.
       
       GET-RISK-FACTORS.
           COMPUTE LK-TOTAL-PREMIUM =
             LK-FIRE-PREMIUM + LK-CRIME-PREMIUM +
             LK-FLOOD-PREMIUM + LK-WEATHER-PREMIUM +
             LK-LIABILITY-PREMIUM. 

      *----------------------------------------------------------------*
      * WORKSHEET STEPS FOR THE BASIC RATING: THE RISK SCORE AND THE   *
      * MULTI-PERIL DISCOUNT FACTOR, THEN EACH SELECTED PERIL'S        *
      * PREMIUM AS SCORE X PERIL UNITS X PERIL FACTOR X DISCOUNT.      *
      *----------------------------------------------------------------*
       RECORD-BASIC-WORKSHEET.
           MOVE ZERO TO WS-WKS-RUNNING

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'BASIC RATING RISK SCORE' TO PWK-NEW-DESCRIPTION
           MOVE LK-RISK-SCORE TO PWK-NEW-FACTOR
           PERFORM ADD-WORKSHEET-STEP

           INITIALIZE PWK-NEW-STEP
           MOVE 'I' TO PWK-NEW-TYPE
           MOVE 'MULTI-PERIL DISCOUNT FACTOR' TO PWK-NEW-DESCRIPTION
           MOVE LK-DISC-FACT TO PWK-NEW-FACTOR
           PERFORM ADD-WORKSHEET-STEP

           MOVE 'FI' TO WS-WKS-PERIL
           MOVE LK-FIRE-PERIL TO WS-WKS-PERIL-UNITS
           MOVE WS-FIRE-FACTOR TO WS-WKS-FACTOR
           MOVE LK-FIRE-PREMIUM TO WS-WKS-PREMIUM
           PERFORM RECORD-BASIC-PERIL

           MOVE 'CR' TO WS-WKS-PERIL
           MOVE LK-CRIME-PERIL TO WS-WKS-PERIL-UNITS
           MOVE WS-CRIME-FACTOR TO WS-WKS-FACTOR
           MOVE LK-CRIME-PREMIUM TO WS-WKS-PREMIUM
           PERFORM RECORD-BASIC-PERIL

           MOVE 'FL' TO WS-WKS-PERIL
           MOVE LK-FLOOD-PERIL TO WS-WKS-PERIL-UNITS
           MOVE WS-FLOOD-FACTOR TO WS-WKS-FACTOR
           MOVE LK-FLOOD-PREMIUM TO WS-WKS-PREMIUM
           PERFORM RECORD-BASIC-PERIL

           MOVE 'WE' TO WS-WKS-PERIL
           MOVE LK-WEATHER-PERIL TO WS-WKS-PERIL-UNITS
           MOVE WS-WEATHER-FACTOR TO WS-WKS-FACTOR
           MOVE LK-WEATHER-PREMIUM TO WS-WKS-PREMIUM
           PERFORM RECORD-BASIC-PERIL

           MOVE 'LI' TO WS-WKS-PERIL
           MOVE LK-LIABILITY-PERIL TO WS-WKS-PERIL-UNITS
           MOVE WS-LIABILITY-FACTOR TO WS-WKS-FACTOR
           MOVE LK-LIABILITY-PREMIUM TO WS-WKS-PREMIUM
           PERFORM RECORD-BASIC-PERIL.

       RECORD-BASIC-PERIL.
           IF WS-WKS-PERIL-UNITS > 0
               INITIALIZE PWK-NEW-STEP
               MOVE 'P' TO PWK-NEW-TYPE
               MOVE WS-WKS-PERIL TO PWK-NEW-PERIL
               MOVE 'SCORE X UNITS X FACTOR X DISC' TO
                    PWK-NEW-DESCRIPTION
               COMPUTE PWK-NEW-BASIS =
                   LK-RISK-SCORE * WS-WKS-PERIL-UNITS
               MOVE WS-WKS-FACTOR TO PWK-NEW-FACTOR
               MOVE WS-WKS-PREMIUM TO PWK-NEW-AMOUNT
               ADD WS-WKS-PREMIUM TO WS-WKS-RUNNING
               MOVE WS-WKS-RUNNING TO PWK-NEW-RUNNING-PREM
               PERFORM ADD-WORKSHEET-STEP
           END-IF.

       ADD-WORKSHEET-STEP.
           MOVE 'LGAPDB03' TO PWK-NEW-PROGRAM
           IF PWK-NEW-INFO-STEP
               MOVE WS-WKS-RUNNING TO PWK-NEW-RUNNING-PREM
           END-IF
           IF PWK-STEP-COUNT < 150
               ADD 1 TO PWK-STEP-COUNT
               MOVE PWK-NEW-STEP TO PWK-STEP (PWK-STEP-COUNT)
           ELSE
               MOVE 'Y' TO PWK-OVERFLOW-IND
           END-IF.
