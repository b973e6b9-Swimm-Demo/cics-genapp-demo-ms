      *    credit applied.
           05 FILLER                   PIC X VALUE SPACE.
           05 RSK-MITIGATION-CREDIT    PIC Z9.99.
      *    Premium credit taken per peril for the deductibles carried,
      *    from the deductible credit table; zero where no credit
      *    applied or the enhanced rating was not run.
           05 FILLER                   PIC X VALUE SPACE.
           05 RSK-FIRE-DED-CREDIT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RSK-CRIME-DED-CREDIT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RSK-FLOOD-DED-CREDIT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RSK-WEATHER-DED-CREDIT   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RSK-EQ-DED-CREDIT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 RSK-TOTAL-DED-CREDIT     PIC ZZ,ZZZ,ZZ9.99.
