      *The HF/DF bearing record: one row per bearing a station took
      *on an enemy transmission, keyed by the transmitter it was
      *taken on, then date and time of the intercept, then the
      *station, so the bearings on one transmitter come together in
      *time order for DFFIX to cross. The transmitter is its
      *identity where one is known, otherwise the frequency as
      *taken, e.g. 8640KC. Captured by DFBRG.
       01 DF-BEARING-RECORD.
           05 DFB-KEY.
                10 DFB-TRANSMITTER PIC X(12).
                10 DFB-DATE PIC X(8).
                10 DFB-TIME PIC X(4).
                10 DFB-STATION PIC X(20).
      *Degrees true from the station, 000-359
           05 DFB-BEARING PIC 9(3).
           05 DFB-FREQUENCY-KC PIC 9(5).
      *Space = not yet crossed, F = used in a fix written to
      *SIGHTNG, X = given up uncrossed once its window had passed
           05 DFB-FIX-STATE PIC X(1).
           05 DFB-FIX-DATE PIC X(8).
