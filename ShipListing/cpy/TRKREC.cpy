      *The enemy track record: one row per enemy unit per nightly
      *ENMTRACK run, keyed by ENM-UID and the date the track was
      *built, so a unit's estimates accumulate night by night. It
      *holds the span of sightings chained into the track, where
      *she was last seen, the course and speed estimated from her
      *last two days' positions, and her projected square at 0800
      *next morning with the radius of the confidence band round it.
       01 ENEMY-TRACK-RECORD.
           05 TRK-KEY.
                10 TRK-ENM-UID PIC X(12).
                10 TRK-BUILT-DATE PIC X(8).
           05 TRK-SIGHTINGS PIC 9(3).
           05 TRK-FIRST-DATE PIC X(8).
           05 TRK-LAST-DATE PIC X(8).
           05 TRK-LAST-SQUARE PIC X(6).
      *Y = course and speed estimated; N = one day's sightings only,
      *or an implausible run between them, and no estimate made
           05 TRK-COURSE-KNOWN PIC X(1).
           05 TRK-COURSE PIC 9(3).
           05 TRK-SPEED-KN PIC 99V9.
           05 TRK-PROJ-DATE PIC X(8).
           05 TRK-PROJ-TIME PIC X(4).
           05 TRK-PROJ-POSITION PIC X(12).
           05 TRK-PROJ-SQUARE PIC X(6).
           05 TRK-BAND-NM PIC 9(4).
