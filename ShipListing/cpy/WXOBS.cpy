      *The weather record: one row per GRIDMST grid square and date,
      *carrying wind force, sea state and visibility, either as
      *observed by a unit on the spot or as forecast by the met
      *office ahead of time. Keyed so a checker can START at a
      *square and read forward through a sailing's window of days.
      *An observation filed for a square and day replaces whatever
      *forecast stood for it, so the row always says the best we
      *know of that day's weather.
       01 WEATHER-RECORD.
           05 WX-KEY.
                10 WX-GRID-SQUARE PIC X(6).
                10 WX-DATE PIC X(8).
      *O = observed, F = forecast
           05 WX-KIND PIC X(1).
      *GMT, as WX-DATE is the GMT day
           05 WX-TIME PIC X(4).
      *Beaufort scale 0-12; force 8 and above is a gale
           05 WX-WIND-FORCE PIC 99.
      *Sea state 0 (calm, glassy) to 9 (phenomenal)
           05 WX-SEA-STATE PIC 9.
      *Visibility in nautical miles, 00 in fog
           05 WX-VISIBILITY-NM PIC 99.
           05 WX-AUTHORITY PIC X(25).
