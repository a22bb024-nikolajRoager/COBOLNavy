      *One record per waypoint of a sailing, keyed on the TF-ID of
      *the SAILSCH record plus the waypoint's place along the track,
      *with the GMT date and time the force is planned to pass it.
      *Written by SAILSCHD when the schedule is saved; SITPLOT reads
      *it to put a force at sea in the square it should be in today.
       01 SAILING-WAYPOINT-RECORD.
           05 WPT-KEY.
                10 WPT-TF-ID PIC X(8).
                10 WPT-SEQ PIC 99.
           05 WPT-GRID-SQUARE PIC X(6).
           05 WPT-PLANNED-DATE PIC X(8).
           05 WPT-PLANNED-TIME PIC X(4).
      *The standard route the waypoint was taken from on ROUTEDT;
      *spaces on a sailing keyed without one
           05 WPT-ROUTE-NAME PIC X(20).
      *R = the route's own square, O = the route overridden or
      *added to for this sailing
           05 WPT-SOURCE PIC X(1).
