      *One record per square on a named standard route, keyed on the
      *route name plus the square's place along it, so a route's
      *squares come back in sailing order from one START. Every
      *square is a GRIDMST square proven through CHKGRID. Maintained
      *by ROUTEMST; SAILSCHD offers a route's squares as the default
      *waypoints of a sailing.
       01 STANDARD-ROUTE-RECORD.
           05 RTE-KEY.
                10 RTE-NAME PIC X(20).
                10 RTE-SEQ PIC 99.
           05 RTE-GRID-SQUARE PIC X(6).
