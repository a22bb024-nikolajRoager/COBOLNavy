      *'Operational', or in a refit running past the departure date,
      *is flagged here at the desk instead of being discovered on
      *the quay. The departure port is validated against the
      *PORTMSTR master and the dates through CHKDATE. The weather
      *held by grid square (WXREP) is looked up through CHKWX for
      *the departure and destination ports' squares, and a gale
      *anywhere in the sailing window counts as a conflict. Each
      *warship member's company is put through CHKLEAVE for the
      *departure date, and a ship with more than the allowed share
      *of her men on leave that day counts as a conflict too; the
      *men to bring back are listed by LEAVRCL. The same two ports'
      *squares are put through CHKSUBP against the SUBPTRL register
      *of our own submarines' patrol boxes, and a force that would
      *be in a box while a boat holds it counts as a conflict.
      *When the route runs through a live minefield, every warship
      *member's degaussing certificate is put through CHKDG for the
      *arrival date, and a hull with no certificate, a failed one,
      *or one lapsing before she arrives counts as a conflict.
      *A swept channel on CHNREG joining the two ports is put
      *through CHKCHNL for the departure date, and a channel closed,
      *never swept, or overdue its re-sweep counts as a conflict.
      *A destination flagged neutral on PORTMSTR is put through
      *CHKNEUT for every warship member and the ETA; a member with
      *no NEUTCLR visit clearance covering that arrival is not a
      *conflict to be waved through but a refusal, and the schedule
      *is not saved.
      *The ETA is proven at the slowest member's speed, and a member
      *with an open OPDEF on the departure date goes into that at
      *the speed limit the defect sets (GETOPDF), not her design
      *speed.
      *A sailing may be given a standard route off ROUTEDT, whose
      *GRIDMST squares become its waypoints, each square open to be
      *overridden and more added for this sailing alone, with the
      *GMT date and time the force is planned to pass each one. The
      *weather and patrol checks are then run for every waypoint
      *square on its planned date as well as for the two ports, a
      *live minefield in any waypoint's theatre is on the route,
      *and the waypoints go on SAILWPT with the schedule, where
      *SITPLOT finds them to plot the force at sea.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           SELECT MINEFIELD-OVERRIDES ASSIGN TO MNFOVRD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVR-FILE-STATUS.
      *The standard routes, maintained by ROUTEMST, and the sailing's
      *own waypoints, replaced here whenever the schedule is saved
           SELECT STANDARD-ROUTES ASSIGN TO ROUTEDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTE-KEY
           FILE STATUS IS WS-RTE-FILE-STATUS.
           SELECT SAILING-WAYPOINTS ASSIGN TO SAILWPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WPT-KEY
           FILE STATUS IS WS-WPT-FILE-STATUS.
      *The grid-square master, read for a waypoint square's theatre
           SELECT GRID-SQUARES ASSIGN TO GRIDDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GRD-SQUARE
           FILE STATUS IS WS-GRD-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *Grade of bunker fuel the port can issue: FO = fuel oil,
      *COAL = coal, BOTH = both; spaces on old records mean FO
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
       FD  MERCHANT-VESSELS.
       COPY MERCHDT.
       FD  PORT-DISTANCES.
           05 OVR-OPERATOR PIC X(12).
           05 OVR-DATE PIC X(8).
           05 OVR-TIME PIC X(8).
       FD  STANDARD-ROUTES.
       COPY RTEREC.
       FD  SAILING-WAYPOINTS.
       COPY WPTREC.
       FD  GRID-SQUARES.
       01 GRID-SQUARE-RECORD.
           05 GRD-SQUARE PIC X(6).
           05 GRD-NAME PIC X(25).
           05 GRD-THEATRE PIC X(20).
      *Chart position of the square's centre in degrees and
      *minutes; hemisphere spaces on squares never plotted
           05 GRD-LAT-DEG PIC 99.
           05 GRD-LAT-MIN PIC 99.
           05 GRD-LAT-HEMI PIC X(1).
           05 GRD-LON-DEG PIC 9(3).
           05 GRD-LON-MIN PIC 99.
           05 GRD-LON-HEMI PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-OVERRIDE-OPERATOR PIC X(12).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-ROUTE-THEATRE PIC X(20).
       01 WS-RTE-FILE-STATUS PIC XX.
       01 WS-RTE-AVAILABLE PIC X VALUE 'n'.
       01 WS-WPT-FILE-STATUS PIC XX.
       01 WS-WPT-AVAILABLE PIC X VALUE 'n'.
       01 WS-GRD-FILE-STATUS PIC XX.
       01 WS-GRD-AVAILABLE PIC X VALUE 'n'.
      *The sailing's track as keyed: each waypoint's square, the
      *square's theatre off GRIDMST, the GMT date and time it is
      *planned to be passed, and R (off the standard route) or O
      *(overridden or added for this sailing)
       01 WS-ROUTE-NAME PIC X(20).
       01 WS-WPT-TABLE.
           05 WS-WPT-ENTRY OCCURS 30 TIMES.
                10 WS-WPT-SQUARE PIC X(6).
                10 WS-WPT-THEATRE PIC X(20).
                10 WS-WPT-DATE PIC X(8).
                10 WS-WPT-TIME PIC X(4).
                10 WS-WPT-SOURCE PIC X(1).
       01 WS-WPT-COUNT PIC 99 VALUE 0.
       01 WS-WPT-IDX PIC 99.
       01 WS-WPT-MORE PIC X.
       01 WS-WPT-TIME-OK PIC X.
       01 WS-WPT-STAMP PIC X(12).
       01 WS-WPT-PREV-STAMP PIC X(12).
       01 WS-WPT-WRITTEN PIC 99.
       01 WS-MNF-ON-ROUTE PIC X.
      *The dates a weather or patrol check covers: the whole sailing
      *for a port, the planned date alone for a waypoint
       01 WS-WINDOW-FROM PIC X(8).
       01 WS-WINDOW-TO PIC X(8).
      *The live fields the entered route intersects, held so the
      *override log can say exactly which warnings were accepted
       01 WS-MNF-HIT-TABLE.
      *checked: the convoy's speed of advance for the ETA proof
       01 WS-SLOWEST-KN PIC 99V99.
       01 WS-SLOWEST-SET PIC X.
       01 WS-MEMBER-SPEED-KN PIC 99V99.
      *Common OPDEF restriction plumbing; see GETOPDF
       01 WS-OPD-RESULT PIC X(1).
       01 WS-OPD-OPEN-COUNT PIC 9(2).
       01 WS-OPD-SPEED-LIMIT-KN PIC 99V99.
       01 WS-OPD-RADAR-OUT PIC X(1).
       01 WS-OPD-SONAR-OUT PIC X(1).
       01 WS-OPD-MAIN-GUNS-OUT PIC 9(3).
       01 WS-OPD-SECONDARY-GUNS-OUT PIC 9(3).
       01 WS-PASSAGE-NM PIC 9(5).
       01 WS-DAYS-AVAILABLE PIC S9(5).
       01 WS-DAYS-REQUIRED PIC 9(5).
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common heavy-weather plumbing; see CHKWX
       01 WS-WX-PORT PIC X(25).
       01 WS-WX-SQUARE PIC X(6).
       01 WS-WX-RESULT PIC X(1).
       01 WS-WX-WORST-FORCE PIC 99.
       01 WS-WX-GALE-DATE PIC X(8).
      *Common leave-state plumbing; see CHKLEAVE
       01 WS-LVE-RESULT PIC X(1).
       01 WS-LVE-BORNE PIC 9(4).
       01 WS-LVE-ON-LEAVE PIC 9(4).
       01 WS-LVE-NOTED PIC X VALUE 'N'.
      *Common friendly-submarine plumbing; see CHKSUBP
       01 WS-SBP-PORT PIC X(25).
       01 WS-SBP-SQUARE PIC X(6).
       01 WS-SBP-RESULT PIC X(1).
       01 WS-SBP-SUB-UID PIC X(12).
       01 WS-SBP-STATION-FROM PIC X(8).
       01 WS-SBP-STATION-TO PIC X(8).
      *Common degaussing-certificate plumbing; see CHKDG
       01 WS-DG-RESULT PIC X(1).
       01 WS-DG-RANGED-DATE PIC X(8).
       01 WS-DG-RANGE-STATION PIC X(25).
       01 WS-DG-EXPIRY-DATE PIC X(8).
       01 WS-DG-NOTED PIC X VALUE 'N'.
      *Common swept-channel plumbing; see CHKCHNL
       01 WS-CHN-RESULT PIC X(1).
       01 WS-CHN-ID PIC X(10).
       01 WS-CHN-LAST-SWEPT PIC X(8).
      *Common neutral-port clearance plumbing; see CHKNEUT. M marks
      *a merchant member, not looked at
       01 WS-NCL-RESULT PIC X(1).
       01 WS-NCL-REFERENCE PIC X(15).
       01 WS-NCL-MAX-STAY-HOURS PIC 9(3).
       01 WS-NCL-REFUSED-COUNT PIC 9(3) VALUE 0.
       01 WS-NCL-NOTED PIC X VALUE 'N'.
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
      *Common time-zone plumbing; see CNVZONE
       01 WS-CNV-DIRECTION PIC X(1).
       01 WS-CNV-DATE PIC X(8).
       01 WS-CNV-ZONED-TIME.
           05 WS-CNV-TIME PIC X(4).
           05 WS-CNV-ZONE PIC X(1).
       01 WS-CNV-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
               DISPLAY 'WARNING: MINEFLD NOT AVAILABLE, MINEFIELD '
                  'CHECK SKIPPED'
           END-IF.
           OPEN INPUT STANDARD-ROUTES.
           IF WS-RTE-FILE-STATUS = '00' OR WS-RTE-FILE-STATUS = '97'
               MOVE 'y' TO WS-RTE-AVAILABLE
           END-IF.
           OPEN INPUT GRID-SQUARES.
           IF WS-GRD-FILE-STATUS = '00' OR WS-GRD-FILE-STATUS = '97'
               MOVE 'y' TO WS-GRD-AVAILABLE
           END-IF.
           OPEN I-O SAILING-WAYPOINTS.
           IF WS-WPT-FILE-STATUS = '35'
               OPEN OUTPUT SAILING-WAYPOINTS
               CLOSE SAILING-WAYPOINTS
               OPEN I-O SAILING-WAYPOINTS
           END-IF.
           IF WS-WPT-FILE-STATUS = '00' OR WS-WPT-FILE-STATUS = '97'
               MOVE 'y' TO WS-WPT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: SAILWPT NOT AVAILABLE, WAYPOINTS '
                  'NOT KEYED, STATUS ' WS-WPT-FILE-STATUS
           END-IF.
           PERFORM ADD-OR-UPDATE-SCHEDULE.
           CLOSE SAILING-SCHEDULE.
           CLOSE TASK-FORCE.
           IF WS-MNF-AVAILABLE = 'y'
               CLOSE MINEFIELDS
           END-IF.
           IF WS-RTE-AVAILABLE = 'y'
               CLOSE STANDARD-ROUTES
           END-IF.
           IF WS-GRD-AVAILABLE = 'y'
               CLOSE GRID-SQUARES
           END-IF.
           IF WS-WPT-AVAILABLE = 'y'
               CLOSE SAILING-WAYPOINTS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-SCHEDULE.
           PERFORM LOAD-SCHEDULE.
           IF WS-WPT-AVAILABLE = 'y'
               PERFORM LOAD-ROUTE
           END-IF.
           PERFORM CHECK-FORCE-AVAILABILITY.
           PERFORM CHECK-ETA-FEASIBILITY.
           PERFORM CHECK-MINEFIELDS.
           PERFORM CHECK-DEGAUSSING.
           PERFORM CHECK-SWEPT-CHANNEL.
           PERFORM CHECK-WEATHER.
           PERFORM CHECK-PATROL-AREAS.
           PERFORM CHECK-NEUTRAL-CLEARANCES.
           IF WS-NCL-REFUSED-COUNT > 0
               DISPLAY WS-NCL-REFUSED-COUNT ' MEMBER(S) WITHOUT A '
                  'VISIT CLEARANCE FOR NEUTRAL PORT ' WS-DESTINATION
               DISPLAY 'SCHEDULE NOT SAVED'
               GOBACK
           END-IF.
           IF WS-CONFLICT-COUNT > 0
               DISPLAY WS-CONFLICT-COUNT ' CONFLICT(S) FLAGGED. '
                  'Schedule anyway? Y/N: '
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
               IF WS-WPT-AVAILABLE = 'y'
                   PERFORM STRIKE-OLD-WAYPOINTS
                   PERFORM WRITE-WAYPOINTS
               END-IF
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-ETA.

      *The track: a standard route's squares in order, each one kept
      *or overridden, then any squares added for this sailing alone,
      *then the planned GMT date and time at each waypoint
       LOAD-ROUTE.
           MOVE 0 TO WS-WPT-COUNT.
           MOVE SPACES TO WS-ROUTE-NAME.
           IF WS-RTE-AVAILABLE = 'y'
               DISPLAY 'Enter standard route, 20 chars, blank for '
                  'none: '
               ACCEPT WS-ROUTE-NAME
               PERFORM UNTIL WS-ROUTE-NAME = SPACES
                  OR WS-WPT-COUNT > 0
                   PERFORM LOAD-STANDARD-ROUTE
                   IF WS-WPT-COUNT = 0
                       DISPLAY 'NO ROUTE ' WS-ROUTE-NAME ' ON ROUTEDT,'
                          ' RE-ENTER (BLANK FOR NONE): '
                       ACCEPT WS-ROUTE-NAME
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-WPT-IDX FROM 1 BY 1
               UNTIL WS-WPT-IDX > WS-WPT-COUNT
               PERFORM OVERRIDE-ONE-WAYPOINT
           END-PERFORM.
           MOVE 'y' TO WS-WPT-MORE.
           PERFORM UNTIL WS-WPT-MORE NOT = 'y'
               DISPLAY 'Enter added waypoint square, 6 chars, blank '
                  'to stop: '
               ACCEPT WS-CHK-SQUARE
               IF WS-CHK-SQUARE NOT = SPACES
                   PERFORM CHECK-GRID-SQUARE
               END-IF
               IF WS-CHK-SQUARE = SPACES
                   MOVE 'n' TO WS-WPT-MORE
               ELSE
                   IF WS-WPT-COUNT = 30
                       DISPLAY 'TRACK IS FULL AT 30 WAYPOINTS, '
                          WS-CHK-SQUARE ' IGNORED'
                       MOVE 'n' TO WS-WPT-MORE
                   ELSE
                       ADD 1 TO WS-WPT-COUNT
                       MOVE WS-WPT-COUNT TO WS-WPT-IDX
                       MOVE 'O' TO WS-WPT-SOURCE(WS-WPT-IDX)
                       PERFORM SET-WAYPOINT-SQUARE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE LOW-VALUES TO WS-WPT-PREV-STAMP.
           PERFORM VARYING WS-WPT-IDX FROM 1 BY 1
               UNTIL WS-WPT-IDX > WS-WPT-COUNT
               PERFORM LOAD-WAYPOINT-TIME
           END-PERFORM.

       LOAD-STANDARD-ROUTE.
           MOVE WS-ROUTE-NAME TO RTE-NAME.
           MOVE 0 TO RTE-SEQ.
           MOVE 'N' TO WS-EOF.
           START STANDARD-ROUTES KEY >= RTE-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDARD-ROUTES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RTE-NAME NOT = WS-ROUTE-NAME
                          OR WS-WPT-COUNT = 30
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-WPT-COUNT
                           MOVE WS-WPT-COUNT TO WS-WPT-IDX
                           MOVE 'R' TO WS-WPT-SOURCE(WS-WPT-IDX)
                           MOVE RTE-GRID-SQUARE TO WS-CHK-SQUARE
                           PERFORM SET-WAYPOINT-SQUARE
                       END-IF
               END-READ
           END-PERFORM.

       OVERRIDE-ONE-WAYPOINT.
           DISPLAY 'Waypoint ' WS-WPT-IDX ' is '
              WS-WPT-SQUARE(WS-WPT-IDX)
              ', blank keeps it or enter new square: '.
           ACCEPT WS-CHK-SQUARE.
           IF WS-CHK-SQUARE NOT = SPACES
               PERFORM CHECK-GRID-SQUARE
               IF WS-CHK-SQUARE NOT = SPACES
                   MOVE 'O' TO WS-WPT-SOURCE(WS-WPT-IDX)
                   PERFORM SET-WAYPOINT-SQUARE
               END-IF
           END-IF.

      *Files the square in WS-CHK-SQUARE at waypoint WS-WPT-IDX with
      *its theatre off GRIDMST, spaces when the master can't say
       SET-WAYPOINT-SQUARE.
           MOVE WS-CHK-SQUARE TO WS-WPT-SQUARE(WS-WPT-IDX).
           MOVE SPACES TO WS-WPT-THEATRE(WS-WPT-IDX).
           IF WS-GRD-AVAILABLE = 'y'
               MOVE WS-CHK-SQUARE TO GRD-SQUARE
               READ GRID-SQUARES RECORD KEY GRD-SQUARE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GRD-THEATRE TO WS-WPT-THEATRE(WS-WPT-IDX)
               END-READ
           END-IF.

      *A waypoint is passed inside the sailing window and no sooner
      *than the one before it
       LOAD-WAYPOINT-TIME.
           MOVE 'n' TO WS-WPT-TIME-OK.
           PERFORM UNTIL WS-WPT-TIME-OK = 'y'
               DISPLAY 'Waypoint ' WS-WPT-IDX ' '
                  WS-WPT-SQUARE(WS-WPT-IDX)
                  ', enter planned date, CCYYMMDD: '
               ACCEPT WS-CHK-DATE
               MOVE 'Y' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               DISPLAY 'Enter planned time, HHMMZ: '
               ACCEPT WS-CNV-ZONED-TIME
               MOVE WS-CHK-DATE TO WS-CNV-DATE
               PERFORM CHECK-ZONED-TIME
               STRING WS-CNV-DATE WS-CNV-TIME
                  DELIMITED BY SIZE INTO WS-WPT-STAMP
               END-STRING
               IF WS-CNV-DATE < WS-DEP-DATE OR WS-CNV-DATE > WS-ETA
                   DISPLAY 'GMT DATE ' WS-CNV-DATE ' IS OUTSIDE THE '
                      'SAILING, ' WS-DEP-DATE ' TO ' WS-ETA
               ELSE
                   IF WS-WPT-STAMP < WS-WPT-PREV-STAMP
                       DISPLAY 'PLANNED BEFORE THE WAYPOINT AHEAD OF '
                          'IT, ' WS-WPT-PREV-STAMP
                   ELSE
                       MOVE 'y' TO WS-WPT-TIME-OK
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CNV-DATE TO WS-WPT-DATE(WS-WPT-IDX).
           MOVE WS-CNV-TIME TO WS-WPT-TIME(WS-WPT-IDX).
           MOVE WS-WPT-STAMP TO WS-WPT-PREV-STAMP.

      *Re-prompts through the shared CHKGRID subprogram until the
      *square is one the GRIDMST master carries; blank withdraws it
       CHECK-GRID-SQUARE.
           CALL 'CHKGRID' USING WS-CHK-SQUARE, WS-CHK-GRID-RESULT.
           PERFORM UNTIL WS-CHK-GRID-RESULT = 'Y'
              OR WS-CHK-GRID-RESULT = 'U'
              OR WS-CHK-SQUARE = SPACES
               DISPLAY 'UNRECOGNIZED GRID SQUARE ' WS-CHK-SQUARE
                  ', RE-ENTER (BLANK TO WITHDRAW): '
               ACCEPT WS-CHK-SQUARE
               CALL 'CHKGRID' USING WS-CHK-SQUARE,
                  WS-CHK-GRID-RESULT
           END-PERFORM.
           IF WS-CHK-GRID-RESULT = 'U'
               DISPLAY 'WARNING: GRID MASTER NOT AVAILABLE, SQUARE '
                  'STORED UNPROVEN'
           END-IF.

      *Re-prompts through the shared CNVZONE subprogram until the
      *time and zone letter are real ones, leaving WS-CNV-DATE and
      *WS-CNV-TIME moved onto GMT
       CHECK-ZONED-TIME.
           MOVE 'G' TO WS-CNV-DIRECTION.
           CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-CNV-ZONE,
              WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT.
           PERFORM UNTIL WS-CNV-RESULT = 'Y'
               DISPLAY 'INVALID TIME OR ZONE ' WS-CNV-ZONED-TIME
                  ', RE-ENTER HHMMZ: '
               ACCEPT WS-CNV-ZONED-TIME
               CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-CNV-ZONE,
                  WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT
           END-PERFORM.

      *The waypoints are re-keyed whole with the schedule, so any
      *already on file for the force are struck first
       STRIKE-OLD-WAYPOINTS.
           MOVE WS-TF-ID TO WPT-TF-ID.
           MOVE 0 TO WPT-SEQ.
           MOVE 'N' TO WS-EOF.
           START SAILING-WAYPOINTS KEY >= WPT-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SAILING-WAYPOINTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WPT-TF-ID NOT = WS-TF-ID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DELETE SAILING-WAYPOINTS RECORD
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-WAYPOINTS.
           MOVE 0 TO WS-WPT-WRITTEN.
           PERFORM VARYING WS-WPT-IDX FROM 1 BY 1
               UNTIL WS-WPT-IDX > WS-WPT-COUNT
               MOVE WS-TF-ID TO WPT-TF-ID
               MOVE WS-WPT-IDX TO WPT-SEQ
               MOVE WS-WPT-SQUARE(WS-WPT-IDX) TO WPT-GRID-SQUARE
               MOVE WS-WPT-DATE(WS-WPT-IDX) TO WPT-PLANNED-DATE
               MOVE WS-WPT-TIME(WS-WPT-IDX) TO WPT-PLANNED-TIME
               MOVE WS-ROUTE-NAME TO WPT-ROUTE-NAME
               MOVE WS-WPT-SOURCE(WS-WPT-IDX) TO WPT-SOURCE
               WRITE SAILING-WAYPOINT-RECORD
               IF WS-WPT-FILE-STATUS = '00'
                   ADD 1 TO WS-WPT-WRITTEN
               ELSE
                   DISPLAY 'ERROR: WAYPOINT ' WS-WPT-IDX
                      ' NOT WRITTEN, STATUS ' WS-WPT-FILE-STATUS
               END-IF
           END-PERFORM.
           DISPLAY WS-WPT-WRITTEN ' WAYPOINT(S) ON SAILWPT'.

      *Every member row on TSKFRCM checked against the master and the
      *refit file; conflicts are counted and shown, the decision
      *stays with the operator
                       DISPLAY '  *** ' UID ' ' SHIP-NAME ' IS '
                          SHIP-STATUS ' AT SCHEDULING TIME'
                   END-IF
                   PERFORM APPLY-MEMBER-OPDEFS
                   IF WS-MEMBER-SPEED-KN < WS-SLOWEST-KN
                       MOVE WS-MEMBER-SPEED-KN TO WS-SLOWEST-KN
                   END-IF
                   MOVE 'Y' TO WS-SLOWEST-SET
                   IF WS-REFIT-AVAILABLE = 'y'
                       PERFORM CHECK-MEMBER-REFITS
                   END-IF
                   PERFORM CHECK-MEMBER-LEAVE
               END-READ
           END-IF.

      *A defect open on sailing day holds her to its speed limit for
      *the passage; the planner is told, but it is not a conflict in
      *itself -- the ETA proof decides whether the window still holds
       APPLY-MEMBER-OPDEFS.
           MOVE SHIP-SPEED-KN TO WS-MEMBER-SPEED-KN.
           CALL 'GETOPDF' USING WS-MEMBER-UID, WS-DEP-DATE,
              WS-OPD-RESULT, WS-OPD-OPEN-COUNT, WS-OPD-SPEED-LIMIT-KN,
              WS-OPD-RADAR-OUT, WS-OPD-SONAR-OUT,
              WS-OPD-MAIN-GUNS-OUT, WS-OPD-SECONDARY-GUNS-OUT.
           IF WS-OPD-RESULT = 'Y' AND WS-OPD-SPEED-LIMIT-KN > 0
              AND WS-OPD-SPEED-LIMIT-KN < WS-MEMBER-SPEED-KN
               MOVE WS-OPD-SPEED-LIMIT-KN TO WS-MEMBER-SPEED-KN
               DISPLAY '  NOTE: ' WS-MEMBER-UID ' ' SHIP-NAME
                  ' LIMITED TO ' WS-MEMBER-SPEED-KN ' KN BY OPDEF'
           END-IF.

      *Too many of her company ashore on sailing day is a conflict
      *like any other; the recall list names them. An unavailable
      *roster or ledger is noted once, not once per member
       CHECK-MEMBER-LEAVE.
           CALL 'CHKLEAVE' USING WS-MEMBER-UID, WS-DEP-DATE,
              WS-LVE-RESULT, WS-LVE-BORNE, WS-LVE-ON-LEAVE.
           EVALUATE WS-LVE-RESULT
               WHEN 'Y'
                   ADD 1 TO WS-CONFLICT-COUNT
                   DISPLAY '  *** ' WS-MEMBER-UID ' ' SHIP-NAME ' HAS '
                      WS-LVE-ON-LEAVE ' OF ' WS-LVE-BORNE
                      ' MEN ON LEAVE ON ' WS-DEP-DATE
                      ', SEE LEAVRCL'
               WHEN 'U'
                   IF WS-LVE-NOTED = 'N'
                       DISPLAY '  NOTE: CREWROST OR LEAVLDG NOT '
                          'AVAILABLE, LEAVE NOT CHECKED'
                       MOVE 'Y' TO WS-LVE-NOTED
                   END-IF
           END-EVALUATE.

       CHECK-MERCHANT-MEMBER.
           MOVE 'ZZ' TO WS-MER-FILE-STATUS.
           IF WS-MER-AVAILABLE = 'y'
              AND MNF-CLEARED-DATE <= WS-DEP-DATE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-MNF-ON-ROUTE
               IF MNF-LOCATION = WS-DEP-PORT
                  OR MNF-LOCATION = WS-DESTINATION
                  OR (WS-ROUTE-THEATRE NOT = SPACES
                     AND MNF-THEATRE = WS-ROUTE-THEATRE)
                   MOVE 'Y' TO WS-MNF-ON-ROUTE
               END-IF
               PERFORM VARYING WS-WPT-IDX FROM 1 BY 1
                   UNTIL WS-WPT-IDX > WS-WPT-COUNT
                   IF MNF-LOCATION = WS-WPT-SQUARE(WS-WPT-IDX)
                      OR (WS-WPT-THEATRE(WS-WPT-IDX) NOT = SPACES
                         AND MNF-THEATRE = WS-WPT-THEATRE(WS-WPT-IDX))
                       MOVE 'Y' TO WS-MNF-ON-ROUTE
                   END-IF
               END-PERFORM
               IF WS-MNF-ON-ROUTE = 'Y'
                   ADD 1 TO WS-CONFLICT-COUNT
                   DISPLAY '  *** ACTIVE MINEFIELD ' MNF-ID ' ('
                      MNF-LOCATION ') ON THE ROUTE, LAID '
               END-IF
           END-IF.

      *Only a route with a live field on it needs the coils: the
      *members are walked again and each warship's certificate must
      *hold until the ETA. Merchant members are the convoy staff's
      *business and are not on the register
       CHECK-DEGAUSSING.
           IF WS-MNF-HIT-COUNT > 0 AND WS-SHIPS-AVAILABLE = 'y'
               MOVE WS-TF-ID TO TFM-TF-ID
               MOVE SPACES TO TFM-MEMBER-UID
               MOVE 'N' TO WS-TFM-EOF
               START TASK-FORCE-MEMBERS KEY >= TFM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TFM-EOF
               END-START
               PERFORM UNTIL WS-TFM-EOF = 'Y'
                   READ TASK-FORCE-MEMBERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TFM-EOF
                       NOT AT END
                           IF TFM-TF-ID NOT = WS-TF-ID
                               MOVE 'Y' TO WS-TFM-EOF
                           ELSE
                               MOVE TFM-MEMBER-UID TO WS-MEMBER-UID
                               PERFORM CHECK-MEMBER-DEGAUSSING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-MEMBER-DEGAUSSING.
           MOVE WS-MEMBER-UID TO UID.
           READ ALLIED-SHIPS RECORD KEY UID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               CALL 'CHKDG' USING WS-MEMBER-UID, WS-ETA,
                  WS-DG-RESULT, WS-DG-RANGED-DATE,
                  WS-DG-RANGE-STATION, WS-DG-EXPIRY-DATE
               EVALUATE WS-DG-RESULT
                   WHEN 'N'
                       ADD 1 TO WS-CONFLICT-COUNT
                       DISPLAY '  *** ' WS-MEMBER-UID ' ' SHIP-NAME
                          ' HAS NO DEGAUSSING CERTIFICATE, ROUTE IS '
                          'MINED'
                   WHEN 'F'
                       ADD 1 TO WS-CONFLICT-COUNT
                       DISPLAY '  *** ' WS-MEMBER-UID ' ' SHIP-NAME
                          ' FAILED DEGAUSSING RANGING '
                          WS-DG-RANGED-DATE ', ROUTE IS MINED'
                   WHEN 'L'
                       ADD 1 TO WS-CONFLICT-COUNT
                       DISPLAY '  *** ' WS-MEMBER-UID ' ' SHIP-NAME
                          ' DEGAUSSING CERTIFICATE EXPIRES '
                          WS-DG-EXPIRY-DATE ' BEFORE ETA, ROUTE IS '
                          'MINED'
                   WHEN 'U'
                       IF WS-DG-NOTED = 'N'
                           DISPLAY '  NOTE: DGREG NOT AVAILABLE, '
                              'DEGAUSSING NOT CHECKED'
                           MOVE 'Y' TO WS-DG-NOTED
                       END-IF
               END-EVALUATE
           END-READ.

      *A neutral destination is a diplomatic matter, not a risk the
      *desk can accept: every warship member must hold a clearance
      *whose arrival window covers the ETA. Merchant members are not
      *on ALLSHPS and sail under their own flag's arrangements
       CHECK-NEUTRAL-CLEARANCES.
           MOVE WS-TF-ID TO TFM-TF-ID.
           MOVE SPACES TO TFM-MEMBER-UID.
           MOVE 'N' TO WS-TFM-EOF.
           START TASK-FORCE-MEMBERS KEY >= TFM-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TFM-EOF
           END-START.
           PERFORM UNTIL WS-TFM-EOF = 'Y'
               READ TASK-FORCE-MEMBERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TFM-EOF
                   NOT AT END
                       IF TFM-TF-ID NOT = WS-TF-ID
                           MOVE 'Y' TO WS-TFM-EOF
                       ELSE
                           MOVE TFM-MEMBER-UID TO WS-MEMBER-UID
                           PERFORM CHECK-MEMBER-CLEARANCE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-MEMBER-CLEARANCE.
           MOVE SPACES TO SHIP-NAME.
           MOVE 'Y' TO WS-NCL-RESULT.
           IF WS-SHIPS-AVAILABLE = 'y'
               MOVE WS-MEMBER-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   MOVE 'M' TO WS-NCL-RESULT
               END-READ
           END-IF.
           IF WS-NCL-RESULT NOT = 'M'
               CALL 'CHKNEUT' USING WS-MEMBER-UID, WS-DESTINATION,
                  WS-ETA, WS-NCL-RESULT, WS-NCL-REFERENCE,
                  WS-NCL-MAX-STAY-HOURS
               EVALUATE WS-NCL-RESULT
                   WHEN 'X'
                       ADD 1 TO WS-NCL-REFUSED-COUNT
                       DISPLAY '  *** ' WS-MEMBER-UID ' ' SHIP-NAME
                          ' HAS NO VISIT CLEARANCE FOR NEUTRAL PORT '
                          WS-DESTINATION ' ON ' WS-ETA
                   WHEN 'Y'
                       DISPLAY '  ' WS-MEMBER-UID ' CLEARED UNDER '
                          WS-NCL-REFERENCE ', STAY LIMIT '
                          WS-NCL-MAX-STAY-HOURS ' HOURS'
                   WHEN 'U'
                       IF WS-NCL-NOTED = 'N'
                           DISPLAY '  NOTE: NEUTCLR NOT AVAILABLE, '
                              'NEUTRAL-PORT CLEARANCE NOT CHECKED'
                           MOVE 'Y' TO WS-NCL-NOTED
                       END-IF
               END-EVALUATE
           END-IF.

      *The flotillas' own picture of the passage: a channel between
      *the ports that is not fit to use on sailing day is a conflict.
      *No channel at all is not -- most passages have none
       CHECK-SWEPT-CHANNEL.
           CALL 'CHKCHNL' USING WS-DEP-PORT, WS-DESTINATION,
              WS-DEP-DATE, WS-CHN-RESULT, WS-CHN-ID,
              WS-CHN-LAST-SWEPT.
           EVALUATE WS-CHN-RESULT
               WHEN 'X'
                   ADD 1 TO WS-CONFLICT-COUNT
                   DISPLAY '  *** SWEPT CHANNEL ' WS-CHN-ID
                      ' UNSAFE ON ' WS-DEP-DATE ', LAST SWEPT '
                      WS-CHN-LAST-SWEPT
               WHEN 'S'
                   DISPLAY '  NOTE: SWEPT CHANNEL ' WS-CHN-ID
                      ' LAST SWEPT ' WS-CHN-LAST-SWEPT
               WHEN 'U'
                   DISPLAY '  NOTE: CHNREG NOT AVAILABLE, SWEPT '
                      'CHANNELS NOT CHECKED'
           END-EVALUATE.

      *Both ends of the passage are looked up over the whole window
      *from departure to ETA: a gale forecast at either port is a
      *conflict like any other. A port with no grid square on the
      *master has no weather to look up and is only noted
       CHECK-WEATHER.
           MOVE WS-DEP-DATE TO WS-WINDOW-FROM.
           MOVE WS-ETA TO WS-WINDOW-TO.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE WS-DEP-PORT TO WS-WX-PORT
               PERFORM CHECK-PORT-WEATHER
               MOVE WS-DESTINATION TO WS-WX-PORT
               PERFORM CHECK-PORT-WEATHER
           END-IF.
           PERFORM VARYING WS-WPT-IDX FROM 1 BY 1
               UNTIL WS-WPT-IDX > WS-WPT-COUNT
               MOVE WS-WPT-SQUARE(WS-WPT-IDX) TO WS-WX-SQUARE
               MOVE SPACES TO WS-WX-PORT
               STRING 'WAYPOINT ' WS-WPT-IDX
                  DELIMITED BY SIZE INTO WS-WX-PORT
               END-STRING
               MOVE WS-WPT-DATE(WS-WPT-IDX) TO WS-WINDOW-FROM
               MOVE WS-WPT-DATE(WS-WPT-IDX) TO WS-WINDOW-TO
               PERFORM CHECK-SQUARE-WEATHER
           END-PERFORM.

       CHECK-PORT-WEATHER.
           MOVE SPACES TO WS-WX-SQUARE.
           MOVE WS-WX-PORT TO PRT-NAME.
           READ PORT-MASTER RECORD KEY PRT-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PRT-GRID-SQUARE TO WS-WX-SQUARE
           END-READ.
           PERFORM CHECK-SQUARE-WEATHER.

       CHECK-SQUARE-WEATHER.
           IF WS-WX-SQUARE = SPACES
               DISPLAY '  NOTE: NO GRID SQUARE FOR ' WS-WX-PORT
                  ', WEATHER NOT CHECKED'
           ELSE
               CALL 'CHKWX' USING WS-WX-SQUARE, WS-WINDOW-FROM,
                  WS-WINDOW-TO, WS-WX-RESULT, WS-WX-WORST-FORCE,
                  WS-WX-GALE-DATE
               EVALUATE WS-WX-RESULT
                   WHEN 'Y'
                       ADD 1 TO WS-CONFLICT-COUNT
                       DISPLAY '  *** GALE AT ' WS-WX-PORT ' ('
                          WS-WX-SQUARE ') FROM ' WS-WX-GALE-DATE
                          ', WORST FORCE ' WS-WX-WORST-FORCE
                   WHEN 'U'
                       DISPLAY '  NOTE: WXOBS NOT AVAILABLE, '
                          'WEATHER NOT CHECKED FOR ' WS-WX-PORT
               END-EVALUATE
           END-IF.

      *Both ends of the passage against the friendly patrol boxes
      *over the sailing window: a boat on station in the square is a
      *conflict, since an escort there will hunt her; one only
      *passing through on her way out or home is noted
       CHECK-PATROL-AREAS.
           MOVE WS-DEP-DATE TO WS-WINDOW-FROM.
           MOVE WS-ETA TO WS-WINDOW-TO.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE WS-DEP-PORT TO WS-SBP-PORT
               PERFORM CHECK-PORT-PATROLS
               MOVE WS-DESTINATION TO WS-SBP-PORT
               PERFORM CHECK-PORT-PATROLS
           END-IF.
           PERFORM VARYING WS-WPT-IDX FROM 1 BY 1
               UNTIL WS-WPT-IDX > WS-WPT-COUNT
               MOVE WS-WPT-SQUARE(WS-WPT-IDX) TO WS-SBP-SQUARE
               MOVE SPACES TO WS-SBP-PORT
               STRING 'WAYPOINT ' WS-WPT-IDX
                  DELIMITED BY SIZE INTO WS-SBP-PORT
               END-STRING
               MOVE WS-WPT-DATE(WS-WPT-IDX) TO WS-WINDOW-FROM
               MOVE WS-WPT-DATE(WS-WPT-IDX) TO WS-WINDOW-TO
               PERFORM CHECK-SQUARE-PATROLS
           END-PERFORM.

       CHECK-PORT-PATROLS.
           MOVE SPACES TO WS-SBP-SQUARE.
           MOVE WS-SBP-PORT TO PRT-NAME.
           READ PORT-MASTER RECORD KEY PRT-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PRT-GRID-SQUARE TO WS-SBP-SQUARE
           END-READ.
           PERFORM CHECK-SQUARE-PATROLS.

       CHECK-SQUARE-PATROLS.
           IF WS-SBP-SQUARE NOT = SPACES
               CALL 'CHKSUBP' USING WS-SBP-SQUARE, WS-WINDOW-FROM,
                  WS-WINDOW-TO, WS-SBP-RESULT, WS-SBP-SUB-UID,
                  WS-SBP-STATION-FROM, WS-SBP-STATION-TO
               EVALUATE WS-SBP-RESULT
                   WHEN 'Y'
                       ADD 1 TO WS-CONFLICT-COUNT
                       DISPLAY '  *** FRIENDLY SUBMARINE '
                          WS-SBP-SUB-UID ' ON PATROL AT ' WS-SBP-PORT
                          ' (' WS-SBP-SQUARE ') FROM '
                          WS-SBP-STATION-FROM ' TO ' WS-SBP-STATION-TO
                   WHEN 'T'
                       DISPLAY '  NOTE: FRIENDLY SUBMARINE '
                          WS-SBP-SUB-UID ' ON PASSAGE THROUGH '
                          WS-SBP-SQUARE ' IN THE SAILING WINDOW'
                   WHEN 'U'
                       DISPLAY '  NOTE: SUBPTRL NOT AVAILABLE, '
                          'PATROL AREAS NOT CHECKED FOR ' WS-SBP-PORT
               END-EVALUATE
           END-IF.

      *One override row per accepted field warning, stamped with
      *the operator who signed for the risk
       RECORD-MINEFIELD-OVERRIDE.
