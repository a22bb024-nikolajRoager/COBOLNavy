      *This program is the threat proximity alert: SITPLOT prints
      *the whole picture square by square, but leaves the duty
      *officer to spot which of our units has a hostile contact
      *close aboard. Every enemy or unidentified SIGHTNG contact of
      *the last 24 hours -- sightings carry a date only, so today's
      *and yesterday's -- is set against each own ship's latest
      *POSRPT position and against each SAILSCH sailing at sea
      *today, and every own unit within the alert radius of a
      *contact is listed with the contact's reliability grade and
      *age. The radius is counted in grid squares: the same square
      *always alerts, and otherwise the plotted GRIDDT centres are
      *measured against a nominal square side. A sailing has no
      *reported position, so it is placed at the last of its route
      *waypoints (SAILWPT) it was planned to have passed by now, GMT,
      *as SITPLOT plots it; a sailing with no waypoints, or not yet
      *planned to reach its first, is placed by dead reckoning along
      *the line from its departure port's square to its
      *destination's, by the share of the passage run. Convoys (a
      *force with an MV merchant among its TSKFRCM members, or a
      *merchantman reporting for herself) and damaged ships (the
      *newest DMGSTAT row still showing flooding or pumps out) head
      *the list, nearest contact first. Runs as a NIGHTRUN step and
      *may be run on demand at any hour.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    THRTALRT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-REPORTS ASSIGN TO POSRPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSR-KEY
           FILE STATUS IS WS-PSR-FILE-STATUS.
           SELECT SIGHTINGS ASSIGN TO SIGHTNG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIG-FILE-STATUS.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TFM-KEY
           FILE STATUS IS WS-TFM-FILE-STATUS.
           SELECT DAMAGE-STATES ASSIGN TO DMGSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DMG-KEY
           FILE STATUS IS WS-DMG-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
           SELECT GRID-SQUARES ASSIGN TO GRIDDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GRD-SQUARE
           FILE STATUS IS WS-GRD-FILE-STATUS.
           SELECT SAILING-WAYPOINTS ASSIGN TO SAILWPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WPT-KEY
           FILE STATUS IS WS-WPT-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  POSITION-REPORTS.
       01 POSITION-REPORT-RECORD.
           05 PSR-KEY.
                10 PSR-UID PIC X(12).
                10 PSR-DATE PIC X(8).
                10 PSR-TIME PIC X(4).
           05 PSR-POSITION PIC X(25).
           05 PSR-COURSE PIC 9(3).
           05 PSR-SPEED-KN PIC 99.
           05 PSR-AUTHORITY PIC X(25).
      *Canonical grid square for the free-text position, proven
      *through CHKGRID; spaces on rows from before the grid went in
           05 PSR-GRID-SQUARE PIC X(6).
       FD  SIGHTINGS.
       01 SIGHTING-RECORD.
           05 SIG-UID PIC X(12).
           05 SIG-CONTACT-DESC PIC X(30).
           05 SIG-DATE PIC X(8).
           05 SIG-LOCATION PIC X(25).
           05 SIG-REPORTING-UNIT PIC X(25).
           05 SIG-RELIABILITY-GRADE PIC X(1).
      *Canonical grid square for the free-text location, proven
      *through CHKGRID; spaces on rows from before the grid went in
           05 SIG-GRID-SQUARE PIC X(6).
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  TASK-FORCE-MEMBERS.
       COPY TSKFRCM.
       FD  DAMAGE-STATES.
       01 DAMAGE-STATE-RECORD.
           05 DMG-KEY.
                10 DMG-UID PIC X(12).
                10 DMG-DATE PIC X(8).
           05 DMG-COMPARTMENTS-FLOODED PIC 999.
           05 DMG-PUMPS-OUT PIC 9(5).
           05 DMG-LIST-TRIM PIC X(30).
           05 DMG-ENGLOG-REF PIC X(30).
       FD  PORT-MASTER.
       01 PORT-MASTER-RECORD.
           05 PRT-NAME PIC X(25).
           05 PRT-THEATRE PIC X(20).
           05 PRT-BERTHS PIC 9(3).
           05 PRT-DOCKS PIC 9(3).
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
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
       FD  SAILING-WAYPOINTS.
       COPY WPTREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
      *1 convoy or damaged ship, 2 any other own unit
           05 SD-PRIORITY PIC 9.
           05 SD-DIST-NM PIC 9(5).
           05 SD-UNIT PIC X(12).
           05 SD-REASON PIC X(8).
           05 SD-OWN-DESC PIC X(50).
           05 SD-DIST-SQUARES PIC 9(3)V9.
           05 SD-CONTACT PIC X(30).
           05 SD-SQUARE PIC X(6).
           05 SD-GRADE PIC X(1).
           05 SD-AGE PIC 9.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-PSR-FILE-STATUS PIC XX.
       01 WS-SIG-FILE-STATUS PIC XX.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-TFM-AVAILABLE PIC X VALUE 'n'.
       01 WS-DMG-FILE-STATUS PIC XX.
       01 WS-DMG-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-GRD-FILE-STATUS PIC XX.
       01 WS-WPT-FILE-STATUS PIC XX.
       01 WS-WPT-AVAILABLE PIC X VALUE 'n'.
       01 WS-WPT-EOF PIC X.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SUB-EOF PIC X.
       01 WS-TFM-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-TODAY-INT PIC 9(8).
      *Now as CCYYMMDDHHMM GMT, against the waypoints' planned times,
      *and the last waypoint a force was planned to pass by then
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-NOW-STAMP PIC X(12).
       01 WS-WPT-STAMP PIC X(12).
       01 WS-EXP-FOUND PIC X.
       01 WS-EXP-SEQ PIC 99.
       01 WS-EXP-SQUARE PIC X(6).
      *Alert radius in grid squares, and the nominal side of one
      *square in nautical miles used to measure it
       01 WS-ALERT-SQUARES PIC 99 VALUE 2.
       01 WS-SQUARE-SIDE-NM PIC 9(3) VALUE 50.
       01 WS-ALERT-NM PIC 9(5).
      *Plotted grid squares, in signed minutes of arc
       01 WS-SQUARE-TABLE.
           05 WS-SQ-ENTRY OCCURS 1000 TIMES.
                10 WS-SQ-SQUARE PIC X(6).
                10 WS-SQ-LAT PIC S9(5).
                10 WS-SQ-LON PIC S9(5).
       01 WS-SQ-NR PIC 9(4) VALUE 0.
       01 WS-SQ-IDX PIC 9(4).
       01 WS-FIND-SQUARE PIC X(6).
       01 WS-SQ-FOUND PIC X.
       01 WS-SQ-FOUND-LAT PIC S9(5).
       01 WS-SQ-FOUND-LON PIC S9(5).
      *Hostile contacts of the last 24 hours
       01 WS-CONTACT-TABLE.
           05 WS-CT-ENTRY OCCURS 500 TIMES.
                10 WS-CT-UID PIC X(12).
                10 WS-CT-DESC PIC X(30).
                10 WS-CT-SQUARE PIC X(6).
                10 WS-CT-GRADE PIC X(1).
                10 WS-CT-AGE PIC 9.
                10 WS-CT-PLOTTED PIC X(1).
                10 WS-CT-LAT PIC S9(5).
                10 WS-CT-LON PIC S9(5).
       01 WS-CT-NR PIC 9(4) VALUE 0.
       01 WS-CT-IDX PIC 9(4).
       01 WS-SIG-AGE PIC S9(5).
      *The own unit being tested against the contacts
       01 WS-OWN-UNIT PIC X(12).
       01 WS-OWN-DESC PIC X(50).
       01 WS-OWN-SQUARE PIC X(6).
       01 WS-OWN-PLOTTED PIC X.
       01 WS-OWN-LAT PIC S9(5).
       01 WS-OWN-LON PIC S9(5).
       01 WS-OWN-PRIORITY PIC 9.
       01 WS-OWN-REASON PIC X(8).
      *The latest report per hull, held until the key changes hull
       01 WS-HELD-UID PIC X(12) VALUE SPACES.
       01 WS-HELD-DATE PIC X(8).
       01 WS-HELD-SQUARE PIC X(6).
       01 WS-DAMAGE-OPEN PIC X.
       01 WS-DAMAGE-UID PIC X(12).
       01 WS-LATEST-DMG-DATE PIC X(8).
      *Dead reckoning of a sailing between its two port squares
       01 WS-DEP-LAT PIC S9(5).
       01 WS-DEP-LON PIC S9(5).
       01 WS-PASSAGE-DAYS PIC 9(5).
       01 WS-DAYS-RUN PIC 9(5).
       01 WS-CONVOY PIC X.
       01 WS-DAMAGED-MEMBER PIC X.
      *Distance arithmetic on a flat chart
       01 WS-DEG-TO-RAD PIC S9V9(9).
       01 WS-REF-COS PIC S9V9(8).
       01 WS-DX PIC S9(6)V9(4).
       01 WS-DY PIC S9(6)V9(4).
       01 WS-DIST-NM PIC 9(6)V9(4).
       01 WS-DIST-OUT PIC ZZ9.9.
       01 WS-AGE-TEXT PIC X(9).
       01 WS-CUR-PRIORITY PIC 9 VALUE 0.
       01 WS-ALERT-COUNT PIC 9(5) VALUE 0.
       01 WS-PRIORITY-COUNT PIC 9(5) VALUE 0.
       01 WS-UNPLACED-COUNT PIC 9(5) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'THRTALRT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-TODAY)).
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:12) TO WS-NOW-STAMP.
           COMPUTE WS-DEG-TO-RAD = FUNCTION PI / 180.
           COMPUTE WS-ALERT-NM = WS-ALERT-SQUARES * WS-SQUARE-SIDE-NM.
           PERFORM LOAD-PLOTTED-SQUARES.
           PERFORM LOAD-RECENT-CONTACTS.
           OPEN INPUT TASK-FORCE-MEMBERS.
           IF WS-TFM-FILE-STATUS = '00' OR WS-TFM-FILE-STATUS = '97'
               MOVE 'y' TO WS-TFM-AVAILABLE
           ELSE
               DISPLAY 'WARNING: TSKFRCM NOT AVAILABLE, CONVOYS AT '
                  'SEA CANNOT BE PRIORITISED'
           END-IF.
           OPEN INPUT DAMAGE-STATES.
           IF WS-DMG-FILE-STATUS = '00' OR WS-DMG-FILE-STATUS = '97'
               MOVE 'y' TO WS-DMG-AVAILABLE
           ELSE
               DISPLAY 'WARNING: DMGSTAT NOT AVAILABLE, DAMAGED '
                  'SHIPS CANNOT BE PRIORITISED'
           END-IF.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: PORTMDT NOT AVAILABLE, SAILINGS '
                  'WITHOUT WAYPOINTS CANNOT BE PLACED'
           END-IF.
           OPEN INPUT SAILING-WAYPOINTS.
           IF WS-WPT-FILE-STATUS = '00' OR WS-WPT-FILE-STATUS = '97'
               MOVE 'y' TO WS-WPT-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-PRIORITY SD-DIST-NM
              SD-UNIT
               INPUT PROCEDURE IS FEED-OWN-UNITS
               OUTPUT PROCEDURE IS PRINT-THE-ALERTS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'CONTACTS OF THE LAST 24 HOURS: ' WS-CT-NR
              ', ALERT RADIUS ' WS-ALERT-SQUARES ' SQUARES'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'ALERTS: ' WS-ALERT-COUNT ', OF WHICH PRIORITY: '
              WS-PRIORITY-COUNT ', OWN UNITS NOT PLACED: '
              WS-UNPLACED-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           IF WS-TFM-AVAILABLE = 'y'
               CLOSE TASK-FORCE-MEMBERS
           END-IF.
           IF WS-DMG-AVAILABLE = 'y'
               CLOSE DAMAGE-STATES
           END-IF.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           IF WS-WPT-AVAILABLE = 'y'
               CLOSE SAILING-WAYPOINTS
           END-IF.
           GOBACK.

       LOAD-PLOTTED-SQUARES.
           OPEN INPUT GRID-SQUARES.
           IF WS-GRD-FILE-STATUS NOT = '00'
              AND WS-GRD-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: GRIDDT NOT AVAILABLE, ONLY SAME-'
                  'SQUARE CONTACTS WILL ALERT'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GRID-SQUARES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GRD-LAT-HEMI NOT = SPACES
                              AND GRD-LON-HEMI NOT = SPACES
                              AND WS-SQ-NR < 1000
                               PERFORM LOAD-ONE-SQUARE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRID-SQUARES
           END-IF.

       LOAD-ONE-SQUARE.
           ADD 1 TO WS-SQ-NR.
           MOVE GRD-SQUARE TO WS-SQ-SQUARE(WS-SQ-NR).
           COMPUTE WS-SQ-LAT(WS-SQ-NR) = GRD-LAT-DEG * 60 + GRD-LAT-MIN.
           IF GRD-LAT-HEMI = 'S'
               COMPUTE WS-SQ-LAT(WS-SQ-NR) = 0 - WS-SQ-LAT(WS-SQ-NR)
           END-IF.
           COMPUTE WS-SQ-LON(WS-SQ-NR) = GRD-LON-DEG * 60 + GRD-LON-MIN.
           IF GRD-LON-HEMI = 'W'
               COMPUTE WS-SQ-LON(WS-SQ-NR) = 0 - WS-SQ-LON(WS-SQ-NR)
           END-IF.

       FIND-SQUARE-POSITION.
           MOVE 'N' TO WS-SQ-FOUND.
           IF WS-FIND-SQUARE NOT = SPACES
               PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
                   UNTIL WS-SQ-IDX > WS-SQ-NR OR WS-SQ-FOUND = 'Y'
                   IF WS-SQ-SQUARE(WS-SQ-IDX) = WS-FIND-SQUARE
                       MOVE 'Y' TO WS-SQ-FOUND
                       MOVE WS-SQ-LAT(WS-SQ-IDX) TO WS-SQ-FOUND-LAT
                       MOVE WS-SQ-LON(WS-SQ-IDX) TO WS-SQ-FOUND-LON
                   END-IF
               END-PERFORM
           END-IF.

      *Every SIGHTNG row is a hostile or unidentified contact; one
      *without a square cannot be placed against anything
       LOAD-RECENT-CONTACTS.
           OPEN INPUT SIGHTINGS.
           IF WS-SIG-FILE-STATUS NOT = '00'
               DISPLAY 'SIGHTNG NOT AVAILABLE, NO CONTACTS TO ALERT '
                  'ON, STATUS ' WS-SIG-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SIGHTINGS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SIG-DATE IS NUMERIC
                              AND SIG-GRID-SQUARE NOT = SPACES
                               COMPUTE WS-SIG-AGE = WS-TODAY-INT
                                  - FUNCTION INTEGER-OF-DATE(
                                     FUNCTION NUMVAL(SIG-DATE))
                               IF WS-SIG-AGE >= 0 AND WS-SIG-AGE <= 1
                                  AND WS-CT-NR < 500
                                   PERFORM LOAD-ONE-CONTACT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGHTINGS
           END-IF.

       LOAD-ONE-CONTACT.
           ADD 1 TO WS-CT-NR.
           MOVE SIG-UID TO WS-CT-UID(WS-CT-NR).
           MOVE SIG-CONTACT-DESC TO WS-CT-DESC(WS-CT-NR).
           MOVE SIG-GRID-SQUARE TO WS-CT-SQUARE(WS-CT-NR).
           MOVE SIG-RELIABILITY-GRADE TO WS-CT-GRADE(WS-CT-NR).
           MOVE WS-SIG-AGE TO WS-CT-AGE(WS-CT-NR).
           MOVE SIG-GRID-SQUARE TO WS-FIND-SQUARE.
           PERFORM FIND-SQUARE-POSITION.
           MOVE WS-SQ-FOUND TO WS-CT-PLOTTED(WS-CT-NR).
           MOVE WS-SQ-FOUND-LAT TO WS-CT-LAT(WS-CT-NR).
           MOVE WS-SQ-FOUND-LON TO WS-CT-LON(WS-CT-NR).

       FEED-OWN-UNITS.
           PERFORM FEED-OWN-SHIPS.
           PERFORM FEED-FORCES-AT-SEA.
           MOVE 'N' TO WS-EOF.

      *The key orders reports by hull, date, time, so the last row
      *before the hull changes is her latest position
       FEED-OWN-SHIPS.
           OPEN INPUT POSITION-REPORTS.
           IF WS-PSR-FILE-STATUS NOT = '00'
              AND WS-PSR-FILE-STATUS NOT = '97'
               DISPLAY 'POSRPT NOT AVAILABLE, OWN SHIPS NOT '
                  'CHECKED, STATUS ' WS-PSR-FILE-STATUS
           ELSE
               MOVE SPACES TO WS-HELD-UID
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POSITION-REPORTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PSR-UID NOT = WS-HELD-UID
                              AND WS-HELD-UID NOT = SPACES
                               PERFORM TEST-HELD-SHIP
                           END-IF
                           MOVE PSR-UID TO WS-HELD-UID
                           MOVE PSR-DATE TO WS-HELD-DATE
                           MOVE PSR-GRID-SQUARE TO WS-HELD-SQUARE
                   END-READ
               END-PERFORM
               IF WS-HELD-UID NOT = SPACES
                   PERFORM TEST-HELD-SHIP
               END-IF
               CLOSE POSITION-REPORTS
           END-IF.

       TEST-HELD-SHIP.
           IF WS-HELD-SQUARE = SPACES
               ADD 1 TO WS-UNPLACED-COUNT
           ELSE
               MOVE WS-HELD-UID TO WS-OWN-UNIT
               MOVE SPACES TO WS-OWN-DESC
               STRING 'SHIP ' WS-HELD-UID ' REPORTED ' WS-HELD-DATE
                  DELIMITED BY SIZE INTO WS-OWN-DESC
               END-STRING
               MOVE WS-HELD-SQUARE TO WS-OWN-SQUARE
               MOVE WS-HELD-SQUARE TO WS-FIND-SQUARE
               PERFORM FIND-SQUARE-POSITION
               MOVE WS-SQ-FOUND TO WS-OWN-PLOTTED
               MOVE WS-SQ-FOUND-LAT TO WS-OWN-LAT
               MOVE WS-SQ-FOUND-LON TO WS-OWN-LON
               MOVE 2 TO WS-OWN-PRIORITY
               MOVE SPACES TO WS-OWN-REASON
               IF WS-HELD-UID(1:2) = 'MV'
                   MOVE 1 TO WS-OWN-PRIORITY
                   MOVE 'CONVOY' TO WS-OWN-REASON
               END-IF
               MOVE WS-HELD-UID TO WS-DAMAGE-UID
               PERFORM CHECK-OPEN-DAMAGE
               IF WS-DAMAGE-OPEN = 'Y'
                   MOVE 1 TO WS-OWN-PRIORITY
                   MOVE 'DAMAGED' TO WS-OWN-REASON
               END-IF
               PERFORM TEST-AGAINST-CONTACTS
           END-IF.

      *Damage is open while the hull's newest state still shows
      *flooded compartments or pumps out of action
       CHECK-OPEN-DAMAGE.
           MOVE 'N' TO WS-DAMAGE-OPEN.
           IF WS-DMG-AVAILABLE = 'y'
               MOVE WS-DAMAGE-UID TO DMG-UID
               MOVE SPACES TO DMG-DATE
               MOVE '00000000' TO WS-LATEST-DMG-DATE
               MOVE 'N' TO WS-SUB-EOF
               START DAMAGE-STATES KEY >= DMG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ DAMAGE-STATES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           IF DMG-UID NOT = WS-DAMAGE-UID
                               MOVE 'Y' TO WS-SUB-EOF
                           ELSE
                               IF DMG-DATE >= WS-LATEST-DMG-DATE
                                   MOVE DMG-DATE
                                      TO WS-LATEST-DMG-DATE
                                   IF DMG-COMPARTMENTS-FLOODED > 0
                                      OR DMG-PUMPS-OUT > 0
                                       MOVE 'Y' TO WS-DAMAGE-OPEN
                                   ELSE
                                       MOVE 'N' TO WS-DAMAGE-OPEN
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *A force is at sea today when the schedule's window covers
      *the run date
       FEED-FORCES-AT-SEA.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-SCH-FILE-STATUS NOT = '00'
              AND WS-SCH-FILE-STATUS NOT = '97'
               DISPLAY 'SAILSCH NOT AVAILABLE, FORCES AT SEA NOT '
                  'CHECKED, STATUS ' WS-SCH-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SAILING-SCHEDULE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SCH-DEP-DATE <= WS-TODAY
                              AND SCH-ETA >= WS-TODAY
                              AND SCH-DEP-DATE IS NUMERIC
                              AND SCH-ETA IS NUMERIC
                               PERFORM TEST-ONE-FORCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAILING-SCHEDULE
           END-IF.

       TEST-ONE-FORCE.
           PERFORM PLACE-FORCE-AT-SEA.
           IF WS-OWN-PLOTTED NOT = 'Y' AND WS-OWN-SQUARE = SPACES
               ADD 1 TO WS-UNPLACED-COUNT
           ELSE
               MOVE SCH-TF-ID TO WS-OWN-UNIT
               MOVE SPACES TO WS-OWN-DESC
               IF WS-EXP-FOUND = 'Y'
                   STRING 'TF ' SCH-TF-ID ' WPT ' WS-EXP-SEQ
                      ' FOR ' SCH-DESTINATION
                      DELIMITED BY SIZE INTO WS-OWN-DESC
                   END-STRING
               ELSE
                   STRING 'TF ' SCH-TF-ID ' AT SEA FOR '
                      SCH-DESTINATION
                      DELIMITED BY SIZE INTO WS-OWN-DESC
                   END-STRING
               END-IF
               PERFORM CHECK-FORCE-MEMBERS
               MOVE 2 TO WS-OWN-PRIORITY
               MOVE SPACES TO WS-OWN-REASON
               IF WS-DAMAGED-MEMBER = 'Y'
                   MOVE 1 TO WS-OWN-PRIORITY
                   MOVE 'DAMAGED' TO WS-OWN-REASON
               END-IF
               IF WS-CONVOY = 'Y'
                   MOVE 1 TO WS-OWN-PRIORITY
                   MOVE 'CONVOY' TO WS-OWN-REASON
               END-IF
               PERFORM TEST-AGAINST-CONTACTS
           END-IF.

      *At the waypoint the force was planned to have passed last,
      *which alerts on its square even when the square is unplotted;
      *otherwise by dead reckoning
       PLACE-FORCE-AT-SEA.
           MOVE 'N' TO WS-OWN-PLOTTED.
           MOVE SPACES TO WS-OWN-SQUARE.
           PERFORM FIND-EXPECTED-WAYPOINT.
           IF WS-EXP-FOUND = 'Y'
               MOVE WS-EXP-SQUARE TO WS-OWN-SQUARE
               MOVE WS-EXP-SQUARE TO WS-FIND-SQUARE
               PERFORM FIND-SQUARE-POSITION
               IF WS-SQ-FOUND = 'Y'
                   MOVE 'Y' TO WS-OWN-PLOTTED
                   MOVE WS-SQ-FOUND-LAT TO WS-OWN-LAT
                   MOVE WS-SQ-FOUND-LON TO WS-OWN-LON
               END-IF
           ELSE
               PERFORM RECKON-FROM-PORTS
           END-IF.

      *The last of the force's waypoints whose planned GMT date and
      *time is not after now; WS-EXP-FOUND stays N when it has none
      *on file or has not yet been planned to reach the first
       FIND-EXPECTED-WAYPOINT.
           MOVE 'N' TO WS-EXP-FOUND.
           IF WS-WPT-AVAILABLE = 'y'
               MOVE SCH-TF-ID TO WPT-TF-ID
               MOVE 0 TO WPT-SEQ
               MOVE 'N' TO WS-WPT-EOF
               START SAILING-WAYPOINTS KEY >= WPT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WPT-EOF
               END-START
               PERFORM UNTIL WS-WPT-EOF = 'Y'
                   READ SAILING-WAYPOINTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-WPT-EOF
                       NOT AT END
                           IF WPT-TF-ID NOT = SCH-TF-ID
                               MOVE 'Y' TO WS-WPT-EOF
                           ELSE
                               PERFORM CONSIDER-ONE-WAYPOINT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CONSIDER-ONE-WAYPOINT.
           STRING WPT-PLANNED-DATE WPT-PLANNED-TIME
              DELIMITED BY SIZE INTO WS-WPT-STAMP.
           IF WS-WPT-STAMP <= WS-NOW-STAMP
               MOVE 'Y' TO WS-EXP-FOUND
               MOVE WPT-SEQ TO WS-EXP-SEQ
               MOVE WPT-GRID-SQUARE TO WS-EXP-SQUARE
           END-IF.

      *Dead reckoning: the share of the passage run, from the
      *departure port's square towards the destination's. With only
      *one port plotted the force is taken at that port's square
       RECKON-FROM-PORTS.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE SCH-DEP-PORT TO PRT-NAME
               MOVE SPACES TO WS-FIND-SQUARE
               READ PORT-MASTER RECORD KEY PRT-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRT-GRID-SQUARE TO WS-FIND-SQUARE
               END-READ
               PERFORM FIND-SQUARE-POSITION
               IF WS-SQ-FOUND = 'Y'
                   MOVE 'Y' TO WS-OWN-PLOTTED
                   MOVE WS-SQ-FOUND-LAT TO WS-DEP-LAT
                   MOVE WS-SQ-FOUND-LON TO WS-DEP-LON
                   MOVE WS-SQ-FOUND-LAT TO WS-OWN-LAT
                   MOVE WS-SQ-FOUND-LON TO WS-OWN-LON
               END-IF
               MOVE SCH-DESTINATION TO PRT-NAME
               MOVE SPACES TO WS-FIND-SQUARE
               READ PORT-MASTER RECORD KEY PRT-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRT-GRID-SQUARE TO WS-FIND-SQUARE
               END-READ
               PERFORM FIND-SQUARE-POSITION
               IF WS-SQ-FOUND = 'Y'
                   IF WS-OWN-PLOTTED = 'Y'
                       PERFORM RECKON-ALONG-PASSAGE
                   ELSE
                       MOVE 'Y' TO WS-OWN-PLOTTED
                       MOVE WS-SQ-FOUND-LAT TO WS-OWN-LAT
                       MOVE WS-SQ-FOUND-LON TO WS-OWN-LON
                   END-IF
               END-IF
           END-IF.

       RECKON-ALONG-PASSAGE.
           COMPUTE WS-PASSAGE-DAYS =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SCH-ETA))
              - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SCH-DEP-DATE)).
           COMPUTE WS-DAYS-RUN = WS-TODAY-INT
              - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SCH-DEP-DATE)).
           IF WS-PASSAGE-DAYS > 0
               COMPUTE WS-OWN-LAT ROUNDED = WS-DEP-LAT
                  + (WS-SQ-FOUND-LAT - WS-DEP-LAT)
                  * WS-DAYS-RUN / WS-PASSAGE-DAYS
               COMPUTE WS-OWN-LON ROUNDED = WS-DEP-LON
                  + (WS-SQ-FOUND-LON - WS-DEP-LON)
                  * WS-DAYS-RUN / WS-PASSAGE-DAYS
           END-IF.

      *A force is a convoy when any member carries a merchant UID;
      *a damaged member puts the whole force at the top as well
       CHECK-FORCE-MEMBERS.
           MOVE 'N' TO WS-CONVOY.
           MOVE 'N' TO WS-DAMAGED-MEMBER.
           IF WS-TFM-AVAILABLE = 'y'
               MOVE SCH-TF-ID TO TFM-TF-ID
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
                           IF TFM-TF-ID NOT = SCH-TF-ID
                               MOVE 'Y' TO WS-TFM-EOF
                           ELSE
                               PERFORM CHECK-ONE-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ONE-MEMBER.
           IF TFM-MEMBER-UID(1:2) = 'MV'
               MOVE 'Y' TO WS-CONVOY
           ELSE
               MOVE TFM-MEMBER-UID TO WS-DAMAGE-UID
               PERFORM CHECK-OPEN-DAMAGE
               IF WS-DAMAGE-OPEN = 'Y'
                   MOVE 'Y' TO WS-DAMAGED-MEMBER
               END-IF
           END-IF.

      *Same square always alerts; otherwise both squares must be
      *plotted and the centres within the alert radius
       TEST-AGAINST-CONTACTS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-NR
               IF WS-OWN-SQUARE NOT = SPACES
                  AND WS-OWN-SQUARE = WS-CT-SQUARE(WS-CT-IDX)
                   MOVE 0 TO WS-DIST-NM
                   PERFORM RELEASE-ONE-ALERT
               ELSE
                   IF WS-OWN-PLOTTED = 'Y'
                      AND WS-CT-PLOTTED(WS-CT-IDX) = 'Y'
                       PERFORM MEASURE-TO-CONTACT
                       IF WS-DIST-NM <= WS-ALERT-NM
                           PERFORM RELEASE-ONE-ALERT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MEASURE-TO-CONTACT.
           COMPUTE WS-REF-COS = FUNCTION COS(
              ((WS-OWN-LAT + WS-CT-LAT(WS-CT-IDX)) / 120)
              * WS-DEG-TO-RAD).
           COMPUTE WS-DX =
              (WS-CT-LON(WS-CT-IDX) - WS-OWN-LON) * WS-REF-COS.
           COMPUTE WS-DY = WS-CT-LAT(WS-CT-IDX) - WS-OWN-LAT.
           COMPUTE WS-DIST-NM = FUNCTION SQRT(WS-DX ** 2 + WS-DY ** 2).

       RELEASE-ONE-ALERT.
           MOVE WS-OWN-PRIORITY TO SD-PRIORITY.
           COMPUTE SD-DIST-NM ROUNDED = WS-DIST-NM.
           MOVE WS-OWN-UNIT TO SD-UNIT.
           MOVE WS-OWN-REASON TO SD-REASON.
           MOVE WS-OWN-DESC TO SD-OWN-DESC.
           COMPUTE SD-DIST-SQUARES ROUNDED =
              WS-DIST-NM / WS-SQUARE-SIDE-NM.
           IF WS-CT-UID(WS-CT-IDX) = SPACES
               MOVE WS-CT-DESC(WS-CT-IDX) TO SD-CONTACT
           ELSE
               MOVE WS-CT-UID(WS-CT-IDX) TO SD-CONTACT
           END-IF.
           MOVE WS-CT-SQUARE(WS-CT-IDX) TO SD-SQUARE.
           MOVE WS-CT-GRADE(WS-CT-IDX) TO SD-GRADE.
           MOVE WS-CT-AGE(WS-CT-IDX) TO SD-AGE.
           RELEASE SORT-RECORD.

       PRINT-THE-ALERTS.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-ALERT
               END-RETURN
           END-PERFORM.

       PRINT-ONE-ALERT.
           IF SD-PRIORITY NOT = WS-CUR-PRIORITY
               MOVE SD-PRIORITY TO WS-CUR-PRIORITY
               PERFORM PRINT-REPORT-LINE
               IF SD-PRIORITY = 1
                   MOVE 'PRIORITY: CONVOYS AND DAMAGED SHIPS'
                      TO WS-RPT-LINE
               ELSE
                   MOVE 'OTHER OWN UNITS' TO WS-RPT-LINE
               END-IF
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD 1 TO WS-ALERT-COUNT.
           IF SD-PRIORITY = 1
               ADD 1 TO WS-PRIORITY-COUNT
           END-IF.
           MOVE SD-DIST-SQUARES TO WS-DIST-OUT.
           IF SD-AGE = 0
               MOVE 'TODAY' TO WS-AGE-TEXT
           ELSE
               MOVE 'YESTERDAY' TO WS-AGE-TEXT
           END-IF.
           STRING '  ' SD-REASON ' ' SD-OWN-DESC ' ' WS-DIST-OUT
              ' SQUARES (' SD-DIST-NM ' NM)'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '      CONTACT ' SD-CONTACT ' IN ' SD-SQUARE
              ' GRADE ' SD-GRADE ' SEEN ' WS-AGE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'THREAT PROXIMITY ALERT: OWN UNITS NEAR CONTACTS'
              TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       PRINT-REPORT-LINE.
           MOVE 'L' TO WS-RPT-ACTION.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE 'C' TO WS-RPT-ACTION.
           MOVE 'DUTY OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
