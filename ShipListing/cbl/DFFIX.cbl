      *This program is the HF/DF cross-fix batch: bearings taken by
      *the direction-finding stations on an enemy transmitter never
      *reached SIGHTNG, because one bearing is a line and not a
      *position. Every bearing not yet crossed (DFBRGS, captured by
      *DFBRG) is read in transmitter and time order, and the
      *bearings on one transmitter within the fix window of the
      *first of them make a group. Each pair of bearings in the
      *group from different stations is crossed from the stations'
      *DFSTNDT positions on a flat chart about their mean latitude
      *-- close enough over DF ranges -- and the fix is the mean of
      *the crossings. The fix is put in the nearest plotted GRIDDT
      *square and written to SIGHTNG as an unidentified contact,
      *graded on the best angle of cut in the group: a square cut
      *is a good fix, a fine one is not. SIGCORR then treats it
      *like any other sighting. A group that cannot be crossed --
      *one station only, or lines near parallel or meeting behind a
      *station -- is left for later bearings until its window has
      *passed, and then given up.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DFFIX.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DF-BEARINGS ASSIGN TO DFBRGS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DFB-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT DF-STATIONS ASSIGN TO DFSTNDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DFS-STATION
           FILE STATUS IS WS-DFS-FILE-STATUS.
           SELECT GRID-SQUARES ASSIGN TO GRIDDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GRD-SQUARE
           FILE STATUS IS WS-GRD-FILE-STATUS.
           SELECT SIGHTINGS ASSIGN TO SIGHTNG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIG-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DF-BEARINGS.
       COPY DFBRREC.
       FD  DF-STATIONS.
       COPY DFSTREC.
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
       FD  SIGHTINGS.
       01 SIGHTING-RECORD.
      *Blank when the contact isn't one of ours
           05 SIG-UID PIC X(12).
           05 SIG-CONTACT-DESC PIC X(30).
           05 SIG-DATE PIC X(8).
           05 SIG-LOCATION PIC X(25).
           05 SIG-REPORTING-UNIT PIC X(25).
      *A/B/C/D/E, NATO-style source-and-information reliability grade
           05 SIG-RELIABILITY-GRADE PIC X(1).
      *Canonical grid square for the free-text location, proven
      *through CHKGRID; spaces on rows from before the grid went in
           05 SIG-GRID-SQUARE PIC X(6).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-DFS-FILE-STATUS PIC XX.
       01 WS-GRD-FILE-STATUS PIC XX.
       01 WS-SIG-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *Bearings on one transmitter this many minutes after the
      *first of a group still belong to it
       01 WS-WINDOW-MINUTES PIC 9(3) VALUE 60.
      *Lines cutting finer than this many degrees are not crossed
       01 WS-MIN-CUT-DEG PIC 99 VALUE 5.
      *A fix further than this from every plotted square is
      *written without a square
       01 WS-MAX-SNAP-NM PIC 9(4) VALUE 300.
       01 WS-NOW-SERIAL PIC 9(11).
      *Every uncrossed bearing, in key order, with its station's
      *position in signed minutes of arc (north and east positive)
       01 WS-BEARING-TABLE.
           05 WS-BT-ENTRY OCCURS 500 TIMES.
                10 WS-BT-KEY.
                     15 WS-BT-TRANSMITTER PIC X(12).
                     15 WS-BT-DATE PIC X(8).
                     15 WS-BT-TIME PIC X(4).
                     15 WS-BT-STATION PIC X(20).
                10 WS-BT-BEARING PIC 9(3).
                10 WS-BT-SERIAL PIC 9(11).
                10 WS-BT-PLOTTED PIC X.
                10 WS-BT-LAT PIC S9(5).
                10 WS-BT-LON PIC S9(5).
                10 WS-BT-NEW-STATE PIC X.
       01 WS-BT-NR PIC 9(3) VALUE 0.
       01 WS-BT-FULL PIC X VALUE 'N'.
      *Plotted grid squares, for putting a fix in a square
       01 WS-SQUARE-TABLE.
           05 WS-SQ-ENTRY OCCURS 1000 TIMES.
                10 WS-SQ-SQUARE PIC X(6).
                10 WS-SQ-LAT PIC S9(5).
                10 WS-SQ-LON PIC S9(5).
       01 WS-SQ-NR PIC 9(4) VALUE 0.
       01 WS-SQ-IDX PIC 9(4).
      *Group bounds and working subscripts
       01 WS-GRP-FIRST PIC 9(3).
       01 WS-GRP-LAST PIC 9(3).
       01 WS-GRP-DONE PIC X.
       01 WS-I PIC 9(3).
       01 WS-J PIC 9(3).
       01 WS-STATIONS PIC 9(3).
       01 WS-STATION-NEW PIC X.
      *Crossing arithmetic
       01 WS-DEG-TO-RAD PIC S9V9(9).
       01 WS-REF-LAT-SUM PIC S9(8).
       01 WS-REF-COS PIC S9V9(8).
       01 WS-D1X PIC S9V9(8).
       01 WS-D1Y PIC S9V9(8).
       01 WS-D2X PIC S9V9(8).
       01 WS-D2Y PIC S9V9(8).
       01 WS-CROSS PIC S9V9(8).
       01 WS-X1 PIC S9(6)V9(4).
       01 WS-Y1 PIC S9(6)V9(4).
       01 WS-DX PIC S9(6)V9(4).
       01 WS-DY PIC S9(6)V9(4).
       01 WS-T1 PIC S9(7)V9(4).
       01 WS-T2 PIC S9(7)V9(4).
       01 WS-CUT-DEG PIC 9(3).
       01 WS-BEST-CUT PIC 9(3).
       01 WS-PAIRS PIC 9(4).
       01 WS-SUM-X PIC S9(9)V9(4).
       01 WS-SUM-Y PIC S9(9)V9(4).
       01 WS-FIX-X PIC S9(6)V9(4).
       01 WS-FIX-Y PIC S9(6)V9(4).
       01 WS-FIX-LAT PIC S9(5).
       01 WS-FIX-LON PIC S9(5).
       01 WS-ABS-MIN PIC 9(5).
       01 WS-POS-DEG PIC 9(3).
       01 WS-POS-MIN PIC 99.
       01 WS-LAT-TEXT PIC X(5).
       01 WS-LON-TEXT PIC X(6).
       01 WS-LAT-HEMI PIC X.
       01 WS-LON-HEMI PIC X.
       01 WS-DIST-SQ PIC 9(9)V99.
       01 WS-BEST-DIST-SQ PIC 9(9)V99.
       01 WS-MAX-DIST-SQ PIC 9(9)V99.
       01 WS-FIX-SQUARE PIC X(6).
       01 WS-GRADE PIC X.
       01 WS-STATIONS-TEXT PIC Z9.
      *Run totals
       01 WS-FIX-COUNT PIC 9(5) VALUE 0.
       01 WS-CROSSED-COUNT PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
       01 WS-WAITING-COUNT PIC 9(5) VALUE 0.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O DF-BEARINGS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO DF BEARINGS ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT DF-STATIONS.
           IF WS-DFS-FILE-STATUS NOT = '00'
              AND WS-DFS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: DFSTNDT OPEN ERROR-CODE:'
                  WS-DFS-FILE-STATUS
               CLOSE DF-BEARINGS
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           COMPUTE WS-NOW-SERIAL =
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(1:8))) * 1440
              + FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(9:2)) * 60
              + FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(11:2)).
           COMPUTE WS-DEG-TO-RAD = FUNCTION PI / 180.
           COMPUTE WS-MAX-DIST-SQ = WS-MAX-SNAP-NM * WS-MAX-SNAP-NM.
           PERFORM LOAD-PLOTTED-SQUARES.
           PERFORM LOAD-OPEN-BEARINGS.
           OPEN EXTEND SIGHTINGS.
           IF WS-SIG-FILE-STATUS NOT = '00'
               CLOSE SIGHTINGS
               OPEN OUTPUT SIGHTINGS
           END-IF.
           MOVE 1 TO WS-GRP-FIRST.
           PERFORM UNTIL WS-GRP-FIRST > WS-BT-NR
               PERFORM FIND-GROUP-END
               PERFORM CROSS-ONE-GROUP
               COMPUTE WS-GRP-FIRST = WS-GRP-LAST + 1
           END-PERFORM.
           CLOSE SIGHTINGS.
           PERFORM MARK-BEARINGS.
           CLOSE DF-BEARINGS.
           CLOSE DF-STATIONS.
           DISPLAY 'DF FIXES WRITTEN TO SIGHTNG: ' WS-FIX-COUNT.
           DISPLAY 'BEARINGS CROSSED:            ' WS-CROSSED-COUNT.
           DISPLAY 'BEARINGS GIVEN UP UNCROSSED: ' WS-EXPIRED-COUNT.
           DISPLAY 'BEARINGS STILL WAITING:      ' WS-WAITING-COUNT.
           IF WS-BT-FULL = 'Y'
               DISPLAY 'WARNING: MORE THAN 500 UNCROSSED BEARINGS, '
                  'THE REST WAIT FOR THE NEXT RUN'
           END-IF.
           GOBACK.

      *Only squares with a plotted centre can receive a fix; a grid
      *master that is not mounted leaves every fix without a square
       LOAD-PLOTTED-SQUARES.
           OPEN INPUT GRID-SQUARES.
           IF WS-GRD-FILE-STATUS NOT = '00'
              AND WS-GRD-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: GRIDDT NOT AVAILABLE, FIXES '
                  'WRITTEN WITHOUT A GRID SQUARE'
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

       LOAD-OPEN-BEARINGS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DF-BEARINGS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DFB-FIX-STATE = SPACE
                           IF WS-BT-NR < 500
                               PERFORM LOAD-ONE-BEARING
                           ELSE
                               MOVE 'Y' TO WS-BT-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *A bearing from a station missing off the master stays in
      *its group but cannot be crossed
       LOAD-ONE-BEARING.
           ADD 1 TO WS-BT-NR.
           MOVE DFB-KEY TO WS-BT-KEY(WS-BT-NR).
           MOVE DFB-BEARING TO WS-BT-BEARING(WS-BT-NR).
           MOVE SPACE TO WS-BT-NEW-STATE(WS-BT-NR).
           COMPUTE WS-BT-SERIAL(WS-BT-NR) =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DFB-DATE))
                 * 1440
              + FUNCTION NUMVAL(DFB-TIME(1:2)) * 60
              + FUNCTION NUMVAL(DFB-TIME(3:2)).
           MOVE DFB-STATION TO DFS-STATION.
           READ DF-STATIONS RECORD KEY DFS-STATION
           INVALID KEY
               MOVE 'N' TO WS-BT-PLOTTED(WS-BT-NR)
               MOVE ZERO TO WS-BT-LAT(WS-BT-NR) WS-BT-LON(WS-BT-NR)
           NOT INVALID KEY
               MOVE 'Y' TO WS-BT-PLOTTED(WS-BT-NR)
               COMPUTE WS-BT-LAT(WS-BT-NR) =
                  DFS-LAT-DEG * 60 + DFS-LAT-MIN
               IF DFS-LAT-HEMI = 'S'
                   COMPUTE WS-BT-LAT(WS-BT-NR) =
                      0 - WS-BT-LAT(WS-BT-NR)
               END-IF
               COMPUTE WS-BT-LON(WS-BT-NR) =
                  DFS-LON-DEG * 60 + DFS-LON-MIN
               IF DFS-LON-HEMI = 'W'
                   COMPUTE WS-BT-LON(WS-BT-NR) =
                      0 - WS-BT-LON(WS-BT-NR)
               END-IF
           END-READ.

      *The group runs on while the transmitter is the same and the
      *bearing falls inside the window from the group's first
       FIND-GROUP-END.
           MOVE WS-GRP-FIRST TO WS-GRP-LAST.
           MOVE 'N' TO WS-GRP-DONE.
           PERFORM UNTIL WS-GRP-DONE = 'Y'
               IF WS-GRP-LAST >= WS-BT-NR
                   MOVE 'Y' TO WS-GRP-DONE
               ELSE
                   COMPUTE WS-I = WS-GRP-LAST + 1
                   IF WS-BT-TRANSMITTER(WS-I) =
                         WS-BT-TRANSMITTER(WS-GRP-FIRST)
                      AND WS-BT-SERIAL(WS-I) <=
                         WS-BT-SERIAL(WS-GRP-FIRST) + WS-WINDOW-MINUTES
                       MOVE WS-I TO WS-GRP-LAST
                   ELSE
                       MOVE 'Y' TO WS-GRP-DONE
                   END-IF
               END-IF
           END-PERFORM.

       CROSS-ONE-GROUP.
           PERFORM COUNT-GROUP-STATIONS.
           MOVE 0 TO WS-PAIRS.
           IF WS-STATIONS >= 2
               PERFORM CROSS-GROUP-BEARINGS
           END-IF.
           IF WS-PAIRS > 0
               PERFORM WRITE-FIX
               PERFORM VARYING WS-I FROM WS-GRP-FIRST BY 1
                   UNTIL WS-I > WS-GRP-LAST
                   MOVE 'F' TO WS-BT-NEW-STATE(WS-I)
                   ADD 1 TO WS-CROSSED-COUNT
               END-PERFORM
           ELSE
               IF WS-NOW-SERIAL - WS-BT-SERIAL(WS-GRP-FIRST)
                  > WS-WINDOW-MINUTES
                   PERFORM VARYING WS-I FROM WS-GRP-FIRST BY 1
                       UNTIL WS-I > WS-GRP-LAST
                       MOVE 'X' TO WS-BT-NEW-STATE(WS-I)
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-PERFORM
               ELSE
                   COMPUTE WS-WAITING-COUNT = WS-WAITING-COUNT
                      + WS-GRP-LAST - WS-GRP-FIRST + 1
               END-IF
           END-IF.

      *Distinct plotted stations in the group; the flat chart is
      *scaled about their mean latitude
       COUNT-GROUP-STATIONS.
           MOVE 0 TO WS-STATIONS.
           MOVE 0 TO WS-REF-LAT-SUM.
           PERFORM VARYING WS-I FROM WS-GRP-FIRST BY 1
               UNTIL WS-I > WS-GRP-LAST
               IF WS-BT-PLOTTED(WS-I) = 'Y'
                   MOVE 'Y' TO WS-STATION-NEW
                   PERFORM VARYING WS-J FROM WS-GRP-FIRST BY 1
                       UNTIL WS-J >= WS-I
                       IF WS-BT-STATION(WS-J) = WS-BT-STATION(WS-I)
                           MOVE 'N' TO WS-STATION-NEW
                       END-IF
                   END-PERFORM
                   IF WS-STATION-NEW = 'Y'
                       ADD 1 TO WS-STATIONS
                       ADD WS-BT-LAT(WS-I) TO WS-REF-LAT-SUM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STATIONS > 0
               COMPUTE WS-REF-COS = FUNCTION COS(
                  (WS-REF-LAT-SUM / WS-STATIONS / 60) * WS-DEG-TO-RAD)
           END-IF.

       CROSS-GROUP-BEARINGS.
           MOVE 0 TO WS-BEST-CUT.
           MOVE 0 TO WS-SUM-X.
           MOVE 0 TO WS-SUM-Y.
           PERFORM VARYING WS-I FROM WS-GRP-FIRST BY 1
               UNTIL WS-I > WS-GRP-LAST
               PERFORM VARYING WS-J FROM WS-I BY 1
                   UNTIL WS-J > WS-GRP-LAST
                   IF WS-J > WS-I
                      AND WS-BT-PLOTTED(WS-I) = 'Y'
                      AND WS-BT-PLOTTED(WS-J) = 'Y'
                      AND WS-BT-STATION(WS-I) NOT = WS-BT-STATION(WS-J)
                       PERFORM CROSS-ONE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

      *Each bearing is a line from its station along (sin B, cos B)
      *in nautical miles east and north. The two lines meet where
      *P1 + T1.D1 = P2 + T2.D2; both T must be ahead of the station
      *or the lines only meet behind one of them
       CROSS-ONE-PAIR.
           COMPUTE WS-CUT-DEG =
              FUNCTION ABS(WS-BT-BEARING(WS-I) - WS-BT-BEARING(WS-J)).
           IF WS-CUT-DEG > 180
               COMPUTE WS-CUT-DEG = 360 - WS-CUT-DEG
           END-IF.
           IF WS-CUT-DEG > 90
               COMPUTE WS-CUT-DEG = 180 - WS-CUT-DEG
           END-IF.
           IF WS-CUT-DEG >= WS-MIN-CUT-DEG
               COMPUTE WS-D1X = FUNCTION SIN(
                  WS-BT-BEARING(WS-I) * WS-DEG-TO-RAD)
               COMPUTE WS-D1Y = FUNCTION COS(
                  WS-BT-BEARING(WS-I) * WS-DEG-TO-RAD)
               COMPUTE WS-D2X = FUNCTION SIN(
                  WS-BT-BEARING(WS-J) * WS-DEG-TO-RAD)
               COMPUTE WS-D2Y = FUNCTION COS(
                  WS-BT-BEARING(WS-J) * WS-DEG-TO-RAD)
               COMPUTE WS-CROSS = WS-D1X * WS-D2Y - WS-D1Y * WS-D2X
               COMPUTE WS-X1 = WS-BT-LON(WS-I) * WS-REF-COS
               COMPUTE WS-Y1 = WS-BT-LAT(WS-I)
               COMPUTE WS-DX = WS-BT-LON(WS-J) * WS-REF-COS - WS-X1
               COMPUTE WS-DY = WS-BT-LAT(WS-J) - WS-Y1
               COMPUTE WS-T1 =
                  (WS-DX * WS-D2Y - WS-DY * WS-D2X) / WS-CROSS
               COMPUTE WS-T2 =
                  (WS-DX * WS-D1Y - WS-DY * WS-D1X) / WS-CROSS
               IF WS-T1 > 0 AND WS-T2 > 0
                   ADD 1 TO WS-PAIRS
                   COMPUTE WS-SUM-X = WS-SUM-X + WS-X1
                      + WS-T1 * WS-D1X
                   COMPUTE WS-SUM-Y = WS-SUM-Y + WS-Y1
                      + WS-T1 * WS-D1Y
                   IF WS-CUT-DEG > WS-BEST-CUT
                       MOVE WS-CUT-DEG TO WS-BEST-CUT
                   END-IF
               END-IF
           END-IF.

      *The angle of cut grades the fix: near a right angle the
      *error of each bearing moves the fix least
       WRITE-FIX.
           COMPUTE WS-FIX-X = WS-SUM-X / WS-PAIRS.
           COMPUTE WS-FIX-Y = WS-SUM-Y / WS-PAIRS.
           COMPUTE WS-FIX-LAT ROUNDED = WS-FIX-Y.
           COMPUTE WS-FIX-LON ROUNDED = WS-FIX-X / WS-REF-COS.
           EVALUATE TRUE
               WHEN WS-BEST-CUT >= 60
                   MOVE 'A' TO WS-GRADE
               WHEN WS-BEST-CUT >= 45
                   MOVE 'B' TO WS-GRADE
               WHEN WS-BEST-CUT >= 30
                   MOVE 'C' TO WS-GRADE
               WHEN WS-BEST-CUT >= 15
                   MOVE 'D' TO WS-GRADE
               WHEN OTHER
                   MOVE 'E' TO WS-GRADE
           END-EVALUATE.
           PERFORM FORMAT-FIX-POSITION.
           PERFORM FIND-NEAREST-SQUARE.
           MOVE WS-STATIONS TO WS-STATIONS-TEXT.
           MOVE SPACES TO SIGHTING-RECORD.
           STRING 'DF TRANSMITTER ' WS-BT-TRANSMITTER(WS-GRP-FIRST)
              DELIMITED BY SIZE INTO SIG-CONTACT-DESC.
           MOVE WS-BT-DATE(WS-GRP-FIRST) TO SIG-DATE.
           STRING 'DF FIX ' WS-LAT-TEXT ' ' WS-LON-TEXT
              DELIMITED BY SIZE INTO SIG-LOCATION.
           STRING 'HF/DF CROSS-FIX ' WS-STATIONS-TEXT ' STNS'
              DELIMITED BY SIZE INTO SIG-REPORTING-UNIT.
           MOVE WS-GRADE TO SIG-RELIABILITY-GRADE.
           MOVE WS-FIX-SQUARE TO SIG-GRID-SQUARE.
           WRITE SIGHTING-RECORD.
           IF WS-SIG-FILE-STATUS = '00'
               ADD 1 TO WS-FIX-COUNT
               DISPLAY 'FIX ' WS-BT-TRANSMITTER(WS-GRP-FIRST) ' '
                  WS-BT-DATE(WS-GRP-FIRST) ' '
                  WS-BT-TIME(WS-GRP-FIRST) ' ' WS-LAT-TEXT ' '
                  WS-LON-TEXT ' SQUARE ' WS-FIX-SQUARE
                  ' CUT ' WS-BEST-CUT ' GRADE ' WS-GRADE
           ELSE
               DISPLAY 'ERROR: SIGHTNG WRITE FAILED WITH STATUS '
                  WS-SIG-FILE-STATUS
           END-IF.

      *Signed minutes back to the chart form, e.g. 5530N 01245W
       FORMAT-FIX-POSITION.
           IF WS-FIX-LAT < 0
               MOVE 'S' TO WS-LAT-HEMI
           ELSE
               MOVE 'N' TO WS-LAT-HEMI
           END-IF.
           COMPUTE WS-ABS-MIN = FUNCTION ABS(WS-FIX-LAT).
           DIVIDE WS-ABS-MIN BY 60 GIVING WS-POS-DEG
              REMAINDER WS-POS-MIN.
           STRING WS-POS-DEG(2:2) WS-POS-MIN WS-LAT-HEMI
              DELIMITED BY SIZE INTO WS-LAT-TEXT.
           IF WS-FIX-LON < 0
               MOVE 'W' TO WS-LON-HEMI
           ELSE
               MOVE 'E' TO WS-LON-HEMI
           END-IF.
           COMPUTE WS-ABS-MIN = FUNCTION ABS(WS-FIX-LON).
           DIVIDE WS-ABS-MIN BY 60 GIVING WS-POS-DEG
              REMAINDER WS-POS-MIN.
           STRING WS-POS-DEG WS-POS-MIN WS-LON-HEMI
              DELIMITED BY SIZE INTO WS-LON-TEXT.

       FIND-NEAREST-SQUARE.
           MOVE SPACES TO WS-FIX-SQUARE.
           MOVE WS-MAX-DIST-SQ TO WS-BEST-DIST-SQ.
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > WS-SQ-NR
               COMPUTE WS-DIST-SQ =
                  (WS-SQ-LAT(WS-SQ-IDX) - WS-FIX-LAT) ** 2
                  + ((WS-SQ-LON(WS-SQ-IDX) - WS-FIX-LON)
                     * WS-REF-COS) ** 2
               IF WS-DIST-SQ <= WS-BEST-DIST-SQ
                   MOVE WS-DIST-SQ TO WS-BEST-DIST-SQ
                   MOVE WS-SQ-SQUARE(WS-SQ-IDX) TO WS-FIX-SQUARE
               END-IF
           END-PERFORM.

      *Crossed and given-up bearings are stamped so the next run
      *does not cross them again
       MARK-BEARINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BT-NR
               IF WS-BT-NEW-STATE(WS-I) NOT = SPACE
                   MOVE WS-BT-KEY(WS-I) TO DFB-KEY
                   READ DF-BEARINGS RECORD KEY DFB-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-BT-NEW-STATE(WS-I) TO DFB-FIX-STATE
                       MOVE WS-CURRENT-TIMESTAMP(1:8) TO DFB-FIX-DATE
                       REWRITE DF-BEARING-RECORD
                       IF WS-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR: BEARING REWRITE FAILED '
                              'WITH STATUS ' WS-FILE-STATUS
                       END-IF
                   END-READ
               END-IF
           END-PERFORM.
