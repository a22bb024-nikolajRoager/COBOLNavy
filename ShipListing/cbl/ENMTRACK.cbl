      *This program is the nightly enemy track builder: SIGHTNG
      *holds single sightings and ENMDOSS lists them in date order,
      *but nobody turned them into a track. The sightings of the
      *last few days that are tied to an enemy unit -- by SIG-UID,
      *or an unidentified contact of A or B grade whose description
      *names an ENMYSHP unit, the match SIGCORR proposes -- and
      *that carry a plotted grid square are chained per ENM-UID in
      *date order. Sightings carry a date and no time, so each is
      *taken at noon and one day's sightings give one position.
      *Course and speed come from the last two days' positions,
      *and the unit is run on at that speed to 0800 tomorrow; the
      *projected square is the nearest plotted GRIDDT square. The
      *confidence band widens with the grade of the last sighting
      *and with the distance run since, and a unit seen on one day
      *only is left where she was seen with a band as wide as she
      *could have steamed. Each unit's track is written to ENMTRK
      *and printed as the morning plot for the operations room.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ENMTRACK.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENEMY-TRACKS ASSIGN TO ENMTRK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TRK-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT ENEMY-SHIPS ASSIGN TO ENMYSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ENM-UID
           FILE STATUS IS WS-ENM-FILE-STATUS.
           SELECT SIGHTINGS ASSIGN TO SIGHTNG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIG-FILE-STATUS.
           SELECT GRID-SQUARES ASSIGN TO GRIDDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GRD-SQUARE
           FILE STATUS IS WS-GRD-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ENEMY-TRACKS.
       COPY TRKREC.
       FD  ENEMY-SHIPS.
       01 ENEMY-SHIP-RECORD.
           05 ENM-UID PIC X(12).
           05 ENM-NAME PIC X(20).
           05 ENM-CLASS PIC X(20).
           05 ENM-ARMAMENT-ESTIMATE PIC X(40).
           05 ENM-LAST-THEATRE PIC X(20).
           05 ENM-CONFIDENCE-LEVEL PIC X(1).
           05 ENM-STATUS PIC X(8).
           05 ENM-ASSESSED-DATE PIC X(8).
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
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-ENM-UID PIC X(12).
           05 SD-DATE PIC X(8).
           05 SD-SQUARE PIC X(6).
           05 SD-GRADE PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ENM-FILE-STATUS PIC XX.
       01 WS-SIG-FILE-STATUS PIC XX.
       01 WS-GRD-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-TOMORROW PIC 9(8).
       01 WS-CUTOFF PIC 9(8).
       01 WS-DAY-NR PIC 9(7).
      *Sightings older than this many days are not chained
       01 WS-TRACK-DAYS PIC 9(3) VALUE 7.
      *A run between two days' positions faster than this is taken
      *as two different contacts, not one unit's course
       01 WS-MAX-SPEED-KN PIC 99 VALUE 35.
      *Speed assumed for a unit seen on one day only
       01 WS-ASSUMED-SPEED-KN PIC 99 VALUE 15.
       01 WS-MAX-SNAP-NM PIC 9(4) VALUE 300.
      *Enemy names, for the description match SIGCORR makes
       01 WS-ENM-TABLE.
           05 WS-ENM-ENTRY OCCURS 500 TIMES.
                10 WS-ENM-TBL-UID PIC X(12).
                10 WS-ENM-TBL-NAME PIC X(20).
       01 WS-ENM-COUNT PIC 9(4) VALUE 0.
       01 WS-IDX PIC 9(4).
       01 WS-SCAN-NAME PIC X(20).
       01 WS-SCAN-POS PIC 99.
       01 WS-SCAN-LIMIT PIC 99.
       01 WS-NAME-LEN PIC 99.
       01 WS-NAME-MATCHED PIC X.
       01 WS-TRACK-UID PIC X(12).
      *Plotted grid squares, in signed minutes of arc
       01 WS-SQUARE-TABLE.
           05 WS-SQ-ENTRY OCCURS 1000 TIMES.
                10 WS-SQ-SQUARE PIC X(6).
                10 WS-SQ-LAT PIC S9(5).
                10 WS-SQ-LON PIC S9(5).
       01 WS-SQ-NR PIC 9(4) VALUE 0.
       01 WS-SQ-IDX PIC 9(4).
       01 WS-SQ-FOUND PIC X.
       01 WS-SQ-FOUND-LAT PIC S9(5).
       01 WS-SQ-FOUND-LON PIC S9(5).
      *The unit being chained
       01 WS-CUR-UID PIC X(12) VALUE SPACES.
       01 WS-CUR-COUNT PIC 9(3).
       01 WS-CUR-FIRST-DATE PIC X(8).
       01 WS-LAST-DATE PIC X(8).
       01 WS-LAST-SQUARE PIC X(6).
       01 WS-LAST-LAT PIC S9(5).
       01 WS-LAST-LON PIC S9(5).
       01 WS-LAST-GRADE PIC X.
       01 WS-PREV-DATE PIC X(8).
       01 WS-PREV-LAT PIC S9(5).
       01 WS-PREV-LON PIC S9(5).
      *Track arithmetic, in nautical miles east and north
       01 WS-DEG-TO-RAD PIC S9V9(9).
       01 WS-REF-COS PIC S9V9(8).
       01 WS-DX PIC S9(6)V9(4).
       01 WS-DY PIC S9(6)V9(4).
       01 WS-DIST-NM PIC 9(6)V9(4).
       01 WS-DAYS PIC 9(5).
       01 WS-HOURS PIC 9(6).
       01 WS-ANGLE PIC 9(3)V9(4).
       01 WS-COURSE PIC 9(3).
       01 WS-SPEED-KN PIC 9(3)V9.
       01 WS-COURSE-KNOWN PIC X.
       01 WS-RUN-NM PIC 9(6)V9(4).
       01 WS-PROJ-LAT PIC S9(5).
       01 WS-PROJ-LON PIC S9(5).
       01 WS-PROJ-SQUARE PIC X(6).
       01 WS-BAND-NM PIC 9(6).
       01 WS-DIST-SQ PIC 9(9)V99.
       01 WS-BEST-DIST-SQ PIC 9(9)V99.
       01 WS-ABS-MIN PIC 9(5).
       01 WS-POS-DEG PIC 9(3).
       01 WS-POS-MIN PIC 99.
       01 WS-LAT-HEMI PIC X.
       01 WS-LON-HEMI PIC X.
       01 WS-POSITION-TEXT PIC X(12).
       01 WS-BAND-TEXT PIC X(4).
       01 WS-COURSE-TEXT PIC X(24).
       01 WS-SPEED-OUT PIC Z9.9.
       01 WS-TRACK-COUNT PIC 9(5) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'ENMTRACK'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O ENEMY-TRACKS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT ENEMY-TRACKS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           COMPUTE WS-DAY-NR =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-TOMORROW =
              FUNCTION DATE-OF-INTEGER(WS-DAY-NR + 1).
           COMPUTE WS-CUTOFF =
              FUNCTION DATE-OF-INTEGER(WS-DAY-NR - WS-TRACK-DAYS).
           COMPUTE WS-DEG-TO-RAD = FUNCTION PI / 180.
           PERFORM LOAD-ENEMY-NAMES.
           PERFORM LOAD-PLOTTED-SQUARES.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-ENM-UID SD-DATE
               INPUT PROCEDURE IS RELEASE-RECENT-SIGHTINGS
               OUTPUT PROCEDURE IS BUILD-TRACKS.
           CLOSE ENEMY-TRACKS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'ENEMY UNITS TRACKED: ' WS-TRACK-COUNT
              ', SIGHTINGS OF THE LAST ' WS-TRACK-DAYS ' DAYS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       LOAD-ENEMY-NAMES.
           OPEN INPUT ENEMY-SHIPS.
           IF WS-ENM-FILE-STATUS NOT = '00'
              AND WS-ENM-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: ENMYSHP NOT AVAILABLE, NO ENEMY '
                  'UNITS TO TRACK, STATUS ' WS-ENM-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENEMY-SHIPS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-ENM-COUNT < 500
                               ADD 1 TO WS-ENM-COUNT
                               MOVE ENM-UID
                                  TO WS-ENM-TBL-UID(WS-ENM-COUNT)
                               MOVE ENM-NAME
                                  TO WS-ENM-TBL-NAME(WS-ENM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENEMY-SHIPS
           END-IF.

       LOAD-PLOTTED-SQUARES.
           OPEN INPUT GRID-SQUARES.
           IF WS-GRD-FILE-STATUS NOT = '00'
              AND WS-GRD-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: GRIDDT NOT AVAILABLE, NO POSITIONS '
                  'TO TRACK FROM'
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

      *Recent sightings with a square, attributed to an enemy unit
       RELEASE-RECENT-SIGHTINGS.
           OPEN INPUT SIGHTINGS.
           IF WS-SIG-FILE-STATUS NOT = '00'
               DISPLAY 'SIGHTNG NOT AVAILABLE, NO TRACKS BUILT, '
                  'STATUS ' WS-SIG-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SIGHTINGS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SIG-DATE >= WS-CUTOFF
                              AND SIG-GRID-SQUARE NOT = SPACES
                               PERFORM ATTRIBUTE-ONE-SIGHTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGHTINGS
           END-IF.
           MOVE 'N' TO WS-EOF.

       ATTRIBUTE-ONE-SIGHTING.
           MOVE SPACES TO WS-TRACK-UID.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENM-COUNT
                  OR WS-TRACK-UID NOT = SPACES
               IF SIG-UID NOT = SPACES
                   IF SIG-UID = WS-ENM-TBL-UID(WS-IDX)
                       MOVE SIG-UID TO WS-TRACK-UID
                   END-IF
               ELSE
                   IF SIG-RELIABILITY-GRADE = 'A'
                      OR SIG-RELIABILITY-GRADE = 'B'
                       MOVE WS-ENM-TBL-NAME(WS-IDX) TO WS-SCAN-NAME
                       PERFORM MATCH-NAME-IN-DESC
                       IF WS-NAME-MATCHED = 'Y'
                           MOVE WS-ENM-TBL-UID(WS-IDX)
                              TO WS-TRACK-UID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TRACK-UID NOT = SPACES
               MOVE WS-TRACK-UID TO SD-ENM-UID
               MOVE SIG-DATE TO SD-DATE
               MOVE SIG-GRID-SQUARE TO SD-SQUARE
               MOVE SIG-RELIABILITY-GRADE TO SD-GRADE
               RELEASE SORT-RECORD
           END-IF.

      *The same match SIGCORR makes: the trimmed name anywhere in
      *the 30-character free-text contact description
       MATCH-NAME-IN-DESC.
           MOVE 'N' TO WS-NAME-MATCHED.
           MOVE 0 TO WS-NAME-LEN.
           INSPECT FUNCTION REVERSE(WS-SCAN-NAME)
              TALLYING WS-NAME-LEN FOR LEADING SPACES.
           COMPUTE WS-NAME-LEN = 20 - WS-NAME-LEN.
           IF WS-NAME-LEN < 3
               CONTINUE
           ELSE
               COMPUTE WS-SCAN-LIMIT = 30 - WS-NAME-LEN + 1
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-SCAN-LIMIT
                      OR WS-NAME-MATCHED = 'Y'
                   IF SIG-CONTACT-DESC(WS-SCAN-POS:WS-NAME-LEN)
                      = WS-SCAN-NAME(1:WS-NAME-LEN)
                       MOVE 'Y' TO WS-NAME-MATCHED
                   END-IF
               END-PERFORM
           END-IF.

       BUILD-TRACKS.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHAIN-ONE-SIGHTING
               END-RETURN
           END-PERFORM.
           IF WS-CUR-UID NOT = SPACES
               PERFORM FINISH-TRACK
           END-IF.

      *A sighting in an unplotted square has no position and is
      *passed over. Of several sightings on one day the last stands
      *for that day; the day before it is kept for the course
       CHAIN-ONE-SIGHTING.
           PERFORM FIND-SQUARE-POSITION.
           IF WS-SQ-FOUND = 'Y'
               IF SD-ENM-UID NOT = WS-CUR-UID
                   IF WS-CUR-UID NOT = SPACES
                       PERFORM FINISH-TRACK
                   END-IF
                   MOVE SD-ENM-UID TO WS-CUR-UID
                   MOVE 0 TO WS-CUR-COUNT
                   MOVE SD-DATE TO WS-CUR-FIRST-DATE
                   MOVE SPACES TO WS-LAST-DATE
                   MOVE SPACES TO WS-PREV-DATE
               END-IF
               ADD 1 TO WS-CUR-COUNT
               IF SD-DATE NOT = WS-LAST-DATE
                  AND WS-LAST-DATE NOT = SPACES
                   MOVE WS-LAST-DATE TO WS-PREV-DATE
                   MOVE WS-LAST-LAT TO WS-PREV-LAT
                   MOVE WS-LAST-LON TO WS-PREV-LON
               END-IF
               MOVE SD-DATE TO WS-LAST-DATE
               MOVE SD-SQUARE TO WS-LAST-SQUARE
               MOVE WS-SQ-FOUND-LAT TO WS-LAST-LAT
               MOVE WS-SQ-FOUND-LON TO WS-LAST-LON
               MOVE SD-GRADE TO WS-LAST-GRADE
           END-IF.

       FIND-SQUARE-POSITION.
           MOVE 'N' TO WS-SQ-FOUND.
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > WS-SQ-NR OR WS-SQ-FOUND = 'Y'
               IF WS-SQ-SQUARE(WS-SQ-IDX) = SD-SQUARE
                   MOVE 'Y' TO WS-SQ-FOUND
                   MOVE WS-SQ-LAT(WS-SQ-IDX) TO WS-SQ-FOUND-LAT
                   MOVE WS-SQ-LON(WS-SQ-IDX) TO WS-SQ-FOUND-LON
               END-IF
           END-PERFORM.

       FINISH-TRACK.
           ADD 1 TO WS-TRACK-COUNT.
           COMPUTE WS-REF-COS =
              FUNCTION COS((WS-LAST-LAT / 60) * WS-DEG-TO-RAD).
      *From noon on the day last seen to 0800 tomorrow
           COMPUTE WS-HOURS =
              (WS-DAY-NR + 1
                 - FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(WS-LAST-DATE))) * 24 - 4.
           MOVE 'N' TO WS-COURSE-KNOWN.
           MOVE 0 TO WS-COURSE.
           MOVE 0 TO WS-SPEED-KN.
           IF WS-PREV-DATE NOT = SPACES
               PERFORM ESTIMATE-COURSE-SPEED
           END-IF.
           PERFORM BASE-BAND-FROM-GRADE.
           IF WS-COURSE-KNOWN = 'Y'
               COMPUTE WS-RUN-NM = WS-SPEED-KN * WS-HOURS
               COMPUTE WS-PROJ-LAT ROUNDED = WS-LAST-LAT
                  + WS-RUN-NM * FUNCTION COS(WS-COURSE * WS-DEG-TO-RAD)
               COMPUTE WS-PROJ-LON ROUNDED = WS-LAST-LON
                  + (WS-RUN-NM
                     * FUNCTION SIN(WS-COURSE * WS-DEG-TO-RAD))
                  / WS-REF-COS
               COMPUTE WS-BAND-NM ROUNDED = WS-BAND-NM + WS-RUN-NM / 4
           ELSE
               MOVE WS-LAST-LAT TO WS-PROJ-LAT
               MOVE WS-LAST-LON TO WS-PROJ-LON
               COMPUTE WS-BAND-NM = WS-BAND-NM
                  + WS-ASSUMED-SPEED-KN * WS-HOURS
           END-IF.
           IF WS-BAND-NM > 9999
               MOVE 9999 TO WS-BAND-NM
           END-IF.
           PERFORM FIND-NEAREST-SQUARE.
           PERFORM FORMAT-PROJECTED-POSITION.
           PERFORM WRITE-TRACK.
           PERFORM PRINT-TRACK.

      *Distance between the last two days' square centres on a flat
      *chart about the last latitude; the course is the angle east
      *of north of that run, worked out quadrant by quadrant
       ESTIMATE-COURSE-SPEED.
           COMPUTE WS-DX = (WS-LAST-LON - WS-PREV-LON) * WS-REF-COS.
           COMPUTE WS-DY = WS-LAST-LAT - WS-PREV-LAT.
           COMPUTE WS-DIST-NM = FUNCTION SQRT(WS-DX ** 2 + WS-DY ** 2).
           COMPUTE WS-DAYS =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-LAST-DATE))
              - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-PREV-DATE)).
           COMPUTE WS-SPEED-KN ROUNDED = WS-DIST-NM / (WS-DAYS * 24).
           IF WS-SPEED-KN <= WS-MAX-SPEED-KN
               MOVE 'Y' TO WS-COURSE-KNOWN
               EVALUATE TRUE
                   WHEN WS-DX = 0 AND WS-DY = 0
                       MOVE 0 TO WS-ANGLE
                   WHEN WS-DY = 0 AND WS-DX > 0
                       MOVE 90 TO WS-ANGLE
                   WHEN WS-DY = 0
                       MOVE 270 TO WS-ANGLE
                   WHEN OTHER
                       COMPUTE WS-ANGLE = FUNCTION ATAN(
                          FUNCTION ABS(WS-DX) / FUNCTION ABS(WS-DY))
                          / WS-DEG-TO-RAD
                       EVALUATE TRUE
                           WHEN WS-DX >= 0 AND WS-DY > 0
                               CONTINUE
                           WHEN WS-DX >= 0
                               COMPUTE WS-ANGLE = 180 - WS-ANGLE
                           WHEN WS-DY < 0
                               COMPUTE WS-ANGLE = 180 + WS-ANGLE
                           WHEN OTHER
                               COMPUTE WS-ANGLE = 360 - WS-ANGLE
                       END-EVALUATE
               END-EVALUATE
               COMPUTE WS-COURSE ROUNDED = WS-ANGLE
               IF WS-COURSE = 360
                   MOVE 0 TO WS-COURSE
               END-IF
           ELSE
               MOVE 0 TO WS-SPEED-KN
           END-IF.

      *The poorer the last report, the wider the band starts
       BASE-BAND-FROM-GRADE.
           EVALUATE WS-LAST-GRADE
               WHEN 'A'
                   MOVE 10 TO WS-BAND-NM
               WHEN 'B'
                   MOVE 20 TO WS-BAND-NM
               WHEN 'C'
                   MOVE 40 TO WS-BAND-NM
               WHEN 'D'
                   MOVE 60 TO WS-BAND-NM
               WHEN OTHER
                   MOVE 80 TO WS-BAND-NM
           END-EVALUATE.

       FIND-NEAREST-SQUARE.
           MOVE SPACES TO WS-PROJ-SQUARE.
           COMPUTE WS-BEST-DIST-SQ = WS-MAX-SNAP-NM * WS-MAX-SNAP-NM.
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > WS-SQ-NR
               COMPUTE WS-DIST-SQ =
                  (WS-SQ-LAT(WS-SQ-IDX) - WS-PROJ-LAT) ** 2
                  + ((WS-SQ-LON(WS-SQ-IDX) - WS-PROJ-LON)
                     * WS-REF-COS) ** 2
               IF WS-DIST-SQ <= WS-BEST-DIST-SQ
                   MOVE WS-DIST-SQ TO WS-BEST-DIST-SQ
                   MOVE WS-SQ-SQUARE(WS-SQ-IDX) TO WS-PROJ-SQUARE
               END-IF
           END-PERFORM.

      *Signed minutes back to the chart form, e.g. 5530N 01245W
       FORMAT-PROJECTED-POSITION.
           MOVE SPACES TO WS-POSITION-TEXT.
           IF WS-PROJ-LAT < 0
               MOVE 'S' TO WS-LAT-HEMI
           ELSE
               MOVE 'N' TO WS-LAT-HEMI
           END-IF.
           COMPUTE WS-ABS-MIN = FUNCTION ABS(WS-PROJ-LAT).
           DIVIDE WS-ABS-MIN BY 60 GIVING WS-POS-DEG
              REMAINDER WS-POS-MIN.
           STRING WS-POS-DEG(2:2) WS-POS-MIN WS-LAT-HEMI ' '
              DELIMITED BY SIZE INTO WS-POSITION-TEXT.
           IF WS-PROJ-LON < 0
               MOVE 'W' TO WS-LON-HEMI
           ELSE
               MOVE 'E' TO WS-LON-HEMI
           END-IF.
           COMPUTE WS-ABS-MIN = FUNCTION ABS(WS-PROJ-LON).
           DIVIDE WS-ABS-MIN BY 60 GIVING WS-POS-DEG
              REMAINDER WS-POS-MIN.
           STRING WS-POS-DEG WS-POS-MIN WS-LON-HEMI
              DELIMITED BY SIZE INTO WS-POSITION-TEXT(7:6).

      *A rerun the same night replaces that night's row
       WRITE-TRACK.
           MOVE WS-CUR-UID TO TRK-ENM-UID.
           MOVE WS-TODAY TO TRK-BUILT-DATE.
           MOVE WS-CUR-COUNT TO TRK-SIGHTINGS.
           MOVE WS-CUR-FIRST-DATE TO TRK-FIRST-DATE.
           MOVE WS-LAST-DATE TO TRK-LAST-DATE.
           MOVE WS-LAST-SQUARE TO TRK-LAST-SQUARE.
           MOVE WS-COURSE-KNOWN TO TRK-COURSE-KNOWN.
           MOVE WS-COURSE TO TRK-COURSE.
           MOVE WS-SPEED-KN TO TRK-SPEED-KN.
           MOVE WS-TOMORROW TO TRK-PROJ-DATE.
           MOVE '0800' TO TRK-PROJ-TIME.
           MOVE WS-POSITION-TEXT TO TRK-PROJ-POSITION.
           MOVE WS-PROJ-SQUARE TO TRK-PROJ-SQUARE.
           MOVE WS-BAND-NM TO TRK-BAND-NM.
           WRITE ENEMY-TRACK-RECORD
           INVALID KEY
               REWRITE ENEMY-TRACK-RECORD
           END-WRITE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: TRACK WRITE FAILED FOR ' WS-CUR-UID
                  ' WITH STATUS ' WS-FILE-STATUS
           END-IF.

       PRINT-TRACK.
           MOVE SPACES TO ENM-NAME.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENM-COUNT
               IF WS-ENM-TBL-UID(WS-IDX) = WS-CUR-UID
                   MOVE WS-ENM-TBL-NAME(WS-IDX) TO ENM-NAME
               END-IF
           END-PERFORM.
           IF WS-COURSE-KNOWN = 'Y'
               MOVE WS-SPEED-KN TO WS-SPEED-OUT
               STRING 'COURSE ' WS-COURSE ' SPEED ' WS-SPEED-OUT
                  ' KN' DELIMITED BY SIZE INTO WS-COURSE-TEXT
               END-STRING
           ELSE
               MOVE 'NO COURSE ESTIMATE' TO WS-COURSE-TEXT
           END-IF.
           MOVE TRK-BAND-NM TO WS-BAND-TEXT.
           PERFORM PRINT-REPORT-LINE.
           STRING WS-CUR-UID ' ' ENM-NAME ' SEEN ' WS-CUR-COUNT
              ' TIMES ' WS-CUR-FIRST-DATE '-' WS-LAST-DATE
              ' LAST IN ' WS-LAST-SQUARE ' GRADE ' WS-LAST-GRADE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  ' WS-COURSE-TEXT ' 0800 ' WS-TOMORROW
              ' PROBABLY IN ' WS-PROJ-SQUARE ' (' WS-POSITION-TEXT
              ') WITHIN ' WS-BAND-TEXT ' NM'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'ENEMY UNITS: PROBABLE POSITIONS AT 0800'
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
           MOVE 'OPERATIONS ROOM' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
