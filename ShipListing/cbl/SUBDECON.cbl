      *This program is the daily submarine deconfliction listing for
      *the operations room and the submarine staff: every friendly
      *submarine whose patrol (SUBPTRL) has her at sea today, on
      *station or on passage, with the squares of her box, and under
      *her every surface force on SAILSCH whose departure or
      *destination square lies in that box and whose sailing window
      *falls inside her sortie, or whose route passes through it: a
      *waypoint on SAILWPT in one of her squares, on a day inside
      *her sortie. A force due in the box while she holds it on
      *station is flagged as a clash; one due there only while she
      *is on her way out or home is listed without the flag. Boats
      *with no surface force in their box are listed too, so the
      *sheet is the whole picture of our own submarines.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SUBDECON.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATROL-AREAS ASSIGN TO SUBPTRL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SBP-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT SAILING-WAYPOINTS ASSIGN TO SAILWPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WPT-KEY
           FILE STATUS IS WS-WPT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PATROL-AREAS.
       COPY SUBPREC.
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  PORT-MASTER.
       01 PORT-MASTER-RECORD.
           05 PRT-NAME PIC X(25).
           05 PRT-THEATRE PIC X(20).
           05 PRT-BERTHS PIC 9(3).
           05 PRT-DOCKS PIC 9(3).
      *Grade of bunker fuel the port can issue: FO = fuel oil,
      *COAL = coal, BOTH = both; spaces on old records mean FO
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  SAILING-WAYPOINTS.
       COPY WPTREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-WPT-FILE-STATUS PIC XX.
       01 WS-WPT-AVAILABLE PIC X VALUE 'n'.
       01 WS-WPT-EOF PIC X.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
      *Sailings still to finish, with their ports' squares, loaded
      *once at start-up and matched against every box
       01 WS-SAILING-TABLE.
           05 WS-SAL-ENTRY OCCURS 300 TIMES.
                10 WS-SAL-TF-ID PIC X(8).
                10 WS-SAL-DEP-PORT PIC X(25).
                10 WS-SAL-DEP-DATE PIC X(8).
                10 WS-SAL-DEP-SQUARE PIC X(6).
                10 WS-SAL-DESTINATION PIC X(25).
                10 WS-SAL-ETA PIC X(8).
                10 WS-SAL-DEST-SQUARE PIC X(6).
      *The sailing's waypoints in the table below, first to last;
      *first beyond last when she has none
                10 WS-SAL-WAY-FIRST PIC 9(4).
                10 WS-SAL-WAY-LAST PIC 9(4).
       01 WS-SAL-NR PIC 9(3) VALUE 0.
      *Route waypoints of the loaded sailings, from SAILWPT
       01 WS-WAYPOINT-TABLE.
           05 WS-WAY-ENTRY OCCURS 3000 TIMES.
                10 WS-WAY-SEQ PIC 99.
                10 WS-WAY-SQUARE PIC X(6).
                10 WS-WAY-DATE PIC X(8).
       01 WS-WAY-NR PIC 9(4) VALUE 0.
       01 WS-WAY-IDX PIC 9(4).
       01 WS-SAL-IDX PIC 9(3).
       01 WS-SQ-IDX PIC 9.
       01 WS-PORT-SQUARE PIC X(6).
       01 WS-HIT-PORT PIC X(25).
       01 WS-HIT-SQUARE PIC X(6).
       01 WS-HIT-WHEN PIC X(17).
       01 WS-HIT-CLASH PIC X.
       01 WS-PATROL-STATE PIC X(10).
       01 WS-BOX-TEXT PIC X(42).
       01 WS-BOX-PTR PIC 99.
       01 WS-FORCES-IN-BOX PIC 9(3).
       01 WS-BOAT-COUNT PIC 9(4) VALUE 0.
       01 WS-CLASH-COUNT PIC 9(4) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'SUBDECON'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT PATROL-AREAS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO PATROL-AREA REGISTER ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: PORT-MASTER NOT AVAILABLE, SURFACE '
                  'FORCES CANNOT BE PLACED IN SQUARES'
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           IF WS-PRT-AVAILABLE = 'y'
               PERFORM LOAD-SAILINGS
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PATROL-AREAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SBP-TRANSIT-OUT-DATE <= WS-TODAY
                          AND SBP-TRANSIT-BACK-DATE >= WS-TODAY
                           PERFORM LIST-ONE-PATROL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PATROL-AREAS.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'SUBMARINES AT SEA: ' WS-BOAT-COUNT
              ', SURFACE FORCES CLASHING WITH A BOX ON STATION: '
              WS-CLASH-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *Only sailings not yet over are kept; a sailing already in
      *harbour can meet no submarine
       LOAD-SAILINGS.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-SCH-FILE-STATUS NOT = '00'
              AND WS-SCH-FILE-STATUS NOT = '97'
               DISPLAY 'SAILSCH NOT AVAILABLE, NO SURFACE FORCES '
                  'LISTED, STATUS ' WS-SCH-FILE-STATUS
           ELSE
               OPEN INPUT SAILING-WAYPOINTS
               IF WS-WPT-FILE-STATUS = '00'
                  OR WS-WPT-FILE-STATUS = '97'
                   MOVE 'y' TO WS-WPT-AVAILABLE
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SAILING-SCHEDULE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SCH-ETA >= WS-TODAY AND WS-SAL-NR < 300
                               PERFORM LOAD-ONE-SAILING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAILING-SCHEDULE
               IF WS-WPT-AVAILABLE = 'y'
                   CLOSE SAILING-WAYPOINTS
               END-IF
               MOVE 'N' TO WS-EOF
           END-IF.

       LOAD-ONE-SAILING.
           ADD 1 TO WS-SAL-NR.
           MOVE SCH-TF-ID TO WS-SAL-TF-ID(WS-SAL-NR).
           MOVE SCH-DEP-PORT TO WS-SAL-DEP-PORT(WS-SAL-NR).
           MOVE SCH-DEP-DATE TO WS-SAL-DEP-DATE(WS-SAL-NR).
           MOVE SCH-DESTINATION TO WS-SAL-DESTINATION(WS-SAL-NR).
           MOVE SCH-ETA TO WS-SAL-ETA(WS-SAL-NR).
           MOVE SCH-DEP-PORT TO PRT-NAME.
           PERFORM LOOK-UP-PORT-SQUARE.
           MOVE WS-PORT-SQUARE TO WS-SAL-DEP-SQUARE(WS-SAL-NR).
           MOVE SCH-DESTINATION TO PRT-NAME.
           PERFORM LOOK-UP-PORT-SQUARE.
           MOVE WS-PORT-SQUARE TO WS-SAL-DEST-SQUARE(WS-SAL-NR).
           COMPUTE WS-SAL-WAY-FIRST(WS-SAL-NR) = WS-WAY-NR + 1.
           IF WS-WPT-AVAILABLE = 'y'
               PERFORM LOAD-SAILING-WAYPOINTS
           END-IF.
           MOVE WS-WAY-NR TO WS-SAL-WAY-LAST(WS-SAL-NR).

      *The sailing's waypoints sit together under its TF-ID
       LOAD-SAILING-WAYPOINTS.
           MOVE SCH-TF-ID TO WPT-TF-ID.
           MOVE 0 TO WPT-SEQ.
           MOVE 'N' TO WS-WPT-EOF.
           START SAILING-WAYPOINTS KEY >= WPT-KEY
           INVALID KEY
               MOVE 'Y' TO WS-WPT-EOF
           END-START.
           PERFORM UNTIL WS-WPT-EOF = 'Y'
               READ SAILING-WAYPOINTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WPT-EOF
                   NOT AT END
                       IF WPT-TF-ID NOT = SCH-TF-ID
                          OR WS-WAY-NR NOT < 3000
                           MOVE 'Y' TO WS-WPT-EOF
                       ELSE
                           ADD 1 TO WS-WAY-NR
                           MOVE WPT-SEQ TO WS-WAY-SEQ(WS-WAY-NR)
                           MOVE WPT-GRID-SQUARE
                              TO WS-WAY-SQUARE(WS-WAY-NR)
                           MOVE WPT-PLANNED-DATE
                              TO WS-WAY-DATE(WS-WAY-NR)
                       END-IF
               END-READ
           END-PERFORM.

       LOOK-UP-PORT-SQUARE.
           MOVE SPACES TO WS-PORT-SQUARE.
           READ PORT-MASTER RECORD KEY PRT-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PRT-GRID-SQUARE TO WS-PORT-SQUARE
           END-READ.

       LIST-ONE-PATROL.
           ADD 1 TO WS-BOAT-COUNT.
           MOVE SPACES TO SHIP-NAME.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE SBP-SUB-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   MOVE '(NOT ON ALLSHPS)' TO SHIP-NAME
               END-READ
           END-IF.
           IF SBP-STATION-FROM <= WS-TODAY
              AND SBP-STATION-TO >= WS-TODAY
               MOVE 'ON STATION' TO WS-PATROL-STATE
           ELSE
               MOVE 'ON PASSAGE' TO WS-PATROL-STATE
           END-IF.
           MOVE SPACES TO WS-BOX-TEXT.
           MOVE 1 TO WS-BOX-PTR.
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > SBP-SQUARE-COUNT
               STRING SBP-SQUARE(WS-SQ-IDX) ' '
                  DELIMITED BY SIZE INTO WS-BOX-TEXT
                  WITH POINTER WS-BOX-PTR
               END-STRING
           END-PERFORM.
           PERFORM PRINT-REPORT-LINE.
           STRING SBP-SUB-UID ' ' SHIP-NAME ' ' WS-PATROL-STATE
              ' STATION ' SBP-STATION-FROM '-' SBP-STATION-TO
              ' HOME ' SBP-TRANSIT-BACK-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  BOX ' WS-BOX-TEXT ' ORDERED BY ' SBP-AUTHORITY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 0 TO WS-FORCES-IN-BOX.
           PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
               UNTIL WS-SAL-IDX > WS-SAL-NR
               IF WS-SAL-DEP-DATE(WS-SAL-IDX) <= SBP-TRANSIT-BACK-DATE
                  AND WS-SAL-ETA(WS-SAL-IDX) >= SBP-TRANSIT-OUT-DATE
                   PERFORM MATCH-SAILING-TO-BOX
               END-IF
           END-PERFORM.
           IF WS-FORCES-IN-BOX = 0
               MOVE '  NO SURFACE FORCE IN THE BOX' TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Either end of the passage in any square of the box places
      *the force there over its whole window; a waypoint in the box
      *places it there on the day it is planned to pass
       MATCH-SAILING-TO-BOX.
           MOVE SPACES TO WS-HIT-SQUARE.
           MOVE 'n' TO WS-HIT-CLASH.
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > SBP-SQUARE-COUNT
               IF WS-SAL-DEP-SQUARE(WS-SAL-IDX) NOT = SPACES
                  AND WS-SAL-DEP-SQUARE(WS-SAL-IDX) =
                     SBP-SQUARE(WS-SQ-IDX)
                   MOVE SBP-SQUARE(WS-SQ-IDX) TO WS-HIT-SQUARE
                   MOVE WS-SAL-DEP-PORT(WS-SAL-IDX) TO WS-HIT-PORT
               END-IF
               IF WS-SAL-DEST-SQUARE(WS-SAL-IDX) NOT = SPACES
                  AND WS-SAL-DEST-SQUARE(WS-SAL-IDX) =
                     SBP-SQUARE(WS-SQ-IDX)
                   MOVE SBP-SQUARE(WS-SQ-IDX) TO WS-HIT-SQUARE
                   MOVE WS-SAL-DESTINATION(WS-SAL-IDX) TO WS-HIT-PORT
               END-IF
           END-PERFORM.
           IF WS-HIT-SQUARE NOT = SPACES
               MOVE SPACES TO WS-HIT-WHEN
               STRING WS-SAL-DEP-DATE(WS-SAL-IDX) '-'
                  WS-SAL-ETA(WS-SAL-IDX)
                  DELIMITED BY SIZE INTO WS-HIT-WHEN
               END-STRING
               IF WS-SAL-DEP-DATE(WS-SAL-IDX) <= SBP-STATION-TO
                  AND WS-SAL-ETA(WS-SAL-IDX) >= SBP-STATION-FROM
                   MOVE 'y' TO WS-HIT-CLASH
               END-IF
           END-IF.
           PERFORM VARYING WS-WAY-IDX
               FROM WS-SAL-WAY-FIRST(WS-SAL-IDX) BY 1
               UNTIL WS-WAY-IDX > WS-SAL-WAY-LAST(WS-SAL-IDX)
                  OR WS-HIT-CLASH = 'y'
               IF WS-WAY-DATE(WS-WAY-IDX) >= SBP-TRANSIT-OUT-DATE
                  AND WS-WAY-DATE(WS-WAY-IDX) <= SBP-TRANSIT-BACK-DATE
                   PERFORM MATCH-WAYPOINT-TO-BOX
               END-IF
           END-PERFORM.
           IF WS-HIT-SQUARE NOT = SPACES
               ADD 1 TO WS-FORCES-IN-BOX
               IF WS-HIT-CLASH = 'y'
                   ADD 1 TO WS-CLASH-COUNT
                   STRING '  ** CLASH ' WS-SAL-TF-ID(WS-SAL-IDX)
                      ' AT ' WS-HIT-PORT ' (' WS-HIT-SQUARE ') '
                      WS-HIT-WHEN
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   STRING '     FORCE ' WS-SAL-TF-ID(WS-SAL-IDX)
                      ' AT ' WS-HIT-PORT ' (' WS-HIT-SQUARE ') '
                      WS-HIT-WHEN
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               END-IF
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *A waypoint on a day the boat holds the box on station is a
      *clash, and is the one listed
       MATCH-WAYPOINT-TO-BOX.
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
               UNTIL WS-SQ-IDX > SBP-SQUARE-COUNT
               IF WS-WAY-SQUARE(WS-WAY-IDX) = SBP-SQUARE(WS-SQ-IDX)
                  AND WS-HIT-CLASH = 'n'
                   MOVE SBP-SQUARE(WS-SQ-IDX) TO WS-HIT-SQUARE
                   MOVE SPACES TO WS-HIT-PORT
                   STRING 'WAYPOINT ' WS-WAY-SEQ(WS-WAY-IDX)
                      DELIMITED BY SIZE INTO WS-HIT-PORT
                   END-STRING
                   MOVE WS-WAY-DATE(WS-WAY-IDX) TO WS-HIT-WHEN
                   IF WS-WAY-DATE(WS-WAY-IDX) >= SBP-STATION-FROM
                      AND WS-WAY-DATE(WS-WAY-IDX) <= SBP-STATION-TO
                       MOVE 'y' TO WS-HIT-CLASH
                   END-IF
               END-IF
           END-PERFORM.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'FRIENDLY SUBMARINE DECONFLICTION' TO WS-RPT-LINE.
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
