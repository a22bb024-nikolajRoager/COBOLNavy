      *signal logs, ready for the duty officer to hand to the
      *admiral at the morning brief. A square's theatre comes off
      *the GRIDMST master; rows never grid-coded fall under an
      *UNCODED heading rather than off the plot. Times are on file
      *as GMT and print as such with a Z, the theatre's local time
      *off the ZONEREF reference beside them. A force at sea whose
      *sailing was keyed with waypoints (SAILWPT) plots in the square
      *of the last waypoint it was planned to have passed by now,
      *which is where it is expected to be today.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
           SELECT SAILING-WAYPOINTS ASSIGN TO SAILWPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WPT-KEY
           FILE STATUS IS WS-WPT-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
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
       FD  PORT-MASTER.
       01 PORT-MASTER-RECORD.
           05 PRT-NAME PIC X(25).
           05 PRT-BERTHS PIC 9(3).
           05 PRT-DOCKS PIC 9(3).
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
       FD  SAILING-WAYPOINTS.
       COPY WPTREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-THEATRE PIC X(20).
           05 SD-SQUARE PIC X(6).
      *1 own ship, 2 contact, 3 task force at sea
           05 SD-KIND PIC 9.
           05 SD-TEXT PIC X(90).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-PSR-FILE-STATUS PIC XX.
       01 WS-GRD-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-WPT-FILE-STATUS PIC XX.
       01 WS-WPT-AVAILABLE PIC X VALUE 'n'.
       01 WS-WPT-EOF PIC X.
      *Now as CCYYMMDDHHMM GMT, against the waypoints' planned times,
      *and the last waypoint a force was planned to pass by then
       01 WS-NOW-STAMP PIC X(12).
       01 WS-WPT-STAMP PIC X(12).
       01 WS-EXP-FOUND PIC X.
       01 WS-EXP-SEQ PIC 99.
       01 WS-EXP-SQUARE PIC X(6).
       01 WS-EXP-DATE PIC X(8).
       01 WS-EXP-TIME PIC X(4).
       01 WS-EXP-WAYPOINTS PIC 99.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'SITPLOT'.
       01 WS-RPT-LINE PIC X(100).
      *Common time-zone plumbing; see GETZONE and CNVZONE
       01 WS-ZON-THEATRE PIC X(20).
       01 WS-ZON-ZONE PIC X(1).
       01 WS-ZON-RESULT PIC X(1).
       01 WS-CNV-DIRECTION PIC X(1).
       01 WS-CNV-DATE PIC X(8).
       01 WS-CNV-TIME PIC X(4).
       01 WS-CNV-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           CALL 'GETGMT' USING WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           MOVE WS-CURRENT-TIMESTAMP(1:12) TO WS-NOW-STAMP.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-TODAY)).
           OPEN INPUT GRID-SQUARES.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           END-IF.
           OPEN INPUT SAILING-WAYPOINTS.
           IF WS-WPT-FILE-STATUS = '00' OR WS-WPT-FILE-STATUS = '97'
               MOVE 'y' TO WS-WPT-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-THEATRE SD-SQUARE
              SD-KIND
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           IF WS-WPT-AVAILABLE = 'y'
               CLOSE SAILING-WAYPOINTS
           END-IF.
           GOBACK.

       FEED-THE-PLOT.
           MOVE WS-HELD-SQUARE TO SD-SQUARE.
           PERFORM RESOLVE-SQUARE-THEATRE.
           MOVE 1 TO SD-KIND.
           MOVE SD-THEATRE TO WS-ZON-THEATRE.
           MOVE WS-HELD-DATE TO WS-CNV-DATE.
           MOVE WS-HELD-TIME TO WS-CNV-TIME.
           PERFORM CONVERT-TO-THEATRE-TIME.
           MOVE SPACES TO SD-TEXT.
           IF WS-CNV-RESULT = 'Y'
               STRING WS-HELD-UID ' AT ' WS-HELD-POSITION ' '
                  WS-HELD-DATE '/' WS-HELD-TIME 'Z LOCAL '
                  WS-CNV-DATE '/' WS-CNV-TIME WS-ZON-ZONE
                  DELIMITED BY SIZE INTO SD-TEXT
           ELSE
               STRING WS-HELD-UID ' AT ' WS-HELD-POSITION ' '
                  WS-HELD-DATE '/' WS-HELD-TIME 'Z'
                  DELIMITED BY SIZE INTO SD-TEXT
           END-IF.
           RELEASE SORT-RECORD.

      *Enemy and unidentified contacts of the last three days
           RELEASE SORT-RECORD.

      *A force is at sea today when the schedule's window covers
      *the run date. With waypoints on SAILWPT it plots in the
      *square it was planned to have reached by now; without them,
      *or before its first waypoint, its theatre is the departure
      *port's and it carries no square of its own
       FEED-FORCES-AT-SEA.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-SCH-FILE-STATUS NOT = '00'
           END-IF.

       RELEASE-ONE-FORCE.
           PERFORM FIND-EXPECTED-WAYPOINT.
           IF WS-EXP-FOUND = 'Y'
               MOVE WS-EXP-SQUARE TO SD-SQUARE
               PERFORM RESOLVE-SQUARE-THEATRE
               MOVE 3 TO SD-KIND
               MOVE SPACES TO SD-TEXT
               STRING 'TF ' SCH-TF-ID ' EXPECTED AT WPT ' WS-EXP-SEQ
                  '/' WS-EXP-WAYPOINTS ' PLANNED ' WS-EXP-DATE '/'
                  WS-EXP-TIME 'Z FOR ' SCH-DESTINATION
                  DELIMITED BY SIZE INTO SD-TEXT
               END-STRING
               RELEASE SORT-RECORD
           ELSE
               PERFORM RELEASE-FORCE-BY-PORT
           END-IF.

      *The last of the force's waypoints whose planned GMT date and
      *time is not after now; WS-EXP-FOUND stays N when it has none
      *on file or has not yet been planned to reach the first
       FIND-EXPECTED-WAYPOINT.
           MOVE 'N' TO WS-EXP-FOUND.
           MOVE 0 TO WS-EXP-WAYPOINTS.
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
           ADD 1 TO WS-EXP-WAYPOINTS.
           STRING WPT-PLANNED-DATE WPT-PLANNED-TIME
              DELIMITED BY SIZE INTO WS-WPT-STAMP.
           IF WS-WPT-STAMP <= WS-NOW-STAMP
               MOVE 'Y' TO WS-EXP-FOUND
               MOVE WPT-SEQ TO WS-EXP-SEQ
               MOVE WPT-GRID-SQUARE TO WS-EXP-SQUARE
               MOVE WPT-PLANNED-DATE TO WS-EXP-DATE
               MOVE WPT-PLANNED-TIME TO WS-EXP-TIME
           END-IF.

       RELEASE-FORCE-BY-PORT.
           MOVE 'UNCODED THEATRE' TO SD-THEATRE.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE SCH-DEP-PORT TO PRT-NAME
               MOVE SD-THEATRE TO WS-CUR-THEATRE
               MOVE LOW-VALUES TO WS-CUR-SQUARE
               PERFORM PRINT-REPORT-LINE
               MOVE WS-CUR-THEATRE TO WS-ZON-THEATRE
               CALL 'GETZONE' USING WS-ZON-THEATRE, WS-ZON-ZONE,
                  WS-ZON-RESULT
               IF WS-ZON-RESULT = 'Y'
                   STRING 'THEATRE: ' WS-CUR-THEATRE
                      ' LOCAL TIME ZONE ' WS-ZON-ZONE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   STRING 'THEATRE: ' WS-CUR-THEATRE
                      ' NO ZONE ON FILE, GMT ONLY'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               END-IF
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF SD-SQUARE NOT = WS-CUR-SQUARE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Turns the GMT date and time in WS-CNV-DATE and WS-CNV-TIME
      *into the local time of the theatre in WS-ZON-THEATRE;
      *WS-CNV-RESULT stays N when the theatre has no zone on file
       CONVERT-TO-THEATRE-TIME.
           MOVE 'N' TO WS-CNV-RESULT.
           CALL 'GETZONE' USING WS-ZON-THEATRE, WS-ZON-ZONE,
              WS-ZON-RESULT.
           IF WS-ZON-RESULT = 'Y'
               MOVE 'L' TO WS-CNV-DIRECTION
               CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-ZON-ZONE,
                  WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
