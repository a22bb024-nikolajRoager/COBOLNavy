      *This program is the daily overstay watch on neutral ports: a
      *ship cleared into a neutral port may stay only the hours her
      *NEUTCLR visit clearance allows, and past that she risks
      *internment, but nothing told the desk how long she had been
      *in. For every clearance whose window has opened, her POSREP
      *position reports from the window's first day are walked in
      *order; a report naming the port, or lying in the port's
      *PORTMSTR grid square, puts her in port, and any other puts
      *her out. If her latest report has her in port, she arrived
      *with the first report of that unbroken run in port, and the
      *hours from then to now (GMT) are set against the clearance.
      *A ship past her permitted stay is listed PAST, one within
      *the warning margin of it NEAR; ships comfortably inside
      *their stay are only counted. Run nightly by NIGHTRUN.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OVERSTAY.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEUTRAL-CLEARANCES ASSIGN TO NEUTCLR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NCL-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT POSITION-REPORTS ASSIGN TO POSRPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSR-KEY
           FILE STATUS IS WS-PSR-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
      *The fleet master, read keyed only for the ship's name
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  NEUTRAL-CLEARANCES.
       COPY NCLREC.
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
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-PSR-FILE-STATUS PIC XX.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-PSR-EOF PIC X.
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-NOW-DATE PIC X(8).
       01 WS-NOW-HHMM.
           05 WS-NOW-HH PIC 99.
           05 WS-NOW-MM PIC 99.
      *Hours short of the permitted stay at which a ship is listed
      *NEAR, so the recall can be signalled before she overstays
       01 WS-NEAR-HOURS PIC 9(3) VALUE 6.
       01 WS-PORT-SQUARE PIC X(6).
       01 WS-IN-PORT PIC X.
       01 WS-ARRIVED-DATE PIC X(8).
       01 WS-ARRIVED-TIME.
           05 WS-ARRIVED-HH PIC 99.
           05 WS-ARRIVED-MM PIC 99.
       01 WS-DAYS-IN PIC S9(5).
       01 WS-MINUTES-IN PIC S9(7).
       01 WS-HOURS-IN PIC 9(4).
       01 WS-HOURS-LEFT PIC S9(4).
       01 WS-HOURS-OVER PIC 9(4).
       01 WS-STATE-TEXT PIC X(10).
       01 WS-HOURS-IN-OUT PIC ZZZ9.
       01 WS-MAX-STAY-OUT PIC ZZ9.
       01 WS-HOURS-OUT PIC ZZZ9.
       01 WS-CLEARANCE-COUNT PIC 9(4) VALUE 0.
       01 WS-IN-PORT-COUNT PIC 9(4) VALUE 0.
       01 WS-NEAR-COUNT PIC 9(4) VALUE 0.
       01 WS-PAST-COUNT PIC 9(4) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'OVERSTAY'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO WS-NOW-DATE.
           MOVE WS-GMT-TIMESTAMP(9:4) TO WS-NOW-HHMM.
           OPEN INPUT NEUTRAL-CLEARANCES.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO NEUTRAL-PORT CLEARANCES ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT POSITION-REPORTS.
           IF WS-PSR-FILE-STATUS NOT = '00'
              AND WS-PSR-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: POSRPT OPEN ERROR-CODE:'
                  WS-PSR-FILE-STATUS
               CLOSE NEUTRAL-CLEARANCES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: PORT-MASTER NOT AVAILABLE, SHIPS '
                  'PLACED IN PORT BY NAME ONLY'
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           STRING 'AS AT ' WS-NOW-DATE ' ' WS-GMT-TIMESTAMP(9:4)
              ' GMT, NEAR = WITHIN ' WS-NEAR-HOURS
              ' HOURS OF THE PERMITTED STAY'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  UID          SHIP                 '
              'PORT                      ARRIVED  GMT   HRS MAX STATE'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEUTRAL-CLEARANCES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NCL-ARRIVE-FROM-DATE <= WS-NOW-DATE
                           PERFORM WATCH-ONE-CLEARANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEUTRAL-CLEARANCES.
           CLOSE POSITION-REPORTS.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'CLEARANCES OPEN: ' WS-CLEARANCE-COUNT
              ', SHIPS IN PORT: ' WS-IN-PORT-COUNT
              ', NEAR: ' WS-NEAR-COUNT ', PAST: ' WS-PAST-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *A clearance is watched against the stay she began inside its
      *arrival window; a stay begun outside it belongs to another
      *clearance, or to none, and is not charged to this one
       WATCH-ONE-CLEARANCE.
           ADD 1 TO WS-CLEARANCE-COUNT.
           MOVE SPACES TO WS-PORT-SQUARE.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE NCL-PORT TO PRT-NAME
               READ PORT-MASTER RECORD KEY PRT-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRT-GRID-SQUARE TO WS-PORT-SQUARE
               END-READ
           END-IF.
           PERFORM FIND-CURRENT-STAY.
           IF WS-IN-PORT = 'y'
              AND WS-ARRIVED-DATE <= NCL-ARRIVE-TO-DATE
               ADD 1 TO WS-IN-PORT-COUNT
               PERFORM COMPUTE-HOURS-IN-PORT
               COMPUTE WS-HOURS-LEFT =
                  NCL-MAX-STAY-HOURS - WS-HOURS-IN
               EVALUATE TRUE
                   WHEN WS-HOURS-LEFT <= 0
                       ADD 1 TO WS-PAST-COUNT
                       COMPUTE WS-HOURS-OVER = 0 - WS-HOURS-LEFT
                       MOVE WS-HOURS-OVER TO WS-HOURS-OUT
                       STRING 'PAST +' WS-HOURS-OUT
                          DELIMITED BY SIZE INTO WS-STATE-TEXT
                       PERFORM PRINT-ONE-SHIP
                   WHEN WS-HOURS-LEFT <= WS-NEAR-HOURS
                       ADD 1 TO WS-NEAR-COUNT
                       MOVE WS-HOURS-LEFT TO WS-HOURS-OUT
                       STRING 'NEAR -' WS-HOURS-OUT
                          DELIMITED BY SIZE INTO WS-STATE-TEXT
                       PERFORM PRINT-ONE-SHIP
               END-EVALUATE
           END-IF.

      *Her reports are keyed by date and time under the UID, so the
      *browse runs in the order she sent them; each report in port
      *after one out of it starts a new stay
       FIND-CURRENT-STAY.
           MOVE 'n' TO WS-IN-PORT.
           MOVE NCL-UID TO PSR-UID.
           MOVE NCL-ARRIVE-FROM-DATE TO PSR-DATE.
           MOVE SPACES TO PSR-TIME.
           MOVE 'N' TO WS-PSR-EOF.
           START POSITION-REPORTS KEY >= PSR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PSR-EOF
           END-START.
           PERFORM UNTIL WS-PSR-EOF = 'Y'
               READ POSITION-REPORTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PSR-EOF
                   NOT AT END
                       IF PSR-UID NOT = NCL-UID
                           MOVE 'Y' TO WS-PSR-EOF
                       ELSE
                           PERFORM PLACE-ONE-REPORT
                       END-IF
               END-READ
           END-PERFORM.

       PLACE-ONE-REPORT.
           IF PSR-POSITION = NCL-PORT
              OR (WS-PORT-SQUARE NOT = SPACES
                 AND PSR-GRID-SQUARE = WS-PORT-SQUARE)
               IF WS-IN-PORT = 'n'
                   MOVE 'y' TO WS-IN-PORT
                   MOVE PSR-DATE TO WS-ARRIVED-DATE
                   MOVE PSR-TIME TO WS-ARRIVED-TIME
               END-IF
           ELSE
               MOVE 'n' TO WS-IN-PORT
           END-IF.

      *Whole days between the two dates in minutes, plus the clock
      *difference; part of an hour does not count until it is up
       COMPUTE-HOURS-IN-PORT.
           COMPUTE WS-DAYS-IN =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW-DATE))
              - FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-ARRIVED-DATE)).
           COMPUTE WS-MINUTES-IN = (WS-DAYS-IN * 1440)
              + (WS-NOW-HH * 60) + WS-NOW-MM
              - (WS-ARRIVED-HH * 60) - WS-ARRIVED-MM.
           IF WS-MINUTES-IN < 0
               MOVE 0 TO WS-MINUTES-IN
           END-IF.
           COMPUTE WS-HOURS-IN = WS-MINUTES-IN / 60.

       PRINT-ONE-SHIP.
           MOVE SPACES TO SHIP-NAME.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE NCL-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   MOVE SPACES TO SHIP-NAME
               END-READ
           END-IF.
           MOVE WS-HOURS-IN TO WS-HOURS-IN-OUT.
           MOVE NCL-MAX-STAY-HOURS TO WS-MAX-STAY-OUT.
           STRING '  ' NCL-UID ' ' SHIP-NAME ' ' NCL-PORT ' '
              WS-ARRIVED-DATE ' ' WS-ARRIVED-TIME ' '
              WS-HOURS-IN-OUT ' ' WS-MAX-STAY-OUT ' ' WS-STATE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '    CLEARANCE ' NCL-REFERENCE ' WINDOW '
              NCL-ARRIVE-FROM-DATE '-' NCL-ARRIVE-TO-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-STATE-TEXT.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'NEUTRAL-PORT OVERSTAY WATCH' TO WS-RPT-LINE.
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
           MOVE 'FOREIGN LIAISON SECTION' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
