      *are grid-coded, but better than the plot room's memory), and
      *grades the sailing ADEQUATE, THIN, or INADEQUATE: the threat
      *asks for two escorts plus one per five recent contacts.
      *Heavy weather tells against the escort as well: a gale at
      *either port's grid square in the sailing window (WXREP,
      *through CHKWX) scatters a screen and blinds its asdic, so
      *the grade drops one step. And an escort must know where our
      *own submarines are before it attacks anything: either port's
      *square inside a friendly patrol box (SUBPTRL, through CHKSUBP)
      *in the sailing window is printed against the sailing, and so
      *is every route waypoint's square (SAILWPT) on the day the
      *force is planned to pass it.
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
           SELECT SIGHTINGS ASSIGN TO SIGHTNG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIG-FILE-STATUS.
      *Grade of bunker fuel the port can issue: FO = fuel oil,
      *COAL = coal, BOTH = both; spaces on old records mean FO
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
       FD  SAILING-WAYPOINTS.
       COPY WPTREC.
       FD  SIGHTINGS.
       01 SIGHTING-RECORD.
           05 SIG-UID PIC X(12).
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-WPT-FILE-STATUS PIC XX.
       01 WS-WPT-AVAILABLE PIC X VALUE 'n'.
       01 WS-WPT-EOF PIC X.
       01 WS-SIG-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TFM-EOF PIC X.
       01 WS-EFFECTIVE-ESCORTS PIC 9(3).
       01 WS-REQUIRED-ESCORTS PIC 9(3).
       01 WS-GRADE PIC X(10).
       01 WS-GALE-FOUND PIC X.
       01 WS-GALE-PORT PIC X(25).
       01 WS-GALE-FORCE PIC 99.
       01 WS-GALE-DATE PIC X(8).
      *Common heavy-weather plumbing; see CHKWX
       01 WS-WX-PORT PIC X(25).
       01 WS-WX-SQUARE PIC X(6).
       01 WS-WX-RESULT PIC X(1).
       01 WS-WX-WORST-FORCE PIC 99.
       01 WS-WX-GALE-DATE PIC X(8).
      *Common friendly-submarine plumbing; see CHKSUBP
       01 WS-SBP-PORT PIC X(25).
       01 WS-SBP-SQUARE PIC X(6).
       01 WS-SBP-RESULT PIC X(1).
       01 WS-SBP-SUB-UID PIC X(12).
       01 WS-SBP-STATION-FROM PIC X(8).
       01 WS-SBP-STATION-TO PIC X(8).
       01 WS-SBP-FROM-DATE PIC X(8).
       01 WS-SBP-TO-DATE PIC X(8).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'ESCADEQ'.
               DISPLAY 'WARNING: PORT-MASTER NOT AVAILABLE, ROUTE '
                  'THEATRE UNKNOWN, THREAT DENSITY NOT APPLIED'
           END-IF.
           OPEN INPUT SAILING-WAYPOINTS.
           IF WS-WPT-FILE-STATUS = '00' OR WS-WPT-FILE-STATUS = '97'
               MOVE 'y' TO WS-WPT-AVAILABLE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           IF WS-WPT-AVAILABLE = 'y'
               CLOSE SAILING-WAYPOINTS
           END-IF.
           PERFORM CLOSE-REPORT.
           GOBACK.

               WHEN OTHER
                   MOVE 'INADEQUATE' TO WS-GRADE
           END-EVALUATE.
           MOVE 'N' TO WS-GALE-FOUND.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE SCH-DEP-PORT TO WS-WX-PORT
               PERFORM CHECK-PORT-WEATHER
               IF WS-GALE-FOUND NOT = 'Y'
                   MOVE SCH-DESTINATION TO WS-WX-PORT
                   PERFORM CHECK-PORT-WEATHER
               END-IF
           END-IF.
           IF WS-GALE-FOUND = 'Y'
               EVALUATE WS-GRADE
                   WHEN 'ADEQUATE'
                       MOVE 'THIN' TO WS-GRADE
                   WHEN 'THIN'
                       MOVE 'INADEQUATE' TO WS-GRADE
               END-EVALUATE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING SCH-TF-ID ' SAILS ' SCH-DEP-DATE ' '
              SCH-DEP-PORT ' TO ' SCH-DESTINATION
              ' REQUIRED ' WS-REQUIRED-ESCORTS
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-GALE-FOUND = 'Y'
               STRING '  *** GALE AT ' WS-GALE-PORT ' FROM '
                  WS-GALE-DATE ', WORST FORCE ' WS-GALE-FORCE
                  ', GRADE REDUCED ONE STEP'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE SCH-DEP-PORT TO WS-SBP-PORT
               PERFORM CHECK-PORT-PATROLS
               MOVE SCH-DESTINATION TO WS-SBP-PORT
               PERFORM CHECK-PORT-PATROLS
           END-IF.
           IF WS-WPT-AVAILABLE = 'y'
               PERFORM CHECK-ROUTE-PATROLS
           END-IF.
           IF WS-GRADE = 'ADEQUATE'
               STRING '  ESCORT GRADE: ' WS-GRADE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *The port's grid square from the master, then CHKWX over the
      *sailing window from departure to ETA
       CHECK-PORT-WEATHER.
           MOVE SPACES TO WS-WX-SQUARE.
           MOVE WS-WX-PORT TO PRT-NAME.
           READ PORT-MASTER RECORD KEY PRT-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PRT-GRID-SQUARE TO WS-WX-SQUARE
           END-READ.
           IF WS-WX-SQUARE NOT = SPACES
               CALL 'CHKWX' USING WS-WX-SQUARE, SCH-DEP-DATE,
                  SCH-ETA, WS-WX-RESULT, WS-WX-WORST-FORCE,
                  WS-WX-GALE-DATE
               IF WS-WX-RESULT = 'Y'
                   MOVE 'Y' TO WS-GALE-FOUND
                   MOVE WS-WX-PORT TO WS-GALE-PORT
                   MOVE WS-WX-WORST-FORCE TO WS-GALE-FORCE
                   MOVE WS-WX-GALE-DATE TO WS-GALE-DATE
               END-IF
           END-IF.

      *The port's square against the friendly patrol boxes over the
      *sailing window; a boat on station there, or passing through
      *on her way out or home, is printed as a warning to the escort
       CHECK-PORT-PATROLS.
           MOVE SPACES TO WS-SBP-SQUARE.
           MOVE WS-SBP-PORT TO PRT-NAME.
           READ PORT-MASTER RECORD KEY PRT-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PRT-GRID-SQUARE TO WS-SBP-SQUARE
           END-READ.
           MOVE SCH-DEP-DATE TO WS-SBP-FROM-DATE.
           MOVE SCH-ETA TO WS-SBP-TO-DATE.
           PERFORM CHECK-SQUARE-PATROLS.

      *Every waypoint of the sailing on SAILWPT, each square on the
      *one day the force is planned to pass it
       CHECK-ROUTE-PATROLS.
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
                           MOVE 'Y' TO WS-WPT-EOF
                       ELSE
                           MOVE SPACES TO WS-SBP-PORT
                           STRING 'WAYPOINT ' WPT-SEQ
                              DELIMITED BY SIZE INTO WS-SBP-PORT
                           END-STRING
                           MOVE WPT-GRID-SQUARE TO WS-SBP-SQUARE
                           MOVE WPT-PLANNED-DATE TO WS-SBP-FROM-DATE
                           MOVE WPT-PLANNED-DATE TO WS-SBP-TO-DATE
                           PERFORM CHECK-SQUARE-PATROLS
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-SQUARE-PATROLS.
           IF WS-SBP-SQUARE NOT = SPACES
               CALL 'CHKSUBP' USING WS-SBP-SQUARE, WS-SBP-FROM-DATE,
                  WS-SBP-TO-DATE, WS-SBP-RESULT, WS-SBP-SUB-UID,
                  WS-SBP-STATION-FROM, WS-SBP-STATION-TO
               EVALUATE WS-SBP-RESULT
                   WHEN 'Y'
                       STRING '  *** FRIENDLY SUBMARINE '
                          WS-SBP-SUB-UID ' ON PATROL IN '
                          WS-SBP-SQUARE ' (' WS-SBP-PORT ') '
                          WS-SBP-STATION-FROM '-' WS-SBP-STATION-TO
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM PRINT-REPORT-LINE
                   WHEN 'T'
                       STRING '  *** FRIENDLY SUBMARINE '
                          WS-SBP-SUB-UID ' ON PASSAGE THROUGH '
                          WS-SBP-SQUARE ' (' WS-SBP-PORT ')'
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM PRINT-REPORT-LINE
               END-EVALUATE
           END-IF.

      *Merchant members resolve nowhere in ALLSHPS and rightly count
      *as no escort at all
       COUNT-FORCE-ESCORTS.
