      *until now was typed and kept by hand: every SAILSCH record,
      *grouped by the departure port's theatre (from the PORTMSTR
      *master), with force name, departure port and date,
      *destination, and expected arrival in departure order. A
      *sailing with a gale observed or forecast (WXREP, through
      *CHKWX) at either port's grid square in its window carries a
      *GALE line under it.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
      *Grade of bunker fuel the port can issue: FO = fuel oil,
      *COAL = coal, BOTH = both; spaces on old records mean FO
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-THEATRE PIC X(20).
           05 SD-DEP-PORT PIC X(25).
           05 SD-DESTINATION PIC X(25).
           05 SD-ETA PIC X(8).
      *Y when either end of the passage has a gale in the window
           05 SD-WX-FLAG PIC X(1).
           05 SD-WX-PORT PIC X(25).
           05 SD-WX-FORCE PIC 99.
           05 SD-WX-DATE PIC X(8).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CUR-THEATRE PIC X(20) VALUE SPACES.
       01 WS-SAILING-COUNT PIC 9(4) VALUE 0.
       01 WS-GALE-COUNT PIC 9(4) VALUE 0.
      *Common heavy-weather plumbing; see CHKWX
       01 WS-WX-PORT PIC X(25).
       01 WS-WX-SQUARE PIC X(6).
       01 WS-WX-RESULT PIC X(1).
       01 WS-WX-WORST-FORCE PIC 99.
       01 WS-WX-GALE-DATE PIC X(8).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'SAILRPT'.
           STRING 'SAILINGS ON THE BOARD: ' WS-SAILING-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'SAILINGS WITH GALE WARNING: ' WS-GALE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

           MOVE SCH-DEP-DATE TO SD-DEP-DATE.
           MOVE SCH-DESTINATION TO SD-DESTINATION.
           MOVE SCH-ETA TO SD-ETA.
           MOVE 'N' TO SD-WX-FLAG.
           MOVE SPACES TO SD-WX-PORT.
           MOVE ZERO TO SD-WX-FORCE.
           MOVE SPACES TO SD-WX-DATE.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE SCH-DEP-PORT TO WS-WX-PORT
               PERFORM CHECK-PORT-WEATHER
               IF SD-WX-FLAG NOT = 'Y'
                   MOVE SCH-DESTINATION TO WS-WX-PORT
                   PERFORM CHECK-PORT-WEATHER
               END-IF
           END-IF.
           RELEASE SORT-RECORD.

      *The port's grid square from the master, then CHKWX over the
      *sailing window; the first gale found is the one reported
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
                   MOVE 'Y' TO SD-WX-FLAG
                   MOVE WS-WX-PORT TO SD-WX-PORT
                   MOVE WS-WX-WORST-FORCE TO SD-WX-FORCE
                   MOVE WS-WX-GALE-DATE TO SD-WX-DATE
               END-IF
           END-IF.

       PRINT-SAILINGS.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
              ' ETA ' SD-ETA
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF SD-WX-FLAG = 'Y'
               ADD 1 TO WS-GALE-COUNT
               STRING '    *** GALE AT ' SD-WX-PORT ' FROM '
                  SD-WX-DATE ', WORST FORCE ' SD-WX-FORCE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
