      *holds its force's member count in berths at the destination
      *from the ETA to the end of the horizon (nothing on file says
      *when an arrived force sails again, so the forecast errs on
      *the crowded side), and every open TOWTASK tow holds a dock at
      *its destination yard from the arrival TOWETA works out (the
      *tow's start when it cannot) to the end of the horizon, unless
      *a REFITDT window for her there already holds it -- and flags
      *any day a port is projected over its berth or dock figure.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT TOW-TASKS ASSIGN TO TOWTASK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TOW-KEY
           FILE STATUS IS WS-TOW-FILE-STATUS.
           SELECT TASK-FORCE ASSIGN TO TSKFRC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
      *Grade of bunker fuel the port can issue: FO = fuel oil,
      *COAL = coal, BOTH = both; spaces on old records mean FO
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
       FD  SHIP-REFITS.
       01 REFIT-RECORD.
           05 REFIT-KEY.
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  TOW-TASKS.
       COPY TOWREC.
       FD  TASK-FORCE.
       COPY TSKFRC.
      *-------------------
       01 WS-REFIT-FILE-STATUS PIC XX.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-TF-FILE-STATUS PIC XX.
       01 WS-TOW-FILE-STATUS PIC XX.
       01 WS-REFIT-EOF PIC X.
       01 WS-REFIT-HOLDS-DOCK PIC X.
       01 WS-TOW-DOCK-DATE PIC X(8).
       01 WS-TF-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-PT-MATCH PIC 99.
       01 WS-LOOKUP-PORT PIC X(25).
       01 WS-FLAGGED-DAYS PIC 9(4) VALUE 0.
      *Common tow-arrival plumbing; see TOWETA
       01 WS-ETA-RESULT PIC X(1).
       01 WS-ETA-DISTANCE-NM PIC 9(5).
       01 WS-ETA-TOW-SPEED-KN PIC 99V9.
       01 WS-ETA-DATE PIC X(8).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'PORTCONG'.
           END-IF.
           PERFORM TALLY-REFIT-WINDOWS.
           PERFORM TALLY-ARRIVALS.
           PERFORM TALLY-TOWS.
           PERFORM OPEN-REPORT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PORT-COUNT
               END-IF
           END-IF.

      *Without the tow file there are simply no tows to count
       TALLY-TOWS.
           OPEN INPUT TOW-TASKS.
           IF WS-TOW-FILE-STATUS = '00' OR WS-TOW-FILE-STATUS = '97'
               OPEN INPUT SHIP-REFITS
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TOW-TASKS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TOW-OUTCOME = SPACES
                               PERFORM TALLY-ONE-TOW
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-REFIT-FILE-STATUS = '00'
                  OR WS-REFIT-FILE-STATUS = '97'
                   CLOSE SHIP-REFITS
               END-IF
               CLOSE TOW-TASKS
           END-IF.

      *The damaged hull holds one dock at her destination from the
      *day she is towed in to the horizon's end
       TALLY-ONE-TOW.
           PERFORM CHECK-TOW-REFIT.
           IF WS-REFIT-HOLDS-DOCK = 'N'
               CALL 'TOWETA' USING TOW-TUG-UID, TOW-NEAREST-PORT,
                  TOW-DESTINATION, TOW-START-DATE, WS-ETA-RESULT,
                  WS-ETA-DISTANCE-NM, WS-ETA-TOW-SPEED-KN, WS-ETA-DATE
               IF WS-ETA-RESULT = 'Y'
                   MOVE WS-ETA-DATE TO WS-TOW-DOCK-DATE
               ELSE
                   MOVE TOW-START-DATE TO WS-TOW-DOCK-DATE
               END-IF
               COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-TOW-DOCK-DATE)) - WS-RUN-INT + 1
               IF WS-FROM-INT <= 30
                   IF WS-FROM-INT < 1
                       MOVE 1 TO WS-DAY-FROM
                   ELSE
                       MOVE WS-FROM-INT TO WS-DAY-FROM
                   END-IF
                   MOVE TOW-DESTINATION TO WS-LOOKUP-PORT
                   PERFORM FIND-PORT-ENTRY
                   IF WS-PT-MATCH NOT = 0
                       PERFORM VARYING WS-DAY-IDX FROM WS-DAY-FROM
                          BY 1 UNTIL WS-DAY-IDX > 30
                           ADD 1 TO
                              WS-PT-DOCKS(WS-PT-MATCH, WS-DAY-IDX)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      *A refit window already booked for her at the destination
      *from the tow's start on is counted by TALLY-REFIT-WINDOWS
       CHECK-TOW-REFIT.
           MOVE 'N' TO WS-REFIT-HOLDS-DOCK.
           IF WS-REFIT-FILE-STATUS = '00'
              OR WS-REFIT-FILE-STATUS = '97'
               MOVE TOW-UID TO REFIT-UID
               MOVE TOW-START-DATE TO REFIT-START-DATE
               MOVE 'N' TO WS-REFIT-EOF
               START SHIP-REFITS KEY >= REFIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REFIT-EOF
               END-START
               PERFORM UNTIL WS-REFIT-EOF = 'Y'
                   READ SHIP-REFITS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REFIT-EOF
                       NOT AT END
                           IF REFIT-UID NOT = TOW-UID
                               MOVE 'Y' TO WS-REFIT-EOF
                           ELSE
                               IF REFIT-YARD-NAME = TOW-DESTINATION
                                   MOVE 'Y' TO WS-REFIT-HOLDS-DOCK
                                   MOVE 'Y' TO WS-REFIT-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Finds (or creates) the port entry for WS-LOOKUP-PORT, with
      *capacities from PORT-MASTER when the name is registered
       FIND-PORT-ENTRY.
