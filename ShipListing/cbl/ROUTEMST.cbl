      *This program maintains the standard sailing routes: a named
      *route is the ordered list of GRIDMST squares a passage runs
      *through, one ROUTEDT record per square keyed on the route
      *name and the square's place along it, so the checks that
      *used to see only the two ends of a passage can be run over
      *every square in between. Each square is proven through the
      *shared CHKGRID subprogram. Re-entering a route replaces it
      *outright: the old squares are struck first, then the freshly
      *entered ones written, in the order keyed. SAILSCHD offers a
      *route's squares as the waypoints of a sailing.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ROUTEMST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDARD-ROUTES ASSIGN TO ROUTEDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTE-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STANDARD-ROUTES.
       COPY RTEREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ROUTE-NAME PIC X(20).
       01 WS-SQUARE-COUNT PIC 99 VALUE 0.
       01 WS-EOF PIC X.
       01 WS-MORE PIC X.
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O STANDARD-ROUTES.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT STANDARD-ROUTES
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-ROUTE.
           CLOSE STANDARD-ROUTES.
           GOBACK.

       ADD-OR-UPDATE-ROUTE.
           DISPLAY 'Enter route name, 20 chars: '.
           ACCEPT WS-ROUTE-NAME.
           PERFORM UNTIL WS-ROUTE-NAME NOT = SPACES
               DISPLAY 'A ROUTE NAME CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-ROUTE-NAME
           END-PERFORM.
           PERFORM STRIKE-OLD-SQUARES.
           PERFORM LOAD-SQUARES.
           IF WS-SQUARE-COUNT = 0
               DISPLAY 'ROUTE ' WS-ROUTE-NAME ' HAS NO SQUARES, '
                  'NOTHING ON FILE'
           ELSE
               DISPLAY 'UPDATED, ' WS-SQUARE-COUNT ' SQUARE(S)'
           END-IF.

      *The route is re-entered whole on an update, so any squares
      *already on file for it are struck first
       STRIKE-OLD-SQUARES.
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
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DELETE STANDARD-ROUTES RECORD
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-SQUARES.
           MOVE 'y' TO WS-MORE.
           PERFORM UNTIL WS-MORE NOT = 'y'
               DISPLAY 'Enter next grid square, 6 chars, blank to '
                  'stop: '
               ACCEPT WS-CHK-SQUARE
               IF WS-CHK-SQUARE = SPACES
                   MOVE 'n' TO WS-MORE
               ELSE
                   PERFORM CHECK-GRID-SQUARE
                   IF WS-CHK-SQUARE = SPACES
                       MOVE 'n' TO WS-MORE
                   ELSE
                       PERFORM WRITE-ONE-SQUARE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-SQUARE.
           IF WS-SQUARE-COUNT = 99
               DISPLAY 'ROUTE IS FULL AT 99 SQUARES, ' WS-CHK-SQUARE
                  ' IGNORED'
               MOVE 'n' TO WS-MORE
           ELSE
               ADD 1 TO WS-SQUARE-COUNT
               MOVE WS-ROUTE-NAME TO RTE-NAME
               MOVE WS-SQUARE-COUNT TO RTE-SEQ
               MOVE WS-CHK-SQUARE TO RTE-GRID-SQUARE
               WRITE STANDARD-ROUTE-RECORD
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                      WS-FILE-STATUS
                   SUBTRACT 1 FROM WS-SQUARE-COUNT
               END-IF
           END-IF.

      *Re-prompts through the shared CHKGRID subprogram until the
      *square is one the GRIDMST master carries; blank ends the
      *route there
       CHECK-GRID-SQUARE.
           CALL 'CHKGRID' USING WS-CHK-SQUARE, WS-CHK-GRID-RESULT.
           PERFORM UNTIL WS-CHK-GRID-RESULT = 'Y'
              OR WS-CHK-GRID-RESULT = 'U'
              OR WS-CHK-SQUARE = SPACES
               DISPLAY 'UNRECOGNIZED GRID SQUARE ' WS-CHK-SQUARE
                  ', RE-ENTER (BLANK TO STOP): '
               ACCEPT WS-CHK-SQUARE
               CALL 'CHKGRID' USING WS-CHK-SQUARE,
                  WS-CHK-GRID-RESULT
           END-PERFORM.
           IF WS-CHK-GRID-RESULT = 'U'
               DISPLAY 'WARNING: GRID MASTER NOT AVAILABLE, SQUARE '
                  'STORED UNPROVEN'
           END-IF.
