      *This program maintains the salvage-tug register: when a
      *damaged ship lay flooding with no way on, finding a tug to
      *bring her in was done on the telephone from memory. One
      *record per salvage vessel or ocean tug, keyed by her UID
      *(proven on ALLSHPS), carries whether she is a salvage vessel
      *or a tug, the PORTMSTR port she is based on, her bollard
      *pull, and the speed she makes with a tow. TOWTASK assigns
      *the tugs to damaged hulls and TOWBOARD works out the tows'
      *arrivals from the tow speed.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    TUGREG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALVAGE-TUGS ASSIGN TO TUGREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TUG-UID
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here only to prove the entered
      *UID exists and echo the tug's name back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SALVAGE-TUGS.
       COPY TUGREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
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
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-CHECK-NAME PIC X(25).
       01 WS-TUG.
           05 WS-UID PIC X(12).
           05 WS-KIND PIC X(1).
           05 WS-BASE-PORT PIC X(25).
           05 WS-BOLLARD-PULL-TONS PIC 9(3).
           05 WS-TOW-SPEED-KN PIC 99V9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O SALVAGE-TUGS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT SALVAGE-TUGS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, UID CANNOT '
                  'BE VERIFIED, STATUS ' WS-SHIP-FILE-STATUS
           END-IF.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: PORT-MASTER NOT AVAILABLE, '
                  'SKIPPING PORT VALIDATION'
           END-IF.
           PERFORM ADD-OR-UPDATE-TUG.
           CLOSE SALVAGE-TUGS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-TUG.
           PERFORM LOAD-TUG.
           MOVE WS-TUG TO SALVAGE-TUG-RECORD.
           WRITE SALVAGE-TUG-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE SALVAGE-TUG-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *A tug that cannot make way with a tow is no use to the
      *tow board, so the tow speed must be above zero
       LOAD-TUG.
           DISPLAY 'Enter tug UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter kind, S=salvage vessel T=ocean tug: '.
           ACCEPT WS-KIND.
           PERFORM UNTIL WS-KIND = 'S' OR WS-KIND = 'T'
               DISPLAY 'INVALID KIND, ENTER S OR T: '
               ACCEPT WS-KIND
           END-PERFORM.
           DISPLAY 'Enter base port, 25 chars: '.
           ACCEPT WS-BASE-PORT.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE WS-BASE-PORT TO WS-PRT-CHECK-NAME
               PERFORM CHECK-PORT-NAME
               MOVE WS-PRT-CHECK-NAME TO WS-BASE-PORT
           END-IF.
           DISPLAY 'Enter bollard pull in tons, 3 digits: '.
           ACCEPT WS-BOLLARD-PULL-TONS.
           DISPLAY 'Enter speed with a tow in knots, 99V9: '.
           ACCEPT WS-TOW-SPEED-KN.
           PERFORM UNTIL WS-TOW-SPEED-KN IS NUMERIC
              AND WS-TOW-SPEED-KN > 0
               DISPLAY 'INVALID TOW SPEED, RE-ENTER 99V9: '
               ACCEPT WS-TOW-SPEED-KN
           END-PERFORM.

       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                       DISPLAY 'Enter tug UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME
                          ' ' SHIP-TYPE
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-PORT-NAME.
           MOVE '99' TO WS-PRT-FILE-STATUS.
           PERFORM UNTIL WS-PRT-FILE-STATUS = '00'
               MOVE WS-PRT-CHECK-NAME TO PRT-NAME
               READ PORT-MASTER RECORD KEY PRT-NAME
               IF WS-PRT-FILE-STATUS NOT = '00'
                   DISPLAY 'UNRECOGNIZED PORT ' WS-PRT-CHECK-NAME
                   DISPLAY 'Enter port, 25 chars: '
                   ACCEPT WS-PRT-CHECK-NAME
               END-IF
           END-PERFORM.
