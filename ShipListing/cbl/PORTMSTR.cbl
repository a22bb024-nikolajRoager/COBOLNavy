      *REFITS validates REFIT-YARD-NAME against it, so "Rosyth",
      *"ROSYTH", and "Rosyth Dockyard" stop scattering one yard
      *across three spellings, and YARDLOAD can show commitments
      *against capacity in one place. Each port also carries its
      *grid square, so the weather filed by square can be looked up
      *for a sailing's departure port and destination. A neutral
      *port is flagged, so SAILSCHD and ORDERS can insist on a
      *NEUTCLR visit clearance before a ship is sent there.
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
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           05 WS-BERTHS PIC 9(3).
           05 WS-DOCKS PIC 9(3).
           05 WS-FUEL-GRADE PIC X(4).
           05 WS-GRID-SQUARE PIC X(6).
           05 WS-NEUTRAL PIC X(1).
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
               DISPLAY 'INVALID GRADE, ENTER FO, COAL, OR BOTH: '
               ACCEPT WS-FUEL-GRADE
           END-PERFORM.
      *The square the port lies in, so anything filed by grid square
      *-- the weather above all -- can be matched to a sailing's ends
           DISPLAY 'Enter grid square, 6 chars, blank if not '
              'plotted: '.
           ACCEPT WS-CHK-SQUARE.
           PERFORM CHECK-GRID-SQUARE.
           MOVE WS-CHK-SQUARE TO WS-GRID-SQUARE.
      *A call at a neutral port needs a diplomatic clearance and is
      *held to a limited stay; NCLREG records the clearances
           DISPLAY 'Neutral port? Y/N: '.
           ACCEPT WS-NEUTRAL.
           PERFORM UNTIL WS-NEUTRAL = 'Y' OR WS-NEUTRAL = 'N'
               DISPLAY 'ENTER Y OR N: '
               ACCEPT WS-NEUTRAL
           END-PERFORM.

      *Re-prompts through the shared CHKGRID subprogram until the
      *square is one the GRIDMST master carries; blank leaves the
      *port uncoded, as every port from before the grid went in is
       CHECK-GRID-SQUARE.
           CALL 'CHKGRID' USING WS-CHK-SQUARE, WS-CHK-GRID-RESULT.
           PERFORM UNTIL WS-CHK-GRID-RESULT = 'Y'
              OR WS-CHK-GRID-RESULT = 'U'
              OR WS-CHK-SQUARE = SPACES
               DISPLAY 'UNRECOGNIZED GRID SQUARE ' WS-CHK-SQUARE
                  ', RE-ENTER (BLANK TO LEAVE UNCODED): '
               ACCEPT WS-CHK-SQUARE
               CALL 'CHKGRID' USING WS-CHK-SQUARE,
                  WS-CHK-GRID-RESULT
           END-PERFORM.
           IF WS-CHK-GRID-RESULT = 'U'
               DISPLAY 'WARNING: GRID MASTER NOT AVAILABLE, SQUARE '
                  'STORED UNPROVEN'
           END-IF.
