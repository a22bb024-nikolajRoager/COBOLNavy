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
