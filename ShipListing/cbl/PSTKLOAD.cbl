           05 PRT-BERTHS PIC 9(3).
           05 PRT-DOCKS PIC 9(3).
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
       FD  STOCK-REJECTS.
       01 STOCK-REJECT-RECORD.
      *One letter per failed check: P port unregistered, D bad
