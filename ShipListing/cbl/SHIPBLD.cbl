      *planned navy/type/pennant the commissioning UID will be
      *minted from (codes validated against NVTYPCD), the planned
      *name, and the laid-down, launch, and expected-commissioning
      *dates, and the theatre she is to commission into once she is
      *allocated one. BLDFCST reports future strength from this
      *file, FRCSHORT counts her against her theatre's stated force
      *requirement, and SHPCOMM promotes a completed hull into
      *ALLSHPS.
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
       FD  NAVY-TYPE-CODES.
       01 NAVY-TYPE-RECORD.
           05 NVT-KEY.
           05 WS-LAUNCH-DATE PIC X(8).
           05 WS-EXPECTED-COMMISSION PIC X(8).
           05 WS-STATE PIC X(1).
           05 WS-PLANNED-THEATRE PIC X(20).
           05 WS-COMMISSIONED-DATE PIC X(8).
           05 WS-COMMISSIONED-UID PIC X(12).
      *------------------
       PROCEDURE DIVISION.
      *------------------
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-EXPECTED-COMMISSION.
           DISPLAY 'Enter theatre she is to commission into, '
              '20 chars, spaces if not yet allocated: '.
           ACCEPT WS-PLANNED-THEATRE.
           MOVE 'B' TO WS-STATE.
           MOVE SPACES TO WS-COMMISSIONED-DATE.
           MOVE SPACES TO WS-COMMISSIONED-UID.

      *Re-prompts until the entered port/yard is one the PORTMSTR
      *master registers, the same re-prompt shape as ADDSH's
