      *This program appends a resupply/replenishment entry for a ship,
      *so a SHIP-STATUS of Resupplying has real consumption data behind
      *it instead of just the status flag. Dry provisions, fresh
      *provisions and fresh water taken on are posted to the VICTLDG
      *victualling ledger through VCTPOST, and RPL-STORES-DAYS is
      *the provisions endurance the ledger gives after the issue at
      *the ship's roster strength; it is asked for by hand only when
      *the ledger cannot be posted.
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
       FD  CLASS-BUNKERS.
       01 CLASS-BUNKER-RECORD.
           05 CBK-CLASS-NAME PIC X(20).
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common victualling plumbing; see VCTPOST
       01 WS-VCT-ACTION PIC X(1).
       01 WS-VCT-DRY-RATIONS PIC 9(7).
       01 WS-VCT-FRESH-RATIONS PIC 9(7).
       01 WS-VCT-WATER-TONS PIC 9(5)V9.
       01 WS-VCT-RESULT PIC X(1).
       01 WS-VCT-BORNE PIC 9(4).
       01 WS-VCT-DRY-DAYS PIC 9(4).
       01 WS-VCT-FRESH-DAYS PIC 9(4).
       01 WS-VCT-WATER-DAYS PIC 9(4).
       01 WS-REPLENISH.
           05 WS-UID PIC X(12).
           05 WS-DATE PIC X(8).
           END-IF.
           DISPLAY 'Enter ammunition rounds taken on, 6 digits: '.
           ACCEPT WS-AMMO-ROUNDS.
           DISPLAY 'Enter dry provisions taken on, rations, '
              '7 digits: '.
           ACCEPT WS-VCT-DRY-RATIONS.
           DISPLAY 'Enter fresh provisions taken on, rations, '
              '7 digits: '.
           ACCEPT WS-VCT-FRESH-RATIONS.
           DISPLAY 'Enter fresh water taken on, tons, 5 digits '
              'and 1 decimal: '.
           ACCEPT WS-VCT-WATER-TONS.
           DISPLAY 'Enter port, 20 chars: '.
           ACCEPT WS-PORT.
           MOVE WS-PORT TO WS-PRT-CHECK-NAME.
               END-IF
           END-PERFORM.
           MOVE WS-PRT-CHECK-NAME(1:20) TO WS-PORT.
           PERFORM POST-VICTUALLING.

      *The issue goes onto the victualling ledger, and the days of
      *provisions it leaves aboard -- dry, since fresh is the first
      *to go -- become RPL-STORES-DAYS for the log
       POST-VICTUALLING.
           MOVE 'I' TO WS-VCT-ACTION.
           CALL 'VCTPOST' USING WS-VCT-ACTION, WS-UID, WS-DATE,
              WS-VCT-DRY-RATIONS, WS-VCT-FRESH-RATIONS,
              WS-VCT-WATER-TONS, WS-PORT, WS-VCT-RESULT,
              WS-VCT-BORNE, WS-VCT-DRY-DAYS, WS-VCT-FRESH-DAYS,
              WS-VCT-WATER-DAYS.
           IF WS-VCT-RESULT = 'Y'
               IF WS-VCT-DRY-DAYS > 999
                   MOVE 999 TO WS-STORES-DAYS
               ELSE
                   MOVE WS-VCT-DRY-DAYS TO WS-STORES-DAYS
               END-IF
               DISPLAY 'VICTUALLING LEDGER POSTED, ' WS-VCT-BORNE
                  ' MEN BORNE'
               DISPLAY '  DRY ' WS-VCT-DRY-DAYS ' DAYS, FRESH '
                  WS-VCT-FRESH-DAYS ' DAYS, WATER '
                  WS-VCT-WATER-DAYS ' DAYS'
           ELSE
               DISPLAY 'WARNING: VICTLDG OR CREWROST NOT AVAILABLE, '
                  'LEDGER NOT POSTED'
               DISPLAY 'Enter provisions aboard, days, 3 digits: '
               ACCEPT WS-STORES-DAYS
           END-IF.

      *The receiving class's bunker reference row, looked up once
      *the hull (and so her SHIP-CLASS) is known
