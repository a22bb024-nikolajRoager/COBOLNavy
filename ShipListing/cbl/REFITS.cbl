      *This program maintains the maintenance/refit history file, so a
      *ship's SHIP-STATUS of Refitting has a yard, scope of work, and
      *expected completion date behind it instead of just the flag.
      *Once the yard period is recorded, any of the hull's gun
      *batteries at or near their rated barrel life are shown, so the
      *relines can go into the work package while she is in hand.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCK-KEY
           FILE STATUS IS WS-DCK-FILE-STATUS.
      *Running barrel wear per hull and calibre, rebuilt by BRLACC,
      *and the rated barrel life it is measured against; both only
      *read here
           SELECT BARREL-WEAR ASSIGN TO BRLWEAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BWR-KEY
           FILE STATUS IS WS-BWR-FILE-STATUS.
           SELECT BARREL-LIFE ASSIGN TO BRLREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRL-CALIBRE
           FILE STATUS IS WS-BRL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *Grade of bunker fuel the port can issue: FO = fuel oil,
      *COAL = coal, BOTH = both; spaces on old records mean FO
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
       FD  DOCK-BOOKINGS.
       01 DOCK-BOOKING-RECORD.
           05 DCK-KEY.
                10 DCK-START-DATE PIC X(8).
           05 DCK-END-DATE PIC X(8).
           05 DCK-UID PIC X(12).
       FD  BARREL-WEAR.
       COPY BRLWEAR.
       FD  BARREL-LIFE.
       COPY BRLREF.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-YARD-DOCKS PIC 9(3).
       01 WS-DOCK-CLASH PIC X.
       01 WS-DOCK-OK PIC X.
       01 WS-BWR-FILE-STATUS PIC XX.
       01 WS-BRL-FILE-STATUS PIC XX.
       01 WS-BARREL-AVAILABLE PIC X VALUE 'n'.
       01 WS-BWR-EOF PIC X.
      *A battery past ninety percent of rated life is due a reline
       01 WS-RELINE-DUE-PCT PIC 9(3) VALUE 90.
       01 WS-LIFE-PCT PIC 9(7).
       01 WS-RELINE-COUNT PIC 9(3).
       01 WS-CALIBRE-DSP PIC ZZ9.99.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Operator data-scope plumbing; see CHKOPER's SCOPE function
       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-SCOPE-RESULT PIC X(1).
       01 WS-SCOPE-REQUEST.
           05 WS-SCOPE-UID PIC X(12).
           05 WS-SCOPE-NAVY PIC X(4).
           05 WS-SCOPE-THEATRE PIC X(20).
       01 WS-REFIT.
           05 WS-KEY.
                10 WS-UID PIC X(12).
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
      *Identifies the operator for the data-scope check: a refit
      *may only be entered against a hull they hold
           DISPLAY 'Enter operator ID, 12 chars: '.
           ACCEPT WS-OPERATOR-ID.
           OPEN I-O SHIP-REFITS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
               DISPLAY 'WARNING: DCKBOOK NOT AVAILABLE, DOCK '
                  'BOOKING NOT ENFORCED, STATUS ' WS-DCK-FILE-STATUS
           END-IF.
      *Barrel wear is advisory; without both files the refit is
      *still recorded, only the reline check is skipped
           OPEN INPUT BARREL-WEAR.
           IF WS-BWR-FILE-STATUS = '00' OR WS-BWR-FILE-STATUS = '97'
               OPEN INPUT BARREL-LIFE
               IF WS-BRL-FILE-STATUS = '00'
                  OR WS-BRL-FILE-STATUS = '97'
                   MOVE 'y' TO WS-BARREL-AVAILABLE
               ELSE
                   CLOSE BARREL-WEAR
               END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-REFIT.
           IF WS-BARREL-AVAILABLE = 'y'
               CLOSE BARREL-WEAR
               CLOSE BARREL-LIFE
           END-IF.
           IF WS-DCK-AVAILABLE = 'y'
               CLOSE DOCK-BOOKINGS
           END-IF.
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
               IF WS-BARREL-AVAILABLE = 'y'
                   PERFORM SHOW-OUTSTANDING-RELINES
               END-IF
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *The hull's barrel wear rows are one START away on BRLWEAR;
      *a main or secondary battery at or past ninety percent of the
      *rated life for its calibre wants relining in this yard period
       SHOW-OUTSTANDING-RELINES.
           MOVE 0 TO WS-RELINE-COUNT.
           MOVE WS-UID TO BWR-UID.
           MOVE 0 TO BWR-CALIBRE.
           MOVE 'N' TO WS-BWR-EOF.
           START BARREL-WEAR KEY >= BWR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-BWR-EOF
           END-START.
           PERFORM UNTIL WS-BWR-EOF = 'Y'
               READ BARREL-WEAR NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BWR-EOF
                   NOT AT END
                       IF BWR-UID NOT = WS-UID
                           MOVE 'Y' TO WS-BWR-EOF
                       ELSE
                           IF BWR-BATTERY = 'M' OR BWR-BATTERY = 'S'
                               PERFORM CHECK-ONE-BATTERY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RELINE-COUNT = 0
               DISPLAY 'NO GUN RELINES OUTSTANDING'
           ELSE
               DISPLAY WS-RELINE-COUNT ' BATTERY RELINE(S) OUTSTANDING'
                  ', ADD TO THE WORK PACKAGE THROUGH RFTWORK'
           END-IF.

       CHECK-ONE-BATTERY.
           MOVE BWR-CALIBRE TO BRL-CALIBRE.
           READ BARREL-LIFE RECORD KEY BRL-CALIBRE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               COMPUTE WS-LIFE-PCT =
                  BWR-EFC-FIRED * 100 / BRL-RATED-EFC
               IF WS-LIFE-PCT >= WS-RELINE-DUE-PCT
                   ADD 1 TO WS-RELINE-COUNT
                   MOVE BWR-CALIBRE TO WS-CALIBRE-DSP
                   IF BWR-BATTERY = 'M'
                       DISPLAY 'RELINE DUE: MAIN ' WS-CALIBRE-DSP
                          ' MM, ' WS-LIFE-PCT '% OF RATED LIFE'
                   ELSE
                       DISPLAY 'RELINE DUE: SECONDARY ' WS-CALIBRE-DSP
                          ' MM, ' WS-LIFE-PCT '% OF RATED LIFE'
                   END-IF
               END-IF
           END-READ.

       LOAD-REFIT.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.

      *Proves the entered UID against ALLSHPS and echoes the name so
      *the operator can see they have the right hull; re-prompts on
      *a miss, the same shape as ADDSH's CHECK-NAVY-CODE. A hull
      *outside the operator's data scope is re-prompted for too.
       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS = '00'
                       MOVE UID TO WS-SCOPE-UID
                       MOVE SHIP-NAVY TO WS-SCOPE-NAVY
                       MOVE SHIP-THEATRE TO WS-SCOPE-THEATRE
                       PERFORM ASK-HULL-SCOPE
                       IF WS-SCOPE-RESULT = 'N'
                           MOVE '99' TO WS-SHIP-FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                   END-IF
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'Enter ship UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       END-IF
               END-READ
           END-PERFORM.

      *Asks CHKOPER whether the operator's data scope covers the
      *hull in WS-SCOPE-REQUEST; a refusal is logged on SIGNLOG
       ASK-HULL-SCOPE.
           MOVE 'SCOPE' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OPERATOR-ID,
              WS-SCOPE-RESULT, WS-SCOPE-REQUEST.
           IF WS-SCOPE-RESULT = 'N'
               DISPLAY 'HULL ' WS-SCOPE-UID ' (' WS-SCOPE-NAVY ' '
                  WS-SCOPE-THEATRE ') IS OUTSIDE THE DATA SCOPE OF '
                  'OPERATOR ' WS-OPERATOR-ID
           END-IF.
