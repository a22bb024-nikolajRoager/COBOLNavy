      *This program captures tow tasking for damaged hulls: when
      *DMGSTATE showed a ship flooding with no way on, the tug that
      *went to her was found and sent by telephone, and nothing on
      *file said who was towing whom, or where to. One record per
      *damaged UID (proven on ALLSHPS) and tow start date names the
      *TUGREG tug assigned, the grid square where they meet (proven
      *through CHKGRID), the PORTMSTR port nearest that square --
      *the tug's base port if none is given -- and the destination
      *port or yard. The operator is warned when the ship shows no
      *open damage on DMGSTAT or the tug is already on another open
      *tow, and is shown the arrival TOWETA works out. An open tow
      *entered again may be re-entered or closed with its outcome
      *(arrived, sank under tow, or abandoned); a closed tow is not
      *changed. TOWBOARD lists the open tows and PORTCONG counts
      *them at their destination.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    TOWTASK.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOW-TASKS ASSIGN TO TOWTASK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TOW-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here only to prove the entered
      *UID exists and echo the ship's name back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT SALVAGE-TUGS ASSIGN TO TUGREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TUG-UID
           FILE STATUS IS WS-TUG-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
           SELECT DAMAGE-STATES ASSIGN TO DMGSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DMG-KEY
           FILE STATUS IS WS-DMG-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  TOW-TASKS.
       COPY TOWREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  SALVAGE-TUGS.
       COPY TUGREC.
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
       FD  DAMAGE-STATES.
       01 DAMAGE-STATE-RECORD.
           05 DMG-KEY.
                10 DMG-UID PIC X(12).
                10 DMG-DATE PIC X(8).
           05 DMG-COMPARTMENTS-FLOODED PIC 999.
           05 DMG-PUMPS-OUT PIC 9(5).
           05 DMG-LIST-TRIM PIC X(30).
           05 DMG-ENGLOG-REF PIC X(30).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-TUG-FILE-STATUS PIC XX.
       01 WS-TUG-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-CHECK-NAME PIC X(25).
       01 WS-DMG-FILE-STATUS PIC XX.
       01 WS-DMG-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X.
       01 WS-ACTION PIC X(1).
       01 WS-DAMAGE-OPEN PIC X.
       01 WS-LATEST-DMG-DATE PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
      *Common tow-arrival plumbing; see TOWETA
       01 WS-ETA-RESULT PIC X(1).
       01 WS-ETA-DISTANCE-NM PIC 9(5).
       01 WS-ETA-TOW-SPEED-KN PIC 99V9.
       01 WS-ETA-DATE PIC X(8).
       01 WS-TOW.
           05 WS-KEY.
                10 WS-UID PIC X(12).
                10 WS-START-DATE PIC X(8).
           05 WS-TUG-UID PIC X(12).
           05 WS-RENDEZVOUS-SQUARE PIC X(6).
           05 WS-NEAREST-PORT PIC X(25).
           05 WS-DESTINATION PIC X(25).
           05 WS-OUTCOME PIC X(1).
           05 WS-OUTCOME-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN I-O TOW-TASKS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT TOW-TASKS
                 CLOSE TOW-TASKS
                 OPEN I-O TOW-TASKS
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
           OPEN INPUT SALVAGE-TUGS.
           IF WS-TUG-FILE-STATUS = '00' OR WS-TUG-FILE-STATUS = '97'
               MOVE 'y' TO WS-TUG-AVAILABLE
           ELSE
               DISPLAY 'WARNING: TUGREG NOT AVAILABLE, TUG CANNOT '
                  'BE VERIFIED, STATUS ' WS-TUG-FILE-STATUS
           END-IF.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: PORT-MASTER NOT AVAILABLE, '
                  'SKIPPING PORT VALIDATION'
           END-IF.
           OPEN INPUT DAMAGE-STATES.
           IF WS-DMG-FILE-STATUS = '00' OR WS-DMG-FILE-STATUS = '97'
               MOVE 'y' TO WS-DMG-AVAILABLE
           END-IF.
           PERFORM ADD-OR-UPDATE-TOW.
           CLOSE TOW-TASKS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-TUG-AVAILABLE = 'y'
               CLOSE SALVAGE-TUGS
           END-IF.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           IF WS-DMG-AVAILABLE = 'y'
               CLOSE DAMAGE-STATES
           END-IF.
           GOBACK.

      *A tow already on file is fetched first: a closed one stays
      *as it is, an open one may be re-entered or closed
       ADD-OR-UPDATE-TOW.
           DISPLAY 'Enter damaged ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter tow start date, CCYYMMDD: '.
           ACCEPT WS-START-DATE.
           MOVE WS-START-DATE TO WS-CHK-DATE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-START-DATE.
           MOVE 'U' TO WS-ACTION.
           MOVE WS-KEY TO TOW-KEY.
           READ TOW-TASKS RECORD KEY TOW-KEY
           INVALID KEY
               MOVE 'A' TO WS-ACTION
           END-READ.
           IF WS-ACTION = 'U'
               IF TOW-OUTCOME NOT = SPACES
                   DISPLAY 'TOW CLOSED ' TOW-OUTCOME-DATE
                      ', OUTCOME ' TOW-OUTCOME ', NOT CHANGED'
                   MOVE 'F' TO WS-ACTION
               ELSE
                   DISPLAY 'OPEN TOW ON FILE, TUG ' TOW-TUG-UID
                      ' TO ' TOW-DESTINATION
                   DISPLAY 'Enter U to re-enter it, O to record its '
                      'outcome: '
                   ACCEPT WS-ACTION
                   PERFORM UNTIL WS-ACTION = 'U' OR WS-ACTION = 'O'
                       DISPLAY 'INVALID ACTION, ENTER U OR O: '
                       ACCEPT WS-ACTION
                   END-PERFORM
               END-IF
           END-IF.
           EVALUATE WS-ACTION
               WHEN 'O'
                   PERFORM RECORD-OUTCOME
               WHEN 'A'
               WHEN 'U'
                   PERFORM STORE-TOW
           END-EVALUATE.

      *The outcome is history: it cannot be in the future, nor
      *before the tow began
       RECORD-OUTCOME.
           DISPLAY 'Enter outcome, A=arrived S=sank under tow '
              'X=abandoned: '.
           ACCEPT WS-OUTCOME.
           PERFORM UNTIL WS-OUTCOME = 'A' OR WS-OUTCOME = 'S'
              OR WS-OUTCOME = 'X'
               DISPLAY 'INVALID OUTCOME, ENTER A, S OR X: '
               ACCEPT WS-OUTCOME
           END-PERFORM.
           DISPLAY 'Enter outcome date, CCYYMMDD: '.
           ACCEPT WS-OUTCOME-DATE.
           MOVE WS-OUTCOME-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-OUTCOME-DATE.
           PERFORM UNTIL WS-OUTCOME-DATE >= TOW-START-DATE
               DISPLAY 'OUTCOME BEFORE TOW START, RE-ENTER '
                  'CCYYMMDD: '
               ACCEPT WS-OUTCOME-DATE
               MOVE WS-OUTCOME-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-OUTCOME-DATE
           END-PERFORM.
           MOVE WS-OUTCOME TO TOW-OUTCOME.
           MOVE WS-OUTCOME-DATE TO TOW-OUTCOME-DATE.
           REWRITE TOW-TASK-RECORD.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'TOW CLOSED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       STORE-TOW.
           PERFORM LOAD-TOW.
           PERFORM CHECK-OPEN-DAMAGE.
           PERFORM CHECK-TUG-BUSY.
           MOVE WS-TOW TO TOW-TASK-RECORD.
           WRITE TOW-TASK-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE TOW-TASK-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
               PERFORM SHOW-ARRIVAL
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-TOW.
           DISPLAY 'Enter tug UID, 12 chars: '.
           ACCEPT WS-TUG-UID.
           PERFORM CHECK-TUG-UID.
           DISPLAY 'Enter rendezvous grid square, 6 chars: '.
           ACCEPT WS-CHK-SQUARE.
           PERFORM CHECK-GRID-SQUARE.
           MOVE WS-CHK-SQUARE TO WS-RENDEZVOUS-SQUARE.
           DISPLAY 'Enter port nearest the rendezvous, 25 chars '
              '(blank for the tug''s base): '.
           ACCEPT WS-NEAREST-PORT.
           IF WS-NEAREST-PORT = SPACES
               IF WS-TUG-AVAILABLE = 'y'
                   MOVE TUG-BASE-PORT TO WS-NEAREST-PORT
                   DISPLAY 'NEAREST PORT SET FROM TUG BASE: '
                      WS-NEAREST-PORT
               END-IF
           END-IF.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE WS-NEAREST-PORT TO WS-PRT-CHECK-NAME
               PERFORM CHECK-PORT-NAME
               MOVE WS-PRT-CHECK-NAME TO WS-NEAREST-PORT
           END-IF.
           DISPLAY 'Enter destination port or yard, 25 chars: '.
           ACCEPT WS-DESTINATION.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE WS-DESTINATION TO WS-PRT-CHECK-NAME
               PERFORM CHECK-PORT-NAME
               MOVE WS-PRT-CHECK-NAME TO WS-DESTINATION
           END-IF.
           MOVE SPACES TO WS-OUTCOME.
           MOVE SPACES TO WS-OUTCOME-DATE.

      *A warning only: the damage report may simply not be in yet
       CHECK-OPEN-DAMAGE.
           IF WS-DMG-AVAILABLE = 'y'
               MOVE 'N' TO WS-DAMAGE-OPEN
               MOVE WS-UID TO DMG-UID
               MOVE SPACES TO DMG-DATE
               MOVE '00000000' TO WS-LATEST-DMG-DATE
               MOVE 'N' TO WS-EOF
               START DAMAGE-STATES KEY >= DMG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DAMAGE-STATES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DMG-UID NOT = WS-UID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF DMG-DATE >= WS-LATEST-DMG-DATE
                                   MOVE DMG-DATE
                                      TO WS-LATEST-DMG-DATE
                                   IF DMG-COMPARTMENTS-FLOODED > 0
                                      OR DMG-PUMPS-OUT > 0
                                       MOVE 'Y' TO WS-DAMAGE-OPEN
                                   ELSE
                                       MOVE 'N' TO WS-DAMAGE-OPEN
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DAMAGE-OPEN = 'N'
                   DISPLAY 'WARNING: ' WS-UID ' SHOWS NO OPEN DAMAGE '
                      'ON DMGSTAT'
               END-IF
           END-IF.

      *A warning only: a tug can be sent on from one tow to the
      *next before the first is closed on file
       CHECK-TUG-BUSY.
           MOVE LOW-VALUES TO TOW-KEY.
           MOVE 'N' TO WS-EOF.
           START TOW-TASKS KEY >= TOW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TOW-TASKS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TOW-TUG-UID = WS-TUG-UID
                          AND TOW-OUTCOME = SPACES
                          AND TOW-KEY NOT = WS-KEY
                           DISPLAY 'WARNING: TUG ' WS-TUG-UID
                              ' IS ALREADY TOWING ' TOW-UID
                              ' SINCE ' TOW-START-DATE
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-ARRIVAL.
           CALL 'TOWETA' USING WS-TUG-UID, WS-NEAREST-PORT,
              WS-DESTINATION, WS-START-DATE, WS-ETA-RESULT,
              WS-ETA-DISTANCE-NM, WS-ETA-TOW-SPEED-KN, WS-ETA-DATE.
           EVALUATE WS-ETA-RESULT
               WHEN 'Y'
                   DISPLAY 'TOW ' WS-ETA-DISTANCE-NM ' NM AT '
                      WS-ETA-TOW-SPEED-KN ' KN, ESTIMATED ARRIVAL '
                      WS-ETA-DATE
               WHEN 'N'
                   DISPLAY 'NOTE: NO PRTDIST DISTANCE FOR '
                      WS-NEAREST-PORT ' TO ' WS-DESTINATION
                      ', ARRIVAL NOT ESTIMATED'
               WHEN 'U'
                   DISPLAY 'NOTE: PRTDIST OR TUGREG NOT AVAILABLE, '
                      'ARRIVAL NOT ESTIMATED'
           END-EVALUATE.

       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                       DISPLAY 'Enter damaged ship UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-TUG-UID.
           IF WS-TUG-AVAILABLE = 'y'
               MOVE '99' TO WS-TUG-FILE-STATUS
               PERFORM UNTIL WS-TUG-FILE-STATUS = '00'
                   MOVE WS-TUG-UID TO TUG-UID
                   READ SALVAGE-TUGS RECORD KEY TUG-UID
                   IF WS-TUG-FILE-STATUS NOT = '00'
                       DISPLAY 'TUG NOT ON TUGREG: ' WS-TUG-UID
                       DISPLAY 'Enter tug UID, 12 chars: '
                       ACCEPT WS-TUG-UID
                   ELSE
                       DISPLAY WS-TUG-UID ' -> BASED ' TUG-BASE-PORT
                          ', TOWS AT ' TUG-TOW-SPEED-KN ' KN'
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

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one
       CHECK-DATE-FIELD.
           CALL 'CHKDATE' USING WS-CHK-DATE, WS-CHK-ALLOW-FUTURE,
              WS-CHK-DATE-RESULT.
           PERFORM UNTIL WS-CHK-DATE-RESULT = 'Y'
               DISPLAY 'INVALID DATE ' WS-CHK-DATE
                  ', RE-ENTER CCYYMMDD: '
               ACCEPT WS-CHK-DATE
               CALL 'CHKDATE' USING WS-CHK-DATE,
                  WS-CHK-ALLOW-FUTURE, WS-CHK-DATE-RESULT
           END-PERFORM.

      *Re-prompts through the shared CHKGRID subprogram until the
      *square is one the GRIDMST master carries; the rendezvous
      *must be given
       CHECK-GRID-SQUARE.
           CALL 'CHKGRID' USING WS-CHK-SQUARE, WS-CHK-GRID-RESULT.
           PERFORM UNTIL WS-CHK-GRID-RESULT = 'Y'
              OR WS-CHK-GRID-RESULT = 'U'
               DISPLAY 'UNRECOGNIZED GRID SQUARE ' WS-CHK-SQUARE
                  ', RE-ENTER: '
               ACCEPT WS-CHK-SQUARE
               CALL 'CHKGRID' USING WS-CHK-SQUARE,
                  WS-CHK-GRID-RESULT
           END-PERFORM.
