      *This program maintains the neutral-port visit clearances: a
      *call at a neutral port needs a diplomatic clearance with a
      *limited stay, and a ship that overstays risks internment, but
      *the clearances lived in the signal log where nobody routing a
      *ship could see them. One record per UID (proven on ALLSHPS),
      *port (proven on PORTMSTR, and flagged neutral there) and
      *clearance reference carries the window in which she may
      *arrive and the most hours she may stay. SAILSCHD and ORDERS
      *refuse a neutral destination through CHKNEUT unless a
      *clearance here covers the arrival, and OVERSTAY watches the
      *ships in those ports against their permitted stay.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NCLREG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEUTRAL-CLEARANCES ASSIGN TO NEUTCLR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NCL-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here only to prove the entered
      *UID exists and echo the ship's name back to the operator
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
       FD  NEUTRAL-CLEARANCES.
       COPY NCLREC.
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
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-CLEARANCE.
           05 WS-KEY.
                10 WS-UID PIC X(12).
                10 WS-PORT PIC X(25).
                10 WS-REFERENCE PIC X(15).
           05 WS-ARRIVE-FROM-DATE PIC X(8).
           05 WS-ARRIVE-TO-DATE PIC X(8).
           05 WS-MAX-STAY-HOURS PIC 9(3).
           05 WS-ENTERED-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O NEUTRAL-CLEARANCES.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT NEUTRAL-CLEARANCES
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
           PERFORM ADD-OR-UPDATE-CLEARANCE.
           CLOSE NEUTRAL-CLEARANCES.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-CLEARANCE.
           PERFORM LOAD-CLEARANCE.
           MOVE WS-CLEARANCE TO NEUTRAL-CLEARANCE-RECORD.
           WRITE NEUTRAL-CLEARANCE-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE NEUTRAL-CLEARANCE-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *The window may lie in the future -- clearances are sought
      *ahead of the call -- but may not close before it opens, and
      *a clearance allowing no stay at all is no clearance
       LOAD-CLEARANCE.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter neutral port, 25 chars: '.
           ACCEPT WS-PORT.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE WS-PORT TO WS-PRT-CHECK-NAME
               PERFORM CHECK-PORT-NAME
               MOVE WS-PRT-CHECK-NAME TO WS-PORT
           END-IF.
           DISPLAY 'Enter clearance reference, 15 chars: '.
           ACCEPT WS-REFERENCE.
           PERFORM UNTIL WS-REFERENCE NOT = SPACES
               DISPLAY 'A REFERENCE CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-REFERENCE
           END-PERFORM.
           DISPLAY 'Enter first permitted arrival date, CCYYMMDD: '.
           ACCEPT WS-ARRIVE-FROM-DATE.
           MOVE WS-ARRIVE-FROM-DATE TO WS-CHK-DATE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-ARRIVE-FROM-DATE.
           DISPLAY 'Enter last permitted arrival date, CCYYMMDD: '.
           ACCEPT WS-ARRIVE-TO-DATE.
           MOVE WS-ARRIVE-TO-DATE TO WS-CHK-DATE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-ARRIVE-TO-DATE.
           PERFORM UNTIL WS-ARRIVE-TO-DATE >= WS-ARRIVE-FROM-DATE
               DISPLAY 'WINDOW CLOSES BEFORE IT OPENS, RE-ENTER '
                  'CCYYMMDD: '
               ACCEPT WS-ARRIVE-TO-DATE
               MOVE WS-ARRIVE-TO-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-ARRIVE-TO-DATE
           END-PERFORM.
           DISPLAY 'Enter maximum stay in hours, 3 digits: '.
           ACCEPT WS-MAX-STAY-HOURS.
           PERFORM UNTIL WS-MAX-STAY-HOURS IS NUMERIC
              AND WS-MAX-STAY-HOURS > 0
               DISPLAY 'INVALID STAY, RE-ENTER 3 DIGITS: '
               ACCEPT WS-MAX-STAY-HOURS
           END-PERFORM.
           CALL 'GETGMT' USING WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-ENTERED-DATE.

       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                       DISPLAY 'Enter ship UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME
                   END-IF
               END-PERFORM
           END-IF.

      *A clearance is only meaningful for a port flagged neutral;
      *any other port is refused and asked for again
       CHECK-PORT-NAME.
           MOVE '99' TO WS-PRT-FILE-STATUS.
           PERFORM UNTIL WS-PRT-FILE-STATUS = '00'
               MOVE WS-PRT-CHECK-NAME TO PRT-NAME
               READ PORT-MASTER RECORD KEY PRT-NAME
               IF WS-PRT-FILE-STATUS NOT = '00'
                   DISPLAY 'UNRECOGNIZED PORT ' WS-PRT-CHECK-NAME
                   DISPLAY 'Enter neutral port, 25 chars: '
                   ACCEPT WS-PRT-CHECK-NAME
               ELSE
                   IF PRT-NEUTRAL NOT = 'Y'
                       DISPLAY 'PORT ' WS-PRT-CHECK-NAME
                          ' IS NOT FLAGGED NEUTRAL ON PORTMSTR'
                       DISPLAY 'Enter neutral port, 25 chars: '
                       ACCEPT WS-PRT-CHECK-NAME
                       MOVE '99' TO WS-PRT-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM.

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
