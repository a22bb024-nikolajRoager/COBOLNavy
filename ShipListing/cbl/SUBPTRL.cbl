      *This program maintains the submarine patrol-area register:
      *our own submarines' patrol boxes were known only to the
      *submarine staff, so an escort group could sail straight
      *through one and depth-charge whatever it found there. One
      *record per patrol, keyed by the boat's UID (proven on
      *ALLSHPS) and the date she is due on station, carries the
      *grid squares of her box (up to six, each proven through
      *CHKGRID), the days she holds it, the day she sails for it and
      *the day she is due home, and the authority that ordered it.
      *SAILSCHD, ORDERS and ESCADEQ warn through CHKSUBP when a
      *surface force's squares cross a box in its sailing window,
      *and SUBDECON lists the boxes against the forces every day.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SUBPTRL.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATROL-AREAS ASSIGN TO SUBPTRL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SBP-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here only to prove the entered
      *UID exists and echo the boat's name back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PATROL-AREAS.
       COPY SUBPREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-IDX PIC 9.
       01 WS-SQUARES-DONE PIC X.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
       01 WS-PATROL.
           05 WS-KEY.
                10 WS-SUB-UID PIC X(12).
                10 WS-STATION-FROM PIC X(8).
           05 WS-STATION-TO PIC X(8).
           05 WS-TRANSIT-OUT-DATE PIC X(8).
           05 WS-TRANSIT-BACK-DATE PIC X(8).
           05 WS-SQUARE-COUNT PIC 9.
           05 WS-SQUARE PIC X(6) OCCURS 6 TIMES.
           05 WS-AUTHORITY PIC X(25).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O PATROL-AREAS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT PATROL-AREAS
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
           PERFORM ADD-OR-UPDATE-PATROL.
           CLOSE PATROL-AREAS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-PATROL.
           PERFORM LOAD-PATROL.
           MOVE WS-PATROL TO PATROL-AREA-RECORD.
           WRITE PATROL-AREA-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE PATROL-AREA-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *The dates must run in order: sailed, on station, off
      *station, home. Patrols are ordered ahead, so all four may
      *lie in the future
       LOAD-PATROL.
           DISPLAY 'Enter submarine UID, 12 chars: '.
           ACCEPT WS-SUB-UID.
           PERFORM CHECK-SHIP-UID.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           DISPLAY 'Enter date sailing for patrol, CCYYMMDD: '.
           ACCEPT WS-TRANSIT-OUT-DATE.
           MOVE WS-TRANSIT-OUT-DATE TO WS-CHK-DATE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-TRANSIT-OUT-DATE.
           DISPLAY 'Enter date on station, CCYYMMDD: '.
           ACCEPT WS-STATION-FROM.
           MOVE WS-STATION-FROM TO WS-CHK-DATE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-STATION-FROM.
           PERFORM UNTIL WS-STATION-FROM >= WS-TRANSIT-OUT-DATE
               DISPLAY 'ON STATION BEFORE SAILING, RE-ENTER '
                  'CCYYMMDD: '
               ACCEPT WS-STATION-FROM
               MOVE WS-STATION-FROM TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-STATION-FROM
           END-PERFORM.
           DISPLAY 'Enter date off station, CCYYMMDD: '.
           ACCEPT WS-STATION-TO.
           MOVE WS-STATION-TO TO WS-CHK-DATE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-STATION-TO.
           PERFORM UNTIL WS-STATION-TO >= WS-STATION-FROM
               DISPLAY 'OFF STATION BEFORE ON STATION, RE-ENTER '
                  'CCYYMMDD: '
               ACCEPT WS-STATION-TO
               MOVE WS-STATION-TO TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-STATION-TO
           END-PERFORM.
           DISPLAY 'Enter date due home, CCYYMMDD: '.
           ACCEPT WS-TRANSIT-BACK-DATE.
           MOVE WS-TRANSIT-BACK-DATE TO WS-CHK-DATE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-TRANSIT-BACK-DATE.
           PERFORM UNTIL WS-TRANSIT-BACK-DATE >= WS-STATION-TO
               DISPLAY 'HOME BEFORE OFF STATION, RE-ENTER '
                  'CCYYMMDD: '
               ACCEPT WS-TRANSIT-BACK-DATE
               MOVE WS-TRANSIT-BACK-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-TRANSIT-BACK-DATE
           END-PERFORM.
           PERFORM LOAD-BOX-SQUARES.
           DISPLAY 'Enter ordering authority, 25 chars: '.
           ACCEPT WS-AUTHORITY.

      *Up to six squares; a blank square ends the box, but a box
      *needs at least one
       LOAD-BOX-SQUARES.
           MOVE 0 TO WS-SQUARE-COUNT.
           MOVE SPACES TO WS-SQUARE(1) WS-SQUARE(2) WS-SQUARE(3)
              WS-SQUARE(4) WS-SQUARE(5) WS-SQUARE(6).
           MOVE 'N' TO WS-SQUARES-DONE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 6 OR WS-SQUARES-DONE = 'Y'
               DISPLAY 'Enter patrol box grid square ' WS-IDX
                  ', 6 chars (blank to end): '
               ACCEPT WS-CHK-SQUARE
               PERFORM CHECK-GRID-SQUARE
               IF WS-CHK-SQUARE = SPACES
                   IF WS-SQUARE-COUNT > 0
                       MOVE 'Y' TO WS-SQUARES-DONE
                   ELSE
                       DISPLAY 'A PATROL BOX NEEDS AT LEAST ONE '
                          'SQUARE'
                       SUBTRACT 1 FROM WS-IDX
                   END-IF
               ELSE
                   ADD 1 TO WS-SQUARE-COUNT
                   MOVE WS-CHK-SQUARE TO WS-SQUARE(WS-SQUARE-COUNT)
               END-IF
           END-PERFORM.

       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-SUB-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-SUB-UID
                       DISPLAY 'Enter submarine UID, 12 chars: '
                       ACCEPT WS-SUB-UID
                   ELSE
                       DISPLAY WS-SUB-UID ' -> ' SHIP-NAME
                          ' ' SHIP-TYPE
                   END-IF
               END-PERFORM
           END-IF.

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
      *square is one the GRIDMST master carries; blank ends the box
       CHECK-GRID-SQUARE.
           CALL 'CHKGRID' USING WS-CHK-SQUARE, WS-CHK-GRID-RESULT.
           PERFORM UNTIL WS-CHK-GRID-RESULT = 'Y'
              OR WS-CHK-GRID-RESULT = 'U'
              OR WS-CHK-SQUARE = SPACES
               DISPLAY 'UNRECOGNIZED GRID SQUARE ' WS-CHK-SQUARE
                  ', RE-ENTER (BLANK TO END): '
               ACCEPT WS-CHK-SQUARE
               CALL 'CHKGRID' USING WS-CHK-SQUARE,
                  WS-CHK-GRID-RESULT
           END-PERFORM.
