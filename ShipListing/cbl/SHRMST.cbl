      *This program maintains the shore establishment register:
      *ACXFER posted airframes "ashore" and crews were landed, but
      *nothing said where ashore, so ACXRECON could not balance the
      *shore side and AIROOB showed only what was embarked. One
      *record per naval air station, depot or training base, keyed
      *on its establishment code, carries its name and type, the
      *PORTMSTR port it stands at -- or, for an airfield inland, the
      *grid square, proven through CHKGRID -- and its theatre, which
      *comes off the port when there is one. A new establishment is
      *given the airframes it already holds as an opening balance;
      *after that only ACXFER moves them, so updating an existing
      *establishment here leaves its holdings as they stand.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SHRMST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHORE-ESTABLISHMENTS ASSIGN TO SHRESDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SHR-CODE
           FILE STATUS IS WS-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
           SELECT AIRCRAFT-MODELS ASSIGN TO ACMDLDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACM-MODEL
           FILE STATUS IS WS-ACM-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SHORE-ESTABLISHMENTS.
       COPY SHRREC.
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
       FD  AIRCRAFT-MODELS.
       01 AIRCRAFT-MODEL-RECORD.
           05 ACM-MODEL PIC X(20).
           05 ACM-FULL-NAME PIC X(30).
           05 ACM-ROLE PIC X(12).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-CHECK-NAME PIC X(25).
       01 WS-ACM-FILE-STATUS PIC XX.
       01 WS-ACM-AVAILABLE PIC X VALUE 'n'.
       01 WS-NEW-ESTABLISHMENT PIC X VALUE 'n'.
       01 WS-IDX PIC 99.
       01 WS-MODEL PIC X(20).
       01 WS-QTY PIC 9(3).
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
       01 WS-ESTABLISHMENT.
           05 WS-CODE PIC X(8).
           05 WS-NAME PIC X(20).
           05 WS-TYPE PIC X(1).
           05 WS-PORT PIC X(25).
           05 WS-GRID-SQUARE PIC X(6).
           05 WS-THEATRE PIC X(20).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O SHORE-ESTABLISHMENTS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT SHORE-ESTABLISHMENTS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
                 CLOSE SHORE-ESTABLISHMENTS
                 OPEN I-O SHORE-ESTABLISHMENTS
              END-IF
           END-IF.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: PORT-MASTER NOT AVAILABLE, '
                  'SKIPPING PORT VALIDATION'
           END-IF.
           OPEN INPUT AIRCRAFT-MODELS.
           IF WS-ACM-FILE-STATUS = '00' OR WS-ACM-FILE-STATUS = '97'
               MOVE 'y' TO WS-ACM-AVAILABLE
           ELSE
               DISPLAY 'WARNING: AIRCRAFT-MODELS NOT AVAILABLE, '
                  'SKIPPING MODEL VALIDATION'
           END-IF.
           PERFORM ADD-OR-UPDATE-ESTABLISHMENT.
           CLOSE SHORE-ESTABLISHMENTS.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           IF WS-ACM-AVAILABLE = 'y'
               CLOSE AIRCRAFT-MODELS
           END-IF.
           GOBACK.

      *The record on file is read first so an update keeps the
      *holdings ACXFER has been moving; only a new establishment
      *is asked for its opening balance
       ADD-OR-UPDATE-ESTABLISHMENT.
           PERFORM LOAD-ESTABLISHMENT.
           MOVE WS-CODE TO SHR-CODE.
           READ SHORE-ESTABLISHMENTS RECORD KEY SHR-CODE
           INVALID KEY
               MOVE 'y' TO WS-NEW-ESTABLISHMENT
           NOT INVALID KEY
               MOVE 'n' TO WS-NEW-ESTABLISHMENT
           END-READ.
           IF WS-NEW-ESTABLISHMENT = 'y'
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
                   MOVE SPACES TO SHR-AIRCRAFT-MODEL(WS-IDX)
                   MOVE 0 TO SHR-AIRCRAFT-NR(WS-IDX)
                   MOVE 0 TO SHR-AIRCRAFT-OPENING(WS-IDX)
               END-PERFORM
               PERFORM LOAD-OPENING-HOLDINGS
           END-IF.
           MOVE WS-CODE TO SHR-CODE.
           MOVE WS-NAME TO SHR-NAME.
           MOVE WS-TYPE TO SHR-TYPE.
           MOVE WS-PORT TO SHR-PORT.
           MOVE WS-GRID-SQUARE TO SHR-GRID-SQUARE.
           MOVE WS-THEATRE TO SHR-THEATRE.
           WRITE SHORE-ESTABLISHMENT-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE SHORE-ESTABLISHMENT-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-ESTABLISHMENT.
           DISPLAY 'Enter establishment code, 8 chars: '.
           ACCEPT WS-CODE.
           PERFORM UNTIL WS-CODE NOT = SPACES
               DISPLAY 'A CODE CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-CODE
           END-PERFORM.
           DISPLAY 'Enter establishment name, 20 chars: '.
           ACCEPT WS-NAME.
           DISPLAY 'Enter type, A=air station D=depot '
              'T=training base: '.
           ACCEPT WS-TYPE.
           PERFORM UNTIL WS-TYPE = 'A' OR WS-TYPE = 'D'
              OR WS-TYPE = 'T'
               DISPLAY 'INVALID TYPE, ENTER A, D, OR T: '
               ACCEPT WS-TYPE
           END-PERFORM.
           PERFORM LOAD-LOCATION.

      *At a port the theatre and square come off PORTMSTR; an
      *airfield inland has no port, so it must have a square and
      *its theatre is keyed
       LOAD-LOCATION.
           MOVE SPACES TO WS-GRID-SQUARE.
           MOVE SPACES TO WS-THEATRE.
           DISPLAY 'Enter port, 25 chars, blank if not at a port: '.
           ACCEPT WS-PORT.
           IF WS-PORT NOT = SPACES AND WS-PRT-AVAILABLE = 'y'
               MOVE WS-PORT TO WS-PRT-CHECK-NAME
               PERFORM CHECK-PORT-NAME
               MOVE WS-PRT-CHECK-NAME TO WS-PORT
               IF WS-PORT NOT = SPACES
                   MOVE PRT-THEATRE TO WS-THEATRE
                   MOVE PRT-GRID-SQUARE TO WS-GRID-SQUARE
                   DISPLAY WS-PORT ' -> ' WS-THEATRE ' '
                      WS-GRID-SQUARE
               END-IF
           END-IF.
           IF WS-GRID-SQUARE = SPACES
               IF WS-PORT = SPACES
                   DISPLAY 'Enter grid square, 6 chars: '
               ELSE
                   DISPLAY 'Enter grid square, 6 chars, blank if '
                      'not plotted: '
               END-IF
               ACCEPT WS-CHK-SQUARE
               PERFORM CHECK-GRID-SQUARE
               MOVE WS-CHK-SQUARE TO WS-GRID-SQUARE
           END-IF.
           IF WS-THEATRE = SPACES
               DISPLAY 'Enter theatre, 20 chars: '
               ACCEPT WS-THEATRE
           END-IF.

      *What the establishment holds on the day it is registered; up
      *to ten models, blank model to finish
       LOAD-OPENING-HOLDINGS.
           MOVE 1 TO WS-IDX.
           MOVE 'x' TO WS-MODEL.
           PERFORM UNTIL WS-IDX > 10 OR WS-MODEL = SPACES
               DISPLAY 'Enter aircraft model held now, 20 chars, '
                  'blank to finish: '
               ACCEPT WS-MODEL
               IF WS-MODEL NOT = SPACES
                   PERFORM CHECK-AIRCRAFT-MODEL
               END-IF
               IF WS-MODEL NOT = SPACES
                   DISPLAY 'Enter number held, 3 digits: '
                   ACCEPT WS-QTY
                   PERFORM UNTIL WS-QTY IS NUMERIC
                       DISPLAY 'INVALID NUMBER, RE-ENTER 3 DIGITS: '
                       ACCEPT WS-QTY
                   END-PERFORM
                   MOVE WS-MODEL TO SHR-AIRCRAFT-MODEL(WS-IDX)
                   MOVE WS-QTY TO SHR-AIRCRAFT-NR(WS-IDX)
                   MOVE WS-QTY TO SHR-AIRCRAFT-OPENING(WS-IDX)
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.

      *Blank gives up on the port and falls through to the square
       CHECK-PORT-NAME.
           MOVE '99' TO WS-PRT-FILE-STATUS.
           PERFORM UNTIL WS-PRT-FILE-STATUS = '00'
              OR WS-PRT-CHECK-NAME = SPACES
               MOVE WS-PRT-CHECK-NAME TO PRT-NAME
               READ PORT-MASTER RECORD KEY PRT-NAME
               IF WS-PRT-FILE-STATUS NOT = '00'
                   DISPLAY 'UNRECOGNIZED PORT ' WS-PRT-CHECK-NAME
                   DISPLAY 'Enter port, 25 chars, blank if not at '
                      'a port: '
                   ACCEPT WS-PRT-CHECK-NAME
               END-IF
           END-PERFORM.

      *Re-prompts through the shared CHKGRID subprogram until the
      *square is one the GRIDMST master carries; blank is taken only
      *when the establishment already has a port to place it
       CHECK-GRID-SQUARE.
           CALL 'CHKGRID' USING WS-CHK-SQUARE, WS-CHK-GRID-RESULT.
           PERFORM UNTIL WS-CHK-GRID-RESULT = 'Y'
              OR WS-CHK-GRID-RESULT = 'U'
              OR (WS-CHK-SQUARE = SPACES AND WS-PORT NOT = SPACES)
               DISPLAY 'UNRECOGNIZED GRID SQUARE ' WS-CHK-SQUARE
                  ', RE-ENTER: '
               ACCEPT WS-CHK-SQUARE
               CALL 'CHKGRID' USING WS-CHK-SQUARE,
                  WS-CHK-GRID-RESULT
           END-PERFORM.
           IF WS-CHK-GRID-RESULT = 'U'
               DISPLAY 'WARNING: GRID MASTER NOT AVAILABLE, SQUARE '
                  'STORED UNPROVEN'
           END-IF.

      *Same re-prompt as ACXFER's against the ACMDL master; blank
      *here still finishes the list
       CHECK-AIRCRAFT-MODEL.
           IF WS-ACM-AVAILABLE = 'y'
               MOVE '99' TO WS-ACM-FILE-STATUS
               PERFORM UNTIL WS-ACM-FILE-STATUS = '00'
                  OR WS-MODEL = SPACES
                   MOVE WS-MODEL TO ACM-MODEL
                   READ AIRCRAFT-MODELS RECORD KEY ACM-MODEL
                   IF WS-ACM-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED AIRCRAFT MODEL '
                          WS-MODEL
                       DISPLAY 'Enter aircraft model name, '
                          '20 chars, blank to finish: '
                       ACCEPT WS-MODEL
                   END-IF
               END-PERFORM
           END-IF.
