      *This program captures non-combat incidents -- collisions,
      *groundings, fires, machinery breakdowns -- which put as many
      *ships into dock as the enemy some months but, with no enemy
      *involved, never went on ENGLOG. One record per UID (proven on
      *ALLSHPS) and incident date carries the type, the grid square
      *(proven through CHKGRID), the other vessel involved if any
      *(an ALLSHPS UID, or an 'MV' UID on the MERCHDT register), the
      *damage, and the casualties. An incident entered again may be
      *re-entered, or taken through its board of inquiry: first the
      *date the board convened, then its finding and the officer
      *held responsible (a RANKSEN service number, or none). A board
      *with its finding recorded is closed and not changed.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INCREG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTS ASSIGN TO INCREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INC-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here only to prove the entered
      *UIDs exist and echo the ships' names back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT MERCHANT-VESSELS ASSIGN TO MERCHDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MER-UID
           FILE STATUS IS WS-MER-FILE-STATUS.
           SELECT SENIORITY-FILE ASSIGN TO RANKSEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEN-SVC-NR
           FILE STATUS IS WS-SEN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  INCIDENTS.
       COPY INCREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  MERCHANT-VESSELS.
       COPY MERCHDT.
       FD  SENIORITY-FILE.
       COPY SENREG.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-MER-FILE-STATUS PIC XX.
       01 WS-MER-AVAILABLE PIC X VALUE 'n'.
       01 WS-SEN-FILE-STATUS PIC XX.
       01 WS-SEN-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACTION PIC X(1).
       01 WS-OTHER-OK PIC X.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
       01 WS-INCIDENT.
           05 WS-KEY.
                10 WS-UID PIC X(12).
                10 WS-DATE PIC X(8).
           05 WS-TYPE PIC X(1).
           05 WS-GRID-SQUARE PIC X(6).
           05 WS-OTHER-UID PIC X(12).
           05 WS-DAMAGE-DESCRIPTION PIC X(60).
           05 WS-CASUALTIES PIC 9(4).
           05 WS-BOARD.
                10 WS-BOI-CONVENED-DATE PIC X(8).
                10 WS-BOI-FINDING-DATE PIC X(8).
                10 WS-BOI-FINDING PIC X(60).
                10 WS-BOI-RESPONSIBLE-SVC-NR PIC X(10).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O INCIDENTS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT INCIDENTS
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
           OPEN INPUT MERCHANT-VESSELS.
           IF WS-MER-FILE-STATUS = '00' OR WS-MER-FILE-STATUS = '97'
               MOVE 'y' TO WS-MER-AVAILABLE
           END-IF.
           OPEN INPUT SENIORITY-FILE.
           IF WS-SEN-FILE-STATUS = '00' OR WS-SEN-FILE-STATUS = '97'
               MOVE 'y' TO WS-SEN-AVAILABLE
           END-IF.
           PERFORM ADD-OR-UPDATE-INCIDENT.
           CLOSE INCIDENTS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-MER-AVAILABLE = 'y'
               CLOSE MERCHANT-VESSELS
           END-IF.
           IF WS-SEN-AVAILABLE = 'y'
               CLOSE SENIORITY-FILE
           END-IF.
           GOBACK.

      *An incident already on file is fetched first, so its board
      *of inquiry can be taken forward without re-keying it
       ADD-OR-UPDATE-INCIDENT.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter incident date, CCYYMMDD: '.
           ACCEPT WS-DATE.
           MOVE WS-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE.
           MOVE 'U' TO WS-ACTION.
           MOVE WS-KEY TO INC-KEY.
           READ INCIDENTS RECORD KEY INC-KEY
           INVALID KEY
               MOVE 'A' TO WS-ACTION
           END-READ.
           IF WS-ACTION = 'U'
               DISPLAY 'INCIDENT ON FILE, TYPE ' INC-TYPE ' AT '
                  INC-GRID-SQUARE
               EVALUATE TRUE
                   WHEN INC-BOI-CONVENED-DATE = SPACES
                       DISPLAY 'NO BOARD OF INQUIRY CONVENED'
                   WHEN INC-BOI-FINDING-DATE = SPACES
                       DISPLAY 'BOARD OF INQUIRY SITTING SINCE '
                          INC-BOI-CONVENED-DATE
                   WHEN OTHER
                       DISPLAY 'BOARD OF INQUIRY CLOSED '
                          INC-BOI-FINDING-DATE
               END-EVALUATE
               DISPLAY 'Enter U to re-enter the incident, B for its '
                  'board of inquiry: '
               ACCEPT WS-ACTION
               PERFORM UNTIL WS-ACTION = 'U' OR WS-ACTION = 'B'
                   DISPLAY 'INVALID ACTION, ENTER U OR B: '
                   ACCEPT WS-ACTION
               END-PERFORM
           END-IF.
           EVALUATE WS-ACTION
               WHEN 'B'
                   PERFORM BOARD-OF-INQUIRY
               WHEN 'A'
                   MOVE SPACES TO WS-BOARD
                   PERFORM STORE-INCIDENT
               WHEN 'U'
                   MOVE INC-BOARD TO WS-BOARD
                   PERFORM STORE-INCIDENT
           END-EVALUATE.

       STORE-INCIDENT.
           PERFORM LOAD-INCIDENT.
           MOVE WS-INCIDENT TO INCIDENT-RECORD.
           WRITE INCIDENT-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE INCIDENT-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-INCIDENT.
           DISPLAY 'Enter incident type, C=collision G=grounding '
              'F=fire M=machinery O=other: '.
           ACCEPT WS-TYPE.
           PERFORM UNTIL WS-TYPE = 'C' OR WS-TYPE = 'G'
              OR WS-TYPE = 'F' OR WS-TYPE = 'M' OR WS-TYPE = 'O'
               DISPLAY 'INVALID TYPE, ENTER C, G, F, M OR O: '
               ACCEPT WS-TYPE
           END-PERFORM.
           DISPLAY 'Enter grid square, 6 chars: '.
           ACCEPT WS-CHK-SQUARE.
           PERFORM CHECK-GRID-SQUARE.
           MOVE WS-CHK-SQUARE TO WS-GRID-SQUARE.
           DISPLAY 'Enter other vessel UID, 12 chars (blank for '
              'none): '.
           ACCEPT WS-OTHER-UID.
           PERFORM CHECK-OTHER-UID.
           DISPLAY 'Enter damage description, 60 chars: '.
           ACCEPT WS-DAMAGE-DESCRIPTION.
           DISPLAY 'Enter casualties, 4 digits: '.
           ACCEPT WS-CASUALTIES.
           PERFORM UNTIL WS-CASUALTIES IS NUMERIC
               DISPLAY 'INVALID CASUALTIES, ENTER 4 DIGITS: '
               ACCEPT WS-CASUALTIES
           END-PERFORM.

      *The board is convened first; a sitting board is then closed
      *with its finding. A closed board is history and stays as is.
       BOARD-OF-INQUIRY.
           EVALUATE TRUE
               WHEN INC-BOI-CONVENED-DATE = SPACES
                   PERFORM CONVENE-BOARD
               WHEN INC-BOI-FINDING-DATE = SPACES
                   PERFORM RECORD-FINDING
               WHEN OTHER
                   DISPLAY 'BOARD CLOSED ' INC-BOI-FINDING-DATE
                      ', NOT CHANGED'
           END-EVALUATE.

       CONVENE-BOARD.
           DISPLAY 'Enter date the board convened, CCYYMMDD: '.
           ACCEPT WS-BOI-CONVENED-DATE.
           MOVE WS-BOI-CONVENED-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-BOI-CONVENED-DATE.
           PERFORM UNTIL WS-BOI-CONVENED-DATE >= INC-DATE
               DISPLAY 'BOARD BEFORE THE INCIDENT, RE-ENTER '
                  'CCYYMMDD: '
               ACCEPT WS-BOI-CONVENED-DATE
               MOVE WS-BOI-CONVENED-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-BOI-CONVENED-DATE
           END-PERFORM.
           MOVE WS-BOI-CONVENED-DATE TO INC-BOI-CONVENED-DATE.
           REWRITE INCIDENT-RECORD.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'BOARD CONVENED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       RECORD-FINDING.
           DISPLAY 'Enter date of the finding, CCYYMMDD: '.
           ACCEPT WS-BOI-FINDING-DATE.
           MOVE WS-BOI-FINDING-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-BOI-FINDING-DATE.
           PERFORM UNTIL WS-BOI-FINDING-DATE >= INC-BOI-CONVENED-DATE
               DISPLAY 'FINDING BEFORE THE BOARD CONVENED, RE-ENTER '
                  'CCYYMMDD: '
               ACCEPT WS-BOI-FINDING-DATE
               MOVE WS-BOI-FINDING-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-BOI-FINDING-DATE
           END-PERFORM.
           DISPLAY 'Enter finding, 60 chars: '.
           ACCEPT WS-BOI-FINDING.
           PERFORM UNTIL WS-BOI-FINDING NOT = SPACES
               DISPLAY 'A FINDING MUST BE GIVEN, ENTER 60 CHARS: '
               ACCEPT WS-BOI-FINDING
           END-PERFORM.
           DISPLAY 'Enter service number of officer held '
              'responsible, 10 chars (blank for none): '.
           ACCEPT WS-BOI-RESPONSIBLE-SVC-NR.
           PERFORM CHECK-RESPONSIBLE-OFFICER.
           MOVE WS-BOI-FINDING-DATE TO INC-BOI-FINDING-DATE.
           MOVE WS-BOI-FINDING TO INC-BOI-FINDING.
           MOVE WS-BOI-RESPONSIBLE-SVC-NR
              TO INC-BOI-RESPONSIBLE-SVC-NR.
           REWRITE INCIDENT-RECORD.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'BOARD CLOSED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

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

      *Merchant UIDs live in their own 'MV' range, so the prefix
      *says which register to ask; a register that cannot be
      *opened is not held against the operator
       CHECK-OTHER-UID.
           MOVE 'n' TO WS-OTHER-OK.
           PERFORM UNTIL WS-OTHER-OK = 'y'
               EVALUATE TRUE
                   WHEN WS-OTHER-UID = SPACES
                       MOVE 'y' TO WS-OTHER-OK
                   WHEN WS-OTHER-UID = WS-UID
                       DISPLAY 'OTHER VESSEL IS THE SHIP ITSELF'
                   WHEN WS-OTHER-UID(1:2) = 'MV'
                       PERFORM CHECK-OTHER-MERCHANT
                   WHEN OTHER
                       PERFORM CHECK-OTHER-WARSHIP
               END-EVALUATE
               IF WS-OTHER-OK NOT = 'y'
                   DISPLAY 'Enter other vessel UID, 12 chars (blank '
                      'for none): '
                   ACCEPT WS-OTHER-UID
               END-IF
           END-PERFORM.

       CHECK-OTHER-MERCHANT.
           IF WS-MER-AVAILABLE NOT = 'y'
               MOVE 'y' TO WS-OTHER-OK
           ELSE
               MOVE WS-OTHER-UID TO MER-UID
               READ MERCHANT-VESSELS RECORD KEY MER-UID
               IF WS-MER-FILE-STATUS = '00'
                   DISPLAY WS-OTHER-UID ' -> ' MER-NAME
                   MOVE 'y' TO WS-OTHER-OK
               ELSE
                   DISPLAY 'UID NOT ON MERCHDT: ' WS-OTHER-UID
               END-IF
           END-IF.

       CHECK-OTHER-WARSHIP.
           IF WS-SHIP-AVAILABLE NOT = 'y'
               MOVE 'y' TO WS-OTHER-OK
           ELSE
               MOVE WS-OTHER-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               IF WS-SHIP-FILE-STATUS = '00'
                   DISPLAY WS-OTHER-UID ' -> ' SHIP-NAME
                   MOVE 'y' TO WS-OTHER-OK
               ELSE
                   DISPLAY 'UID NOT ON ALLSHPS: ' WS-OTHER-UID
               END-IF
           END-IF.

       CHECK-RESPONSIBLE-OFFICER.
           IF WS-SEN-AVAILABLE = 'y'
               MOVE '99' TO WS-SEN-FILE-STATUS
               PERFORM UNTIL WS-BOI-RESPONSIBLE-SVC-NR = SPACES
                  OR WS-SEN-FILE-STATUS = '00'
                   MOVE WS-BOI-RESPONSIBLE-SVC-NR TO SEN-SVC-NR
                   READ SENIORITY-FILE RECORD KEY SEN-SVC-NR
                   IF WS-SEN-FILE-STATUS NOT = '00'
                       DISPLAY 'SERVICE NUMBER NOT ON RANKSEN: '
                          WS-BOI-RESPONSIBLE-SVC-NR
                       DISPLAY 'Enter service number, 10 chars '
                          '(blank for none): '
                       ACCEPT WS-BOI-RESPONSIBLE-SVC-NR
                   ELSE
                       DISPLAY WS-BOI-RESPONSIBLE-SVC-NR ' -> '
                          SEN-RANK-CODE ' ' SEN-NAME
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
      *square is one the GRIDMST master carries
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
