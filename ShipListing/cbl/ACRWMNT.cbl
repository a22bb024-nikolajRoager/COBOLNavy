      *This program maintains the aircrew register: carriers embark
      *aircraft by the SHIP-*-AIRCRAFT-NR counts, but nothing said
      *whether there were current pilots and observers to fly them.
      *A = register (or amend) a pilot or observer by service number,
      *with the carrier he is borne in, proven on ALLSHPS, and up to
      *three aircraft models he is qualified on, proven on ACMDLDT;
      *L = log a deck landing, day or night, on one of his models,
      *written to the DLDLOG landing log and carried forward onto the
      *register as his latest landing on the model. CHKACRW reads
      *the register for the currency check.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACRWMNT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRCREW ASSIGN TO AIRCREW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-SVC-NR
           ALTERNATE RECORD KEY IS ACR-UID WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.
           SELECT DECK-LANDINGS ASSIGN TO DLDLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DLD-KEY
           FILE STATUS IS WS-DLD-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT AIRCRAFT-MODELS ASSIGN TO ACMDLDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACM-MODEL
           FILE STATUS IS WS-ACM-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  AIRCREW.
       COPY ACRWREC.
       FD  DECK-LANDINGS.
       COPY DLDREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  AIRCRAFT-MODELS.
       01 AIRCRAFT-MODEL-RECORD.
           05 ACM-MODEL PIC X(20).
           05 ACM-FULL-NAME PIC X(30).
           05 ACM-ROLE PIC X(12).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-DLD-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACM-FILE-STATUS PIC XX.
       01 WS-ACM-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACTION PIC X.
       01 WS-IDX PIC 9.
       01 WS-QUAL-IDX PIC 9.
       01 WS-MODEL PIC X(20).
       01 WS-DAY-NIGHT PIC X.
       01 WS-LANDING-DATE PIC X(8).
       01 WS-LOGGED PIC X.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-AIRCREW.
           05 WS-SVC-NR PIC X(10).
           05 WS-UID PIC X(12).
           05 WS-NAME PIC X(25).
           05 WS-ROLE PIC X(1).
           05 WS-QUAL OCCURS 3 TIMES.
                10 WS-QUAL-MODEL PIC X(20).
                10 WS-LAST-DAY-LANDING PIC X(8).
                10 WS-LAST-NIGHT-LANDING PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O AIRCREW.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT AIRCREW
                 CLOSE AIRCREW
                 OPEN I-O AIRCREW
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
           OPEN INPUT AIRCRAFT-MODELS.
           IF WS-ACM-FILE-STATUS = '00' OR WS-ACM-FILE-STATUS = '97'
               MOVE 'y' TO WS-ACM-AVAILABLE
           ELSE
               DISPLAY 'WARNING: AIRCRAFT-MODELS NOT AVAILABLE, '
                  'SKIPPING MODEL VALIDATION'
           END-IF.
           DISPLAY 'A = register/amend aircrew, L = log a deck '
              'landing: '.
           ACCEPT WS-ACTION.
           IF WS-ACTION = 'L' OR WS-ACTION = 'l'
               PERFORM LOG-DECK-LANDING
           ELSE
               PERFORM ADD-OR-UPDATE-AIRCREW
           END-IF.
           CLOSE AIRCREW.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-ACM-AVAILABLE = 'y'
               CLOSE AIRCRAFT-MODELS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-AIRCREW.
           PERFORM LOAD-AIRCREW.
           MOVE WS-AIRCREW TO AIRCREW-RECORD.
           WRITE AIRCREW-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE AIRCREW-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *An amendment keeps the landing dates of every model he stays
      *qualified on; a model newly added starts with none
       LOAD-AIRCREW.
           DISPLAY 'Enter service number, 10 chars: '.
           ACCEPT WS-SVC-NR.
           MOVE WS-SVC-NR TO ACR-SVC-NR.
           READ AIRCREW RECORD KEY ACR-SVC-NR
           INVALID KEY
               INITIALIZE AIRCREW-RECORD
           NOT INVALID KEY
               DISPLAY WS-SVC-NR ' -> ' ACR-NAME ' (AMENDING)'
           END-READ.
           DISPLAY 'Enter name, 25 chars: '.
           ACCEPT WS-NAME.
           DISPLAY 'Enter role, P = pilot, O = observer: '.
           ACCEPT WS-ROLE.
           IF WS-ROLE = 'p' MOVE 'P' TO WS-ROLE END-IF.
           IF WS-ROLE = 'o' MOVE 'O' TO WS-ROLE END-IF.
           PERFORM UNTIL WS-ROLE = 'P' OR WS-ROLE = 'O'
               DISPLAY 'ENTER P OR O: '
               ACCEPT WS-ROLE
           END-PERFORM.
           DISPLAY 'Enter carrier UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           PERFORM VARYING WS-QUAL-IDX FROM 1 BY 1
               UNTIL WS-QUAL-IDX > 3
               PERFORM LOAD-ONE-QUALIFICATION
           END-PERFORM.

       LOAD-ONE-QUALIFICATION.
           DISPLAY 'Enter qualified model ' WS-QUAL-IDX
              ', 20 chars, spaces for none: '.
           ACCEPT WS-MODEL.
           IF WS-MODEL NOT = SPACES
               PERFORM CHECK-AIRCRAFT-MODEL
           END-IF.
           MOVE WS-MODEL TO WS-QUAL-MODEL(WS-QUAL-IDX).
           MOVE SPACES TO WS-LAST-DAY-LANDING(WS-QUAL-IDX).
           MOVE SPACES TO WS-LAST-NIGHT-LANDING(WS-QUAL-IDX).
           IF WS-MODEL NOT = SPACES
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
                   IF ACR-QUAL-MODEL(WS-IDX) = WS-MODEL
                       MOVE ACR-LAST-DAY-LANDING(WS-IDX)
                          TO WS-LAST-DAY-LANDING(WS-QUAL-IDX)
                       MOVE ACR-LAST-NIGHT-LANDING(WS-IDX)
                          TO WS-LAST-NIGHT-LANDING(WS-QUAL-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *The landing goes on the log under the next free sequence for
      *the man and the day, then onto his qualification for the
      *model when it is later than the landing already there
       LOG-DECK-LANDING.
           OPEN I-O DECK-LANDINGS.
           IF WS-DLD-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-DLD-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                    WS-DLD-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT DECK-LANDINGS
                 CLOSE DECK-LANDINGS
                 OPEN I-O DECK-LANDINGS
                 IF WS-DLD-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                      WS-DLD-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           DISPLAY 'Enter service number, 10 chars: '.
           ACCEPT WS-SVC-NR.
           MOVE WS-SVC-NR TO ACR-SVC-NR.
           READ AIRCREW RECORD KEY ACR-SVC-NR
           INVALID KEY
               DISPLAY 'NO AIRCREW ' WS-SVC-NR ' ON THE REGISTER'
           NOT INVALID KEY
               DISPLAY WS-SVC-NR ' -> ' ACR-NAME ' ' ACR-UID
               PERFORM LOAD-LANDING
               PERFORM WRITE-LANDING
               IF WS-LOGGED = 'Y'
                   PERFORM CARRY-LANDING-FORWARD
               END-IF
           END-READ.
           CLOSE DECK-LANDINGS.

       LOAD-LANDING.
           DISPLAY 'Enter landing date, CCYYMMDD: '.
           ACCEPT WS-LANDING-DATE.
           MOVE WS-LANDING-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-LANDING-DATE.
      *Only a model he is qualified on can keep him current
           MOVE 0 TO WS-QUAL-IDX.
           PERFORM UNTIL WS-QUAL-IDX NOT = 0
               DISPLAY 'Enter model flown, 20 chars: '
               ACCEPT WS-MODEL
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
                   IF ACR-QUAL-MODEL(WS-IDX) = WS-MODEL
                      AND WS-MODEL NOT = SPACES
                       MOVE WS-IDX TO WS-QUAL-IDX
                   END-IF
               END-PERFORM
               IF WS-QUAL-IDX = 0
                   DISPLAY 'NOT QUALIFIED ON ' WS-MODEL
                      ', QUALIFIED ON ' ACR-QUAL-MODEL(1) ' '
                      ACR-QUAL-MODEL(2) ' ' ACR-QUAL-MODEL(3)
               END-IF
           END-PERFORM.
           DISPLAY 'Enter D = day landing, N = night landing: '.
           ACCEPT WS-DAY-NIGHT.
           IF WS-DAY-NIGHT = 'd' MOVE 'D' TO WS-DAY-NIGHT END-IF.
           IF WS-DAY-NIGHT = 'n' MOVE 'N' TO WS-DAY-NIGHT END-IF.
           PERFORM UNTIL WS-DAY-NIGHT = 'D' OR WS-DAY-NIGHT = 'N'
               DISPLAY 'ENTER D OR N: '
               ACCEPT WS-DAY-NIGHT
           END-PERFORM.

       WRITE-LANDING.
           MOVE 'N' TO WS-LOGGED.
           MOVE WS-SVC-NR TO DLD-SVC-NR.
           MOVE WS-LANDING-DATE TO DLD-DATE.
           MOVE 1 TO DLD-SEQ.
           MOVE ACR-UID TO DLD-UID.
           MOVE WS-MODEL TO DLD-MODEL.
           MOVE WS-DAY-NIGHT TO DLD-DAY-NIGHT.
           PERFORM UNTIL WS-LOGGED = 'Y' OR DLD-SEQ = 99
               WRITE DECK-LANDING-RECORD
               INVALID KEY
                   ADD 1 TO DLD-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOGGED
               END-WRITE
           END-PERFORM.
           IF WS-LOGGED = 'Y'
               DISPLAY 'LANDING LOGGED ' WS-LANDING-DATE ' NR '
                  DLD-SEQ
           ELSE
               DISPLAY 'ERROR: LANDING NOT LOGGED, STATUS '
                  WS-DLD-FILE-STATUS
           END-IF.

       CARRY-LANDING-FORWARD.
           IF WS-DAY-NIGHT = 'D'
               IF ACR-LAST-DAY-LANDING(WS-QUAL-IDX) = SPACES
                  OR WS-LANDING-DATE
                     > ACR-LAST-DAY-LANDING(WS-QUAL-IDX)
                   MOVE WS-LANDING-DATE
                      TO ACR-LAST-DAY-LANDING(WS-QUAL-IDX)
               END-IF
           ELSE
               IF ACR-LAST-NIGHT-LANDING(WS-QUAL-IDX) = SPACES
                  OR WS-LANDING-DATE
                     > ACR-LAST-NIGHT-LANDING(WS-QUAL-IDX)
                   MOVE WS-LANDING-DATE
                      TO ACR-LAST-NIGHT-LANDING(WS-QUAL-IDX)
               END-IF
           END-IF.
           REWRITE AIRCREW-RECORD.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                  WS-FILE-STATUS
           END-IF.

      *Proves the entered UID against ALLSHPS and echoes the name,
      *same re-prompt shape as the other capture programs
       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                       DISPLAY 'Enter carrier UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME
                   END-IF
               END-PERFORM
           END-IF.

      *Same re-prompt idea for the model against the ACMDL master
       CHECK-AIRCRAFT-MODEL.
           IF WS-ACM-AVAILABLE = 'y'
               MOVE '99' TO WS-ACM-FILE-STATUS
               PERFORM UNTIL WS-ACM-FILE-STATUS = '00'
                   MOVE WS-MODEL TO ACM-MODEL
                   READ AIRCRAFT-MODELS RECORD KEY ACM-MODEL
                   IF WS-ACM-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED AIRCRAFT MODEL '
                          WS-MODEL
                       DISPLAY 'Enter aircraft model name, '
                          '20 chars: '
                       ACCEPT WS-MODEL
                   END-IF
               END-PERFORM
           END-IF.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one (and not in the future
      *unless the caller said future is fine)
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
