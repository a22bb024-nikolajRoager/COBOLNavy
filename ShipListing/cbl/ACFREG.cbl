      *This program maintains the individual airframe register:
      *AIRSTATE and ACXFER count aircraft per model, so nobody could
      *say which Swordfish went over the side or which one was
      *overdue inspection. A = register (or amend) an airframe by
      *serial -- model proven on ACMDLDT, parent carrier proven on
      *ALLSHPS or a shore station by name, hours, last major
      *inspection; H = post sortie hours flown; L = post a loss,
      *which writes the airframe off; I = record a major inspection
      *completed at the hours she now has; S = mark serviceable or
      *unserviceable. ACFRECON sets the register against the
      *carriers' air-state returns and ACFINSP lists inspections due.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACFREG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRFRAMES ASSIGN TO AIRFRMS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AFR-SERIAL
           FILE STATUS IS WS-FILE-STATUS.
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
       FD  AIRFRAMES.
       COPY AFRMREC.
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
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACM-FILE-STATUS PIC XX.
       01 WS-ACM-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACTION PIC X.
       01 WS-PARENT-KIND PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-EVENT-DATE PIC X(8).
       01 WS-SORTIE-HOURS PIC 9(3)V9.
       01 WS-NEW-STATE PIC X.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-AIRFRAME.
           05 WS-SERIAL PIC X(10).
           05 WS-MODEL PIC X(20).
           05 WS-UID PIC X(12).
           05 WS-STATION PIC X(20).
           05 WS-HOURS PIC 9(5)V9.
           05 WS-HOURS-AT-INSP PIC 9(5)V9.
           05 WS-INSP-DATE PIC X(8).
           05 WS-STATE PIC X(1).
           05 WS-LAST-FLOWN-DATE PIC X(8).
           05 WS-WRITTEN-OFF-DATE PIC X(8).
           05 WS-LOSS-CAUSE PIC X(30).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O AIRFRAMES.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT AIRFRAMES
                 CLOSE AIRFRAMES
                 OPEN I-O AIRFRAMES
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
           DISPLAY 'A = register/amend, H = sortie hours, L = loss, '
              'I = inspection, S = serviceability: '.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'H'
               WHEN 'h'
               WHEN 'L'
               WHEN 'l'
               WHEN 'I'
               WHEN 'i'
               WHEN 'S'
               WHEN 's'
                   PERFORM POST-AGAINST-SERIAL
               WHEN OTHER
                   PERFORM ADD-OR-UPDATE-AIRFRAME
           END-EVALUATE.
           CLOSE AIRFRAMES.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-ACM-AVAILABLE = 'y'
               CLOSE AIRCRAFT-MODELS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-AIRFRAME.
           PERFORM LOAD-AIRFRAME.
           MOVE WS-AIRFRAME TO AIRFRAME-RECORD.
           WRITE AIRFRAME-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE AIRFRAME-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-AIRFRAME.
           DISPLAY 'Enter aircraft serial, 10 chars: '.
           ACCEPT WS-SERIAL.
           DISPLAY 'Enter aircraft model, 20 chars: '.
           ACCEPT WS-MODEL.
           PERFORM CHECK-AIRCRAFT-MODEL.
           DISPLAY 'Borne by a carrier or a shore station? S/H: '.
           ACCEPT WS-PARENT-KIND.
           PERFORM UNTIL WS-PARENT-KIND = 'S' OR WS-PARENT-KIND = 'H'
               DISPLAY 'ENTER S (SHIP) OR H (SHORE): '
               ACCEPT WS-PARENT-KIND
           END-PERFORM.
           MOVE SPACES TO WS-UID.
           MOVE SPACES TO WS-STATION.
           IF WS-PARENT-KIND = 'S'
               DISPLAY 'Enter carrier UID, 12 chars: '
               ACCEPT WS-UID
               PERFORM CHECK-SHIP-UID
           ELSE
               DISPLAY 'Enter shore station, 20 chars: '
               ACCEPT WS-STATION
           END-IF.
           DISPLAY 'Enter total flying hours, 5 digits and tenths '
              '(example 00412.5): '.
           ACCEPT WS-HOURS.
           DISPLAY 'Enter date of last major inspection, '
              'CCYYMMDD: '.
           ACCEPT WS-INSP-DATE.
           MOVE WS-INSP-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-INSP-DATE.
           DISPLAY 'Enter flying hours at that inspection: '.
           ACCEPT WS-HOURS-AT-INSP.
           PERFORM UNTIL WS-HOURS-AT-INSP <= WS-HOURS
               DISPLAY 'INSPECTION HOURS EXCEED TOTAL HOURS, '
                  'RE-ENTER: '
               ACCEPT WS-HOURS-AT-INSP
           END-PERFORM.
           DISPLAY 'Enter state, S = serviceable, '
              'U = unserviceable: '.
           ACCEPT WS-STATE.
           IF WS-STATE = 's' MOVE 'S' TO WS-STATE END-IF.
           IF WS-STATE = 'u' MOVE 'U' TO WS-STATE END-IF.
           PERFORM UNTIL WS-STATE = 'S' OR WS-STATE = 'U'
               DISPLAY 'ENTER S OR U: '
               ACCEPT WS-STATE
           END-PERFORM.
           MOVE SPACES TO WS-LAST-FLOWN-DATE.
           MOVE SPACES TO WS-WRITTEN-OFF-DATE.
           MOVE SPACES TO WS-LOSS-CAUSE.
      *An amendment keeps the date she last flew; amending a
      *written-off airframe is how a wrongly posted loss is undone
           MOVE WS-SERIAL TO AFR-SERIAL.
           READ AIRFRAMES RECORD KEY AFR-SERIAL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE AFR-LAST-FLOWN-DATE TO WS-LAST-FLOWN-DATE
               IF AFR-STATE = 'W'
                   DISPLAY 'WRITE-OFF OF ' AFR-WRITTEN-OFF-DATE
                      ' (' AFR-LOSS-CAUSE ') STRUCK'
               END-IF
           END-READ.

      *Hours, losses, inspections and serviceability are stamped on
      *the existing airframe; nothing more posts against one that
      *has been written off
       POST-AGAINST-SERIAL.
           DISPLAY 'Enter aircraft serial, 10 chars: '.
           ACCEPT WS-SERIAL.
           MOVE WS-SERIAL TO AFR-SERIAL.
           READ AIRFRAMES RECORD KEY AFR-SERIAL
           INVALID KEY
               DISPLAY 'NO AIRFRAME ' WS-SERIAL ' ON THE REGISTER'
           NOT INVALID KEY
               DISPLAY AFR-SERIAL ' -> ' AFR-MODEL ' ' AFR-UID
                  AFR-STATION
               IF AFR-STATE = 'W'
                   DISPLAY 'AIRFRAME WAS WRITTEN OFF '
                      AFR-WRITTEN-OFF-DATE ', NOTHING POSTED'
               ELSE
                   PERFORM POST-ONE-EVENT
               END-IF
           END-READ.

       POST-ONE-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           DISPLAY 'Enter date, CCYYMMDD, spaces for today: '.
           ACCEPT WS-EVENT-DATE.
           IF WS-EVENT-DATE = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-EVENT-DATE
           END-IF.
           MOVE WS-EVENT-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-EVENT-DATE.
           EVALUATE WS-ACTION
               WHEN 'H'
               WHEN 'h'
                   DISPLAY 'Enter sortie hours flown, 3 digits and '
                      'tenths (example 003.5): '
                   ACCEPT WS-SORTIE-HOURS
                   ADD WS-SORTIE-HOURS TO AFR-HOURS
                   IF WS-EVENT-DATE > AFR-LAST-FLOWN-DATE
                      OR AFR-LAST-FLOWN-DATE = SPACES
                       MOVE WS-EVENT-DATE TO AFR-LAST-FLOWN-DATE
                   END-IF
               WHEN 'L'
               WHEN 'l'
                   DISPLAY 'Enter cause of loss, 30 chars: '
                   ACCEPT AFR-LOSS-CAUSE
                   MOVE 'W' TO AFR-STATE
                   MOVE WS-EVENT-DATE TO AFR-WRITTEN-OFF-DATE
               WHEN 'I'
               WHEN 'i'
                   MOVE WS-EVENT-DATE TO AFR-INSP-DATE
                   MOVE AFR-HOURS TO AFR-HOURS-AT-INSP
               WHEN OTHER
                   DISPLAY 'Enter state, S = serviceable, '
                      'U = unserviceable: '
                   ACCEPT WS-NEW-STATE
                   IF WS-NEW-STATE = 's' MOVE 'S' TO WS-NEW-STATE
                   END-IF
                   IF WS-NEW-STATE = 'u' MOVE 'U' TO WS-NEW-STATE
                   END-IF
                   PERFORM UNTIL WS-NEW-STATE = 'S'
                      OR WS-NEW-STATE = 'U'
                       DISPLAY 'ENTER S OR U: '
                       ACCEPT WS-NEW-STATE
                   END-PERFORM
                   MOVE WS-NEW-STATE TO AFR-STATE
           END-EVALUATE.
           REWRITE AIRFRAME-RECORD.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED, ' AFR-HOURS ' HOURS, STATE '
                  AFR-STATE
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
