      *ADDSH whenever airframes moved between carriers or ashore,
      *so ACFTINV totals jumped with no record of where they went.
      *Each movement names where the aircraft came from and where
      *they went -- a ship UID on either side, a shore
      *establishment by its SHRMST code, or any other shore station
      *by name -- with the model (validated against ACMDLDT), the
      *quantity, and the date. Both affected ships' embarked counts
      *are adjusted under the usual SHIPLOCK enqueue with JRNLSHP
      *before/after images and an AUDTRL row each, an
      *establishment's holdings are adjusted on its SHRESDT record,
      *and the movement itself is appended to the ACXFER
      *transaction log that ACXRECON reconciles the fleet-wide and
      *ashore totals against.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACM-MODEL
           FILE STATUS IS WS-ACM-FILE-STATUS.
      *The shore establishment register, holdings kept per model
           SELECT SHORE-ESTABLISHMENTS ASSIGN TO SHRESDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SHR-CODE
           FILE STATUS IS WS-SHR-FILE-STATUS.
      *Record-level enqueue file shared by every program that writes
      *ALLIED-SHIPS; see ADDSH for the discipline
           SELECT SHIP-LOCKS ASSIGN TO SHIPLOCK
           05 ACX-MODEL PIC X(20).
           05 ACX-QTY PIC 9(3).
           05 ACX-DATE PIC X(8).
      *The SHRMST code when that side is a registered establishment,
      *its name then standing in the station field; spaces on rows
      *logged before the register and for any other station
           05 ACX-FROM-SHORE PIC X(8).
           05 ACX-TO-SHORE PIC X(8).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  AIRCRAFT-MODELS.
           05 ACM-MODEL PIC X(20).
           05 ACM-FULL-NAME PIC X(30).
           05 ACM-ROLE PIC X(12).
       FD  SHORE-ESTABLISHMENTS.
       COPY SHRREC.
       FD  SHIP-LOCKS.
       01 SHIP-LOCK-RECORD.
           05 LCK-UID PIC X(12).
       01 WS-ACX-FILE-STATUS PIC XX.
       01 WS-ACM-FILE-STATUS PIC XX.
       01 WS-ACM-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHR-FILE-STATUS PIC XX.
       01 WS-SHR-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHR-IDX PIC 99.
       01 WS-SHR-MATCH PIC 99.
       01 WS-LCK-FILE-STATUS PIC XX.
       01 WS-JRN-FILE-STATUS PIC XX.
       01 WS-AUD-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Batch-window quiesce check; see CHKQSC
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
      *The movement as entered
       01 WS-FROM-KIND PIC X.
       01 WS-TO-KIND PIC X.
       01 WS-FROM-STATION PIC X(20).
       01 WS-TO-UID PIC X(12).
       01 WS-TO-STATION PIC X(20).
       01 WS-FROM-SHORE PIC X(8).
       01 WS-TO-SHORE PIC X(8).
       01 WS-CHECK-CODE PIC X(8).
       01 WS-CHECK-NAME PIC X(20).
       01 WS-MODEL PIC X(20).
       01 WS-QTY PIC 9(3).
       01 WS-DATE PIC X(8).
               DISPLAY 'WARNING: AIRCRAFT-MODELS NOT AVAILABLE, '
                  'SKIPPING MODEL VALIDATION'
           END-IF.
           OPEN I-O SHORE-ESTABLISHMENTS.
           IF WS-SHR-FILE-STATUS = '00' OR WS-SHR-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHR-AVAILABLE
           ELSE
               DISPLAY 'WARNING: SHORE ESTABLISHMENTS NOT AVAILABLE, '
                  'SHORE SIDE BY STATION NAME ONLY'
           END-IF.
           OPEN EXTEND SHIP-JOURNAL.
           IF WS-JRN-FILE-STATUS NOT = '00'
               CLOSE SHIP-JOURNAL
               CLOSE ALLIED-SHIPS
               CLOSE SHIP-JOURNAL
               CLOSE AUDIT-TRAIL
               IF WS-SHR-AVAILABLE = 'y'
                   CLOSE SHORE-ESTABLISHMENTS
               END-IF
               GOBACK
           END-IF.
           IF WS-CHK-RESULT = 'U'
               DISPLAY 'WARNING: OPERATOR MASTER NOT AVAILABLE, '
                  'PROCEEDING UNCHECKED'
           END-IF.
      *Nothing is written to ALLSHPS while NIGHTRUN has it
      *quiesced for the backup and extracts
           CALL 'CHKQSC' USING WS-QSC-RESULT, WS-QSC-SET-DATE,
              WS-QSC-SET-TIME.
           IF WS-QSC-RESULT = 'Y'
               DISPLAY 'ALLSHPS QUIESCED FOR THE BATCH WINDOW, '
                  'RE-ENTER AFTER RELEASE'
               DISPLAY 'QUIESCED SINCE ' WS-QSC-SET-DATE ' '
                  WS-QSC-SET-TIME(1:6)
               CLOSE AIRCRAFT-TRANSFERS
               CLOSE ALLIED-SHIPS
               CLOSE SHIP-JOURNAL
               CLOSE AUDIT-TRAIL
               IF WS-ACM-AVAILABLE = 'y'
                   CLOSE AIRCRAFT-MODELS
               END-IF
               IF WS-SHR-AVAILABLE = 'y'
                   CLOSE SHORE-ESTABLISHMENTS
               END-IF
               GOBACK
           END-IF.
           PERFORM OPEN-LOCK-FILE.
           PERFORM LOAD-MOVEMENT.
           PERFORM LOCK-BOTH-SIDES.
           IF WS-ACM-AVAILABLE = 'y'
               CLOSE AIRCRAFT-MODELS
           END-IF.
           IF WS-SHR-AVAILABLE = 'y'
               CLOSE SHORE-ESTABLISHMENTS
           END-IF.
           GOBACK.

      *E names a registered shore establishment by code, H any
      *other shore station by name; E is refused while the register
      *cannot be opened, so its holdings never drift from the log
       LOAD-MOVEMENT.
           DISPLAY 'Transfer FROM a ship, a shore establishment or '
              'another shore station? S/E/H: '.
           ACCEPT WS-FROM-KIND.
           PERFORM UNTIL WS-FROM-KIND = 'S' OR WS-FROM-KIND = 'H'
              OR (WS-FROM-KIND = 'E' AND WS-SHR-AVAILABLE = 'y')
               DISPLAY 'ENTER S (SHIP), E (ESTABLISHMENT) OR '
                  'H (SHORE): '
               ACCEPT WS-FROM-KIND
           END-PERFORM.
           MOVE SPACES TO WS-FROM-UID.
           MOVE SPACES TO WS-FROM-STATION.
           MOVE SPACES TO WS-FROM-SHORE.
           EVALUATE WS-FROM-KIND
               WHEN 'S'
                   DISPLAY 'Enter sending ship UID, 12 chars: '
                   ACCEPT WS-FROM-UID
                   MOVE WS-FROM-UID TO WS-CHECK-UID
                   PERFORM CHECK-SHIP-UID
                   MOVE WS-CHECK-UID TO WS-FROM-UID
               WHEN 'E'
                   DISPLAY 'Enter sending establishment code, '
                      '8 chars: '
                   ACCEPT WS-CHECK-CODE
                   PERFORM CHECK-ESTABLISHMENT-CODE
                   MOVE WS-CHECK-CODE TO WS-FROM-SHORE
                   MOVE WS-CHECK-NAME TO WS-FROM-STATION
               WHEN OTHER
                   DISPLAY 'Enter sending shore station, 20 chars: '
                   ACCEPT WS-FROM-STATION
           END-EVALUATE.
           DISPLAY 'Transfer TO a ship, a shore establishment or '
              'another shore station? S/E/H: '.
           ACCEPT WS-TO-KIND.
           PERFORM UNTIL WS-TO-KIND = 'S' OR WS-TO-KIND = 'H'
              OR (WS-TO-KIND = 'E' AND WS-SHR-AVAILABLE = 'y')
               DISPLAY 'ENTER S (SHIP), E (ESTABLISHMENT) OR '
                  'H (SHORE): '
               ACCEPT WS-TO-KIND
           END-PERFORM.
           MOVE SPACES TO WS-TO-UID.
           MOVE SPACES TO WS-TO-STATION.
           MOVE SPACES TO WS-TO-SHORE.
           EVALUATE WS-TO-KIND
               WHEN 'S'
                   DISPLAY 'Enter receiving ship UID, 12 chars: '
                   ACCEPT WS-TO-UID
                   MOVE WS-TO-UID TO WS-CHECK-UID
                   PERFORM CHECK-SHIP-UID
                   MOVE WS-CHECK-UID TO WS-TO-UID
               WHEN 'E'
                   DISPLAY 'Enter receiving establishment code, '
                      '8 chars: '
                   ACCEPT WS-CHECK-CODE
                   PERFORM CHECK-ESTABLISHMENT-CODE
                   MOVE WS-CHECK-CODE TO WS-TO-SHORE
                   MOVE WS-CHECK-NAME TO WS-TO-STATION
               WHEN OTHER
                   DISPLAY 'Enter receiving shore station, 20 chars: '
                   ACCEPT WS-TO-STATION
           END-EVALUATE.
           IF WS-FROM-KIND = 'H' AND WS-TO-KIND = 'H'
               DISPLAY 'SHORE-TO-SHORE MOVEMENTS DO NOT TOUCH THE '
                  'FLEET AND ARE NOT RECORDED HERE'
               MOVE 'n' TO WS-MOVEMENT-OK
           END-IF.
           IF WS-FROM-SHORE NOT = SPACES
              AND WS-FROM-SHORE = WS-TO-SHORE
               DISPLAY 'SENDING AND RECEIVING ESTABLISHMENT ARE THE '
                  'SAME, NOTHING TO RECORD'
               MOVE 'n' TO WS-MOVEMENT-OK
           END-IF.
           DISPLAY 'Enter aircraft model, 20 chars: '.
           ACCEPT WS-MODEL.
           PERFORM CHECK-AIRCRAFT-MODEL.
               PERFORM RELEASE-RECORD-LOCK
           END-IF.

      *The receiving side is proven first -- a move between two
      *counted holdings (ship or establishment) where the receiver
      *has no slot must fail before the sender is debited, or the
      *airframes vanish with no ACXFER row to say where; both hulls
      *are locked here, so the slot cannot be taken between the
      *proof and the credit. Then the sender comes off, and if it
      *cannot give up the airframes the receiving side is never
      *touched and nothing is logged
       APPLY-MOVEMENT.
           IF WS-FROM-UID NOT = SPACES OR WS-FROM-SHORE NOT = SPACES
               IF WS-TO-UID NOT = SPACES
                   PERFORM PROVE-RECEIVER-SLOT
               END-IF
               IF WS-TO-SHORE NOT = SPACES
                   PERFORM PROVE-ESTABLISHMENT-SLOT
               END-IF
           END-IF.
           IF WS-MOVEMENT-OK = 'y' AND WS-FROM-UID NOT = SPACES
               MOVE WS-FROM-UID TO WS-CHECK-UID
                   MOVE 'n' TO WS-MOVEMENT-OK
               END-IF
           END-IF.
           IF WS-MOVEMENT-OK = 'y' AND WS-FROM-SHORE NOT = SPACES
               MOVE WS-FROM-SHORE TO WS-CHECK-CODE
               MOVE '-' TO WS-ADJUST-SIGN
               PERFORM ADJUST-ONE-ESTABLISHMENT
               IF WS-ADJUST-OK NOT = 'y'
                   MOVE 'n' TO WS-MOVEMENT-OK
               END-IF
           END-IF.
           IF WS-MOVEMENT-OK = 'y' AND WS-TO-UID NOT = SPACES
               MOVE WS-TO-UID TO WS-CHECK-UID
               MOVE '+' TO WS-ADJUST-SIGN
                   MOVE 'n' TO WS-MOVEMENT-OK
               END-IF
           END-IF.
           IF WS-MOVEMENT-OK = 'y' AND WS-TO-SHORE NOT = SPACES
               MOVE WS-TO-SHORE TO WS-CHECK-CODE
               MOVE '+' TO WS-ADJUST-SIGN
               PERFORM ADJUST-ONE-ESTABLISHMENT
               IF WS-ADJUST-OK NOT = 'y'
                   MOVE 'n' TO WS-MOVEMENT-OK
               END-IF
           END-IF.
           IF WS-MOVEMENT-OK = 'y'
               PERFORM WRITE-TRANSFER-RECORD
           ELSE
               END-IF
           END-READ.

      *Same look-ahead for an establishment, across its ten slots
       PROVE-ESTABLISHMENT-SLOT.
           MOVE WS-TO-SHORE TO SHR-CODE.
           READ SHORE-ESTABLISHMENTS RECORD KEY SHR-CODE
           INVALID KEY
               DISPLAY 'ERROR: ' WS-TO-SHORE ' NOT ON SHRESDT'
               MOVE 'n' TO WS-MOVEMENT-OK
           NOT INVALID KEY
               MOVE '+' TO WS-ADJUST-SIGN
               PERFORM FIND-ESTABLISHMENT-SLOT
               IF WS-SHR-MATCH = 0
                   DISPLAY 'ERROR: ' WS-TO-SHORE ' HAS NO FREE '
                      'AIRCRAFT SLOT FOR ' WS-MODEL
                      ', TRANSFER ABANDONED'
                   MOVE 'n' TO WS-MOVEMENT-OK
               END-IF
           END-READ.

      *The slot already holding the model, else on the receiving
      *side the first empty one; zero when neither
       FIND-ESTABLISHMENT-SLOT.
           MOVE 0 TO WS-SHR-MATCH.
           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
               UNTIL WS-SHR-IDX > 10 OR WS-SHR-MATCH NOT = 0
               IF SHR-AIRCRAFT-MODEL(WS-SHR-IDX) = WS-MODEL
                   MOVE WS-SHR-IDX TO WS-SHR-MATCH
               END-IF
           END-PERFORM.
           IF WS-SHR-MATCH = 0 AND WS-ADJUST-SIGN NOT = '-'
               PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
                   UNTIL WS-SHR-IDX > 10 OR WS-SHR-MATCH NOT = 0
                   IF SHR-AIRCRAFT-NR(WS-SHR-IDX) = 0
                      AND SHR-AIRCRAFT-OPENING(WS-SHR-IDX) = 0
                       MOVE WS-SHR-IDX TO WS-SHR-MATCH
                   END-IF
               END-PERFORM
           END-IF.

      *An establishment's holdings live on its register record; a
      *slot whose airframes have all gone keeps its model while it
      *still carries an opening balance, so ACXRECON can balance it
       ADJUST-ONE-ESTABLISHMENT.
           MOVE 'n' TO WS-ADJUST-OK.
           MOVE WS-CHECK-CODE TO SHR-CODE.
           READ SHORE-ESTABLISHMENTS RECORD KEY SHR-CODE
           INVALID KEY
               DISPLAY 'ERROR: ' WS-CHECK-CODE ' NOT ON SHRESDT'
           NOT INVALID KEY
               PERFORM FIND-ESTABLISHMENT-SLOT
               EVALUATE TRUE
                   WHEN WS-SHR-MATCH = 0 AND WS-ADJUST-SIGN = '+'
                       DISPLAY 'ERROR: ' SHR-CODE ' HAS NO FREE '
                          'AIRCRAFT SLOT FOR ' WS-MODEL
                   WHEN WS-SHR-MATCH = 0
                       DISPLAY 'ERROR: ' SHR-CODE ' HOLDS NO '
                          WS-MODEL ' TO TRANSFER'
                   WHEN WS-ADJUST-SIGN = '+'
                       MOVE WS-MODEL
                          TO SHR-AIRCRAFT-MODEL(WS-SHR-MATCH)
                       ADD WS-QTY TO SHR-AIRCRAFT-NR(WS-SHR-MATCH)
                       MOVE 'y' TO WS-ADJUST-OK
                   WHEN SHR-AIRCRAFT-NR(WS-SHR-MATCH) < WS-QTY
                       DISPLAY 'ERROR: ' SHR-CODE ' HOLDS ONLY '
                          SHR-AIRCRAFT-NR(WS-SHR-MATCH) ' ' WS-MODEL
                   WHEN OTHER
                       SUBTRACT WS-QTY
                          FROM SHR-AIRCRAFT-NR(WS-SHR-MATCH)
                       MOVE 'y' TO WS-ADJUST-OK
               END-EVALUATE
               IF WS-ADJUST-OK = 'y'
                   REWRITE SHORE-ESTABLISHMENT-RECORD
                   IF WS-SHR-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR: REWRITE FAILED, STATUS '
                          WS-SHR-FILE-STATUS
                       MOVE 'n' TO WS-ADJUST-OK
                   END-IF
               END-IF
           END-READ.

      *Finds the aircraft slot carrying the model (or, on the
      *receiving side, an empty slot to open) and adjusts it, with
      *the journal and audit rows any ALLSHPS change carries
           MOVE WS-MODEL TO ACX-MODEL.
           MOVE WS-QTY TO ACX-QTY.
           MOVE WS-DATE TO ACX-DATE.
           MOVE WS-FROM-SHORE TO ACX-FROM-SHORE.
           MOVE WS-TO-SHORE TO ACX-TO-SHORE.
           WRITE AIRCRAFT-TRANSFER-RECORD.
           IF WS-ACX-FILE-STATUS = '00'
               DISPLAY 'TRANSFER LOGGED: ' WS-QTY ' ' WS-MODEL
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'ACXFER' TO JRN-PROGRAM.
           MOVE 'UPDATE' TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO AUD-UID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'UPDATE' TO AUD-ACTION.
           MOVE SPACES TO AUD-FIELDS-CHANGED.
           STRING 'AIRCRAFT TRANSFER ' WS-ADJUST-SIGN ' '
               END-IF
           END-PERFORM.

      *Same re-prompt for an establishment code against SHRESDT;
      *the name comes back to stand in the log's station field
       CHECK-ESTABLISHMENT-CODE.
           MOVE '99' TO WS-SHR-FILE-STATUS.
           PERFORM UNTIL WS-SHR-FILE-STATUS = '00'
               MOVE WS-CHECK-CODE TO SHR-CODE
               READ SHORE-ESTABLISHMENTS RECORD KEY SHR-CODE
               IF WS-SHR-FILE-STATUS NOT = '00'
                   DISPLAY 'CODE NOT ON SHRESDT: ' WS-CHECK-CODE
                   DISPLAY 'Enter establishment code, 8 chars: '
                   ACCEPT WS-CHECK-CODE
               ELSE
                   DISPLAY WS-CHECK-CODE ' -> ' SHR-NAME
                   MOVE SHR-NAME TO WS-CHECK-NAME
               END-IF
           END-PERFORM.

      *Same re-prompt idea for the model against the ACMDL master
       CHECK-AIRCRAFT-MODEL.
           IF WS-ACM-AVAILABLE = 'y'
