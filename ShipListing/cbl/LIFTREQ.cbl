      *This program maintains an operation's lift requirement, one
      *record per assault wave: the troops, vehicles and landing
      *craft the wave must put ashore, and the task forces that
      *lift it. The operation must be on the OPNPLAN master and each
      *force named must be linked to it on OPNLNK, so the lift plan
      *only ever counts hulls the operation actually has; naming no
      *force leaves the wave to every force linked to the operation.
      *LIFTPLAN measures each wave against the hulls' lift.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LIFTREQ.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIFT-REQUIREMENTS ASSIGN TO LIFTRQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LFR-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATION-PLANS ASSIGN TO OPNPLN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPN-NAME
           FILE STATUS IS WS-OPN-FILE-STATUS.
           SELECT OPERATION-LINKS ASSIGN TO OPNLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPL-KEY
           FILE STATUS IS WS-OPL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LIFT-REQUIREMENTS.
       COPY LFRREC.
       FD  OPERATION-PLANS.
       COPY OPNREC.
       FD  OPERATION-LINKS.
       COPY OPLREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-OPN-FILE-STATUS PIC XX.
       01 WS-OPL-FILE-STATUS PIC XX.
       01 WS-OPL-AVAILABLE PIC X VALUE 'n'.
       01 WS-OPL-EOF PIC X.
       01 WS-FORCE-LINKED PIC X.
       01 WS-IDX PIC 9.
       01 WS-FORCES-DONE PIC X.
       01 WS-TF-ID PIC X(8).
       01 WS-REQUIREMENT.
           05 WS-KEY.
                10 WS-OPERATION PIC X(20).
                10 WS-WAVE PIC 9.
           05 WS-TROOPS PIC 9(6).
           05 WS-VEHICLES PIC 9(5).
           05 WS-CRAFT PIC 9(4).
           05 WS-TF-COUNT PIC 9.
           05 WS-WAVE-TF-ID PIC X(8) OCCURS 6 TIMES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT OPERATION-PLANS.
           IF WS-OPN-FILE-STATUS NOT = '00'
              AND WS-OPN-FILE-STATUS NOT = '97'
               DISPLAY 'NO OPERATION PLANS ON FILE, STATUS '
                  WS-OPN-FILE-STATUS
               GOBACK
           END-IF.
           OPEN I-O LIFT-REQUIREMENTS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 CLOSE OPERATION-PLANS
                 GOBACK
              ELSE
                 OPEN OUTPUT LIFT-REQUIREMENTS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   CLOSE OPERATION-PLANS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT OPERATION-LINKS.
           IF WS-OPL-FILE-STATUS = '00' OR WS-OPL-FILE-STATUS = '97'
               MOVE 'y' TO WS-OPL-AVAILABLE
           ELSE
               DISPLAY 'WARNING: OPNLNK NOT AVAILABLE, TASK FORCES '
                  'CANNOT BE VERIFIED, STATUS ' WS-OPL-FILE-STATUS
           END-IF.
           PERFORM ADD-OR-UPDATE-REQUIREMENT.
           CLOSE LIFT-REQUIREMENTS.
           CLOSE OPERATION-PLANS.
           IF WS-OPL-AVAILABLE = 'y'
               CLOSE OPERATION-LINKS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-REQUIREMENT.
           PERFORM LOAD-REQUIREMENT.
           MOVE WS-REQUIREMENT TO LIFT-REQUIREMENT-RECORD.
           WRITE LIFT-REQUIREMENT-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE LIFT-REQUIREMENT-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-REQUIREMENT.
           DISPLAY 'Enter operation name, 20 chars: '.
           ACCEPT WS-OPERATION.
           PERFORM CHECK-OPERATION.
           DISPLAY 'Enter assault wave, 1 digit (1-9): '.
           ACCEPT WS-WAVE.
           PERFORM UNTIL WS-WAVE IS NUMERIC AND WS-WAVE > 0
               DISPLAY 'INVALID WAVE, ENTER 1-9: '
               ACCEPT WS-WAVE
           END-PERFORM.
           DISPLAY 'Enter troops to land, 6 digits: '.
           ACCEPT WS-TROOPS.
           DISPLAY 'Enter vehicles to land, 5 digits: '.
           ACCEPT WS-VEHICLES.
           DISPLAY 'Enter landing craft needed, 4 digits: '.
           ACCEPT WS-CRAFT.
           PERFORM LOAD-WAVE-FORCES.

      *Up to six forces; a blank ends the list, and an empty list
      *gives the wave every force linked to the operation
       LOAD-WAVE-FORCES.
           MOVE 0 TO WS-TF-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               MOVE SPACES TO WS-WAVE-TF-ID(WS-IDX)
           END-PERFORM.
           MOVE 'N' TO WS-FORCES-DONE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 6 OR WS-FORCES-DONE = 'Y'
               DISPLAY 'Enter task force ' WS-IDX ' lifting the '
                  'wave, 8 chars (blank to end): '
               ACCEPT WS-TF-ID
               IF WS-TF-ID = SPACES
                   MOVE 'Y' TO WS-FORCES-DONE
               ELSE
                   PERFORM CHECK-FORCE-LINKED
                   IF WS-FORCE-LINKED = 'y'
                       ADD 1 TO WS-TF-COUNT
                       MOVE WS-TF-ID TO WS-WAVE-TF-ID(WS-TF-COUNT)
                   ELSE
                       DISPLAY 'TASK FORCE ' WS-TF-ID ' IS NOT '
                          'LINKED TO ' WS-OPERATION ' (SEE OPNLINK)'
                       SUBTRACT 1 FROM WS-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TF-COUNT = 0
               DISPLAY 'NO FORCE NAMED, THE WAVE IS LIFTED BY EVERY '
                  'FORCE LINKED TO THE OPERATION'
           END-IF.

       CHECK-OPERATION.
           MOVE '99' TO WS-OPN-FILE-STATUS.
           PERFORM UNTIL WS-OPN-FILE-STATUS = '00'
               MOVE WS-OPERATION TO OPN-NAME
               READ OPERATION-PLANS RECORD KEY OPN-NAME
               IF WS-OPN-FILE-STATUS NOT = '00'
                   DISPLAY 'OPERATION NOT ON OPNPLN: ' WS-OPERATION
                   DISPLAY 'Enter operation name, 20 chars: '
                   ACCEPT WS-OPERATION
               ELSE
                   DISPLAY WS-OPERATION ' -> D-DAY ' OPN-D-DAY
               END-IF
           END-PERFORM.

      *The link key carries the force's D-day offset after its id,
      *so the force is found by browsing from the operation and kind
       CHECK-FORCE-LINKED.
           IF WS-OPL-AVAILABLE NOT = 'y'
               MOVE 'y' TO WS-FORCE-LINKED
           ELSE
               MOVE 'n' TO WS-FORCE-LINKED
               MOVE WS-OPERATION TO OPL-OPERATION
               MOVE 'T' TO OPL-KIND
               MOVE WS-TF-ID TO OPL-ITEM-ID
               MOVE LOW-VALUES TO OPL-OFFSET-SIGN
               MOVE 0 TO OPL-OFFSET-DAYS
               MOVE 'N' TO WS-OPL-EOF
               START OPERATION-LINKS KEY >= OPL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OPL-EOF
               END-START
               IF WS-OPL-EOF = 'N'
                   READ OPERATION-LINKS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OPL-OPERATION = WS-OPERATION
                              AND OPL-KIND = 'T'
                              AND OPL-ITEM-ID = WS-TF-ID
                               MOVE 'y' TO WS-FORCE-LINKED
                           END-IF
                   END-READ
               END-IF
           END-IF.
