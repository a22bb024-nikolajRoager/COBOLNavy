      *This program keeps the straggler and rescue tasking log for
      *convoys at sea: when a merchantman fell out of a convoy, or an
      *escort was detached to hunt for her, the event was lost once
      *the convoy came in. D = she has dropped out -- the sailing,
      *proven on SAILSCH, her UID, proven a TSKFRCM member of the
      *force, the date and time, and her last position as a grid
      *square through CHKGRID, the time keyed with the zone letter
      *the convoy reported in and stored as GMT (CNVZONE), the date
      *moving with it across midnight; E = an escort, proven on
      *ALLSHPS, has been detached to search for her; O = her
      *outcome: rejoined, arrived independently, or lost. Her
      *CVARRIV arrival outcome for the sailing is kept in step:
      *straggled when she drops out, arrived or lost with the
      *outcome, and cleared again if she rejoins. STRGOPEN lists the
      *stragglers still adrift.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STRGLOG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRAGGLERS ASSIGN TO STRGLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CONVOY-ARRIVALS ASSIGN TO CVARRIV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CVA-KEY
           FILE STATUS IS WS-CVA-FILE-STATUS.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TFM-KEY
           FILE STATUS IS WS-TFM-FILE-STATUS.
      *The fleet master, read keyed here only to prove the escort
      *UID exists and echo the ship's name back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STRAGGLERS.
       COPY STRGREC.
       FD  CONVOY-ARRIVALS.
       COPY CVARREC.
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  TASK-FORCE-MEMBERS.
       COPY TSKFRCM.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CVA-FILE-STATUS PIC XX.
       01 WS-CVA-AVAILABLE PIC X VALUE 'n'.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-TFM-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACTION PIC X.
       01 WS-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-SAILING-FOUND PIC X.
       01 WS-OPEN-FOUND PIC X.
       01 WS-OPEN-KEY PIC X(32).
       01 WS-EVENT-DATE PIC X(8).
       01 WS-ARRIVAL-OUTCOME PIC X(1).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
      *Common time-zone plumbing; see CNVZONE
       01 WS-CNV-DIRECTION PIC X(1).
       01 WS-CNV-DATE PIC X(8).
       01 WS-CNV-ZONED-TIME.
           05 WS-CNV-TIME PIC X(4).
           05 WS-CNV-ZONE PIC X(1).
       01 WS-CNV-RESULT PIC X(1).
       01 WS-STRAGGLER.
           05 WS-KEY.
                10 WS-TF-ID PIC X(8).
                10 WS-MER-UID PIC X(12).
                10 WS-DROP-DATE PIC X(8).
                10 WS-DROP-TIME PIC X(4).
           05 WS-GRID-SQUARE PIC X(6).
           05 WS-ESCORT-UID PIC X(12).
           05 WS-ESCORT-DATE PIC X(8).
           05 WS-OUTCOME PIC X(1).
           05 WS-OUTCOME-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O STRAGGLERS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT STRAGGLERS
                 CLOSE STRAGGLERS
                 OPEN I-O STRAGGLERS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-SCH-FILE-STATUS NOT = '00'
              AND WS-SCH-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: NO SAILING SCHEDULE, STATUS '
                  WS-SCH-FILE-STATUS
               CLOSE STRAGGLERS
               GOBACK
           END-IF.
           OPEN I-O CONVOY-ARRIVALS.
           IF WS-CVA-FILE-STATUS = '35'
               OPEN OUTPUT CONVOY-ARRIVALS
               CLOSE CONVOY-ARRIVALS
               OPEN I-O CONVOY-ARRIVALS
           END-IF.
           IF WS-CVA-FILE-STATUS = '00' OR WS-CVA-FILE-STATUS = '97'
               MOVE 'y' TO WS-CVA-AVAILABLE
           ELSE
               DISPLAY 'WARNING: CVARRIV NOT AVAILABLE, ARRIVAL '
                  'OUTCOME WILL NOT BE KEPT IN STEP'
           END-IF.
           OPEN INPUT TASK-FORCE-MEMBERS.
           IF WS-TFM-FILE-STATUS = '00' OR WS-TFM-FILE-STATUS = '97'
               MOVE 'y' TO WS-TFM-AVAILABLE
           ELSE
               DISPLAY 'WARNING: TSKFRCM NOT AVAILABLE, MEMBERSHIP '
                  'CANNOT BE VERIFIED'
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, UID CANNOT '
                  'BE VERIFIED, STATUS ' WS-SHIP-FILE-STATUS
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           DISPLAY 'D = dropped out of convoy, E = escort detached '
              'to search, O = outcome: '.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'E'
               WHEN 'e'
                   PERFORM RECORD-ESCORT-DETACHED
               WHEN 'O'
               WHEN 'o'
                   PERFORM RECORD-OUTCOME
               WHEN OTHER
                   PERFORM RECORD-DROPPED-OUT
           END-EVALUATE.
           CLOSE STRAGGLERS.
           CLOSE SAILING-SCHEDULE.
           IF WS-CVA-AVAILABLE = 'y'
               CLOSE CONVOY-ARRIVALS
           END-IF.
           IF WS-TFM-AVAILABLE = 'y'
               CLOSE TASK-FORCE-MEMBERS
           END-IF.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

       RECORD-DROPPED-OUT.
           PERFORM LOAD-SAILING-AND-MEMBER.
           DISPLAY 'Enter date dropped out, CCYYMMDD, spaces for '
              'today: '.
           ACCEPT WS-DROP-DATE.
           IF WS-DROP-DATE = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-DROP-DATE
           END-IF.
           MOVE WS-DROP-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DROP-DATE.
           DISPLAY 'Enter time dropped out and zone letter, HHMMZ: '.
           ACCEPT WS-CNV-ZONED-TIME.
           MOVE WS-DROP-DATE TO WS-CNV-DATE.
           PERFORM CHECK-ZONED-TIME.
           MOVE WS-CNV-DATE TO WS-DROP-DATE.
           MOVE WS-CNV-TIME TO WS-DROP-TIME.
           DISPLAY 'STORED AS GMT ' WS-DROP-DATE ' ' WS-DROP-TIME.
           DISPLAY 'Enter last position grid square, 6 chars: '.
           ACCEPT WS-CHK-SQUARE.
           PERFORM CHECK-GRID-SQUARE.
           MOVE WS-CHK-SQUARE TO WS-GRID-SQUARE.
           MOVE SPACES TO WS-ESCORT-UID.
           MOVE SPACES TO WS-ESCORT-DATE.
           MOVE SPACES TO WS-OUTCOME.
           MOVE SPACES TO WS-OUTCOME-DATE.
           MOVE WS-STRAGGLER TO STRAGGLER-RECORD.
           WRITE STRAGGLER-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE STRAGGLER-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.
      *Straggled on CVARRIV, unless her outcome is already reported
           IF WS-CVA-AVAILABLE = 'y'
               MOVE WS-TF-ID TO CVA-TF-ID
               MOVE WS-MER-UID TO CVA-MER-UID
               MOVE 'S' TO CVA-OUTCOME
               MOVE WS-DROP-DATE TO CVA-DATE
               MOVE 'STRAGGLED' TO CVA-REMARKS
               WRITE CONVOY-ARRIVAL-RECORD
               INVALID KEY
                   CONTINUE
               END-WRITE
           END-IF.

       RECORD-ESCORT-DETACHED.
           PERFORM FIND-OPEN-STRAGGLER.
           IF WS-OPEN-FOUND = 'Y'
               DISPLAY 'Enter escort UID detached to search, '
                  '12 chars: '
               ACCEPT WS-ESCORT-UID
               PERFORM CHECK-ESCORT-UID
               DISPLAY 'Enter date detached, CCYYMMDD, spaces for '
                  'today: '
               ACCEPT WS-EVENT-DATE
               PERFORM CHECK-EVENT-DATE
               MOVE WS-ESCORT-UID TO STG-ESCORT-UID
               MOVE WS-EVENT-DATE TO STG-ESCORT-DATE
               PERFORM REWRITE-STRAGGLER
           END-IF.

      *The outcome closes the row, and the CVARRIV outcome follows:
      *rejoined clears the straggled report (she comes in with the
      *convoy), independent arrival counts as arrived, lost as lost
       RECORD-OUTCOME.
           PERFORM FIND-OPEN-STRAGGLER.
           IF WS-OPEN-FOUND = 'Y'
               MOVE SPACES TO WS-OUTCOME
               PERFORM UNTIL WS-OUTCOME = 'R' OR WS-OUTCOME = 'I'
                  OR WS-OUTCOME = 'L'
                   DISPLAY 'Enter R = rejoined, I = arrived '
                      'independently, L = lost: '
                   ACCEPT WS-OUTCOME
                   IF WS-OUTCOME = 'r' MOVE 'R' TO WS-OUTCOME END-IF
                   IF WS-OUTCOME = 'i' MOVE 'I' TO WS-OUTCOME END-IF
                   IF WS-OUTCOME = 'l' MOVE 'L' TO WS-OUTCOME END-IF
               END-PERFORM
               DISPLAY 'Enter outcome date, CCYYMMDD, spaces for '
                  'today: '
               ACCEPT WS-EVENT-DATE
               PERFORM CHECK-EVENT-DATE
               MOVE WS-OUTCOME TO STG-OUTCOME
               MOVE WS-EVENT-DATE TO STG-OUTCOME-DATE
               PERFORM REWRITE-STRAGGLER
               IF WS-CVA-AVAILABLE = 'y'
                   PERFORM UPDATE-ARRIVAL-OUTCOME
               END-IF
           END-IF.

       UPDATE-ARRIVAL-OUTCOME.
           MOVE STG-TF-ID TO CVA-TF-ID.
           MOVE STG-MER-UID TO CVA-MER-UID.
           READ CONVOY-ARRIVALS RECORD KEY CVA-KEY
           INVALID KEY
               MOVE SPACES TO CVA-OUTCOME
           END-READ.
           IF WS-OUTCOME = 'R'
               IF CVA-OUTCOME = 'S'
                   DELETE CONVOY-ARRIVALS RECORD
                   END-DELETE
               END-IF
           ELSE
               IF WS-OUTCOME = 'I'
                   MOVE 'A' TO WS-ARRIVAL-OUTCOME
                   MOVE 'ARRIVED INDEPENDENTLY' TO CVA-REMARKS
               ELSE
                   MOVE 'L' TO WS-ARRIVAL-OUTCOME
                   MOVE 'LOST AFTER STRAGGLING' TO CVA-REMARKS
               END-IF
               MOVE STG-TF-ID TO CVA-TF-ID
               MOVE STG-MER-UID TO CVA-MER-UID
               MOVE WS-ARRIVAL-OUTCOME TO CVA-OUTCOME
               MOVE WS-EVENT-DATE TO CVA-DATE
               WRITE CONVOY-ARRIVAL-RECORD
               INVALID KEY
                   REWRITE CONVOY-ARRIVAL-RECORD
               END-WRITE
           END-IF.

      *Browses her rows for the sailing and takes the latest one
      *still without an outcome
       FIND-OPEN-STRAGGLER.
           PERFORM LOAD-SAILING-AND-MEMBER.
           MOVE 'N' TO WS-OPEN-FOUND.
           MOVE WS-TF-ID TO STG-TF-ID.
           MOVE WS-MER-UID TO STG-MER-UID.
           MOVE LOW-VALUES TO STG-DROP-DATE.
           MOVE LOW-VALUES TO STG-DROP-TIME.
           MOVE 'N' TO WS-EOF.
           START STRAGGLERS KEY >= STG-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STRAGGLERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STG-TF-ID NOT = WS-TF-ID
                          OR STG-MER-UID NOT = WS-MER-UID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF STG-OUTCOME = SPACES
                               MOVE 'Y' TO WS-OPEN-FOUND
                               MOVE STG-KEY TO WS-OPEN-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OPEN-FOUND = 'Y'
               MOVE WS-OPEN-KEY TO STG-KEY
               READ STRAGGLERS RECORD KEY STG-KEY
               END-READ
               DISPLAY 'STRAGGLING SINCE ' STG-DROP-DATE ' '
                  STG-DROP-TIME 'Z LAST SEEN ' STG-GRID-SQUARE
           ELSE
               DISPLAY 'NO OPEN STRAGGLER ENTRY FOR ' WS-MER-UID
                  ' IN ' WS-TF-ID
           END-IF.

       REWRITE-STRAGGLER.
           REWRITE STRAGGLER-RECORD.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *The force must have a sailing on SAILSCH, and the merchantman
      *must be one of its TSKFRCM members
       LOAD-SAILING-AND-MEMBER.
           MOVE 'N' TO WS-SAILING-FOUND.
           PERFORM UNTIL WS-SAILING-FOUND = 'Y'
               DISPLAY 'Enter convoy task force ID, 8 chars: '
               ACCEPT WS-TF-ID
               MOVE WS-TF-ID TO SCH-TF-ID
               READ SAILING-SCHEDULE RECORD KEY SCH-TF-ID
               INVALID KEY
                   DISPLAY 'NO SAILING SCHEDULED FOR ' WS-TF-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SAILING-FOUND
                   DISPLAY WS-TF-ID ' SAILED ' SCH-DEP-PORT ' '
                      SCH-DEP-DATE ' FOR ' SCH-DESTINATION
               END-READ
           END-PERFORM.
           DISPLAY 'Enter merchant UID, 12 chars: '.
           ACCEPT WS-MER-UID.
           IF WS-TFM-AVAILABLE = 'y'
               MOVE '99' TO WS-TFM-FILE-STATUS
               PERFORM UNTIL WS-TFM-FILE-STATUS = '00'
                   MOVE WS-TF-ID TO TFM-TF-ID
                   MOVE WS-MER-UID TO TFM-MEMBER-UID
                   READ TASK-FORCE-MEMBERS RECORD KEY TFM-KEY
                   IF WS-TFM-FILE-STATUS NOT = '00'
                       DISPLAY WS-MER-UID ' IS NOT A MEMBER OF '
                          WS-TF-ID
                       DISPLAY 'Enter merchant UID, 12 chars: '
                       ACCEPT WS-MER-UID
                   END-IF
               END-PERFORM
           END-IF.

      *Proves the escort against ALLSHPS and warns, without
      *refusing, when she is not one of the convoy's own escorts
       CHECK-ESCORT-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-ESCORT-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-ESCORT-UID
                       DISPLAY 'Enter escort UID, 12 chars: '
                       ACCEPT WS-ESCORT-UID
                   ELSE
                       DISPLAY WS-ESCORT-UID ' -> ' SHIP-NAME
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TFM-AVAILABLE = 'y'
               MOVE WS-TF-ID TO TFM-TF-ID
               MOVE WS-ESCORT-UID TO TFM-MEMBER-UID
               READ TASK-FORCE-MEMBERS RECORD KEY TFM-KEY
               INVALID KEY
                   DISPLAY 'WARNING: ' WS-ESCORT-UID
                      ' IS NOT AN ESCORT OF ' WS-TF-ID
               END-READ
           END-IF.

       CHECK-EVENT-DATE.
           IF WS-EVENT-DATE = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-EVENT-DATE
           END-IF.
           MOVE WS-EVENT-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-EVENT-DATE.

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

      *Re-prompts through the shared CNVZONE subprogram until the
      *time and zone letter are real ones, leaving WS-CNV-DATE and
      *WS-CNV-TIME moved onto GMT
       CHECK-ZONED-TIME.
           MOVE 'G' TO WS-CNV-DIRECTION.
           CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-CNV-ZONE,
              WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT.
           PERFORM UNTIL WS-CNV-RESULT = 'Y'
               DISPLAY 'INVALID TIME OR ZONE ' WS-CNV-ZONED-TIME
                  ', RE-ENTER HHMMZ: '
               ACCEPT WS-CNV-ZONED-TIME
               CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-CNV-ZONE,
                  WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT
           END-PERFORM.

      *Re-prompts through the shared CHKGRID subprogram until the
      *square is one the GRIDMST master carries; blank leaves the
      *row uncoded
       CHECK-GRID-SQUARE.
           CALL 'CHKGRID' USING WS-CHK-SQUARE, WS-CHK-GRID-RESULT.
           PERFORM UNTIL WS-CHK-GRID-RESULT = 'Y'
              OR WS-CHK-GRID-RESULT = 'U'
              OR WS-CHK-SQUARE = SPACES
               DISPLAY 'UNRECOGNIZED GRID SQUARE ' WS-CHK-SQUARE
                  ', RE-ENTER (BLANK TO LEAVE UNCODED): '
               ACCEPT WS-CHK-SQUARE
               CALL 'CHKGRID' USING WS-CHK-SQUARE,
                  WS-CHK-GRID-RESULT
           END-PERFORM.
           IF WS-CHK-GRID-RESULT = 'U'
               DISPLAY 'WARNING: GRID MASTER NOT AVAILABLE, SQUARE '
                  'STORED UNPROVEN'
           END-IF.
