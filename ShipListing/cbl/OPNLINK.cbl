      *This program ties an order, a sailing or a task force to an
      *operation on the OPNPLAN master, at its day relative to
      *D-day and in one of the operation's phases. The item must
      *already be on file and must stand on the day the plan gives
      *it: a movement order is found on ORDFILE by ship UID and the
      *effective date D-day plus or minus n works out to, a sailing
      *on SAILSCH must depart on that date, and a task force must
      *be on TSKFRC. A link is refused rather than stored wrong, so
      *OPNSLIP can trust every linked date when D-day moves.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OPNLINK.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATION-LINKS ASSIGN TO OPNLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPL-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATION-PLANS ASSIGN TO OPNPLN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPN-NAME
           FILE STATUS IS WS-OPN-FILE-STATUS.
           SELECT MOVEMENT-ORDERS ASSIGN TO ORDFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ORD-KEY
           FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT TASK-FORCE ASSIGN TO TSKFRC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TF-ID
           FILE STATUS IS WS-TF-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OPERATION-LINKS.
       COPY OPLREC.
       FD  OPERATION-PLANS.
       COPY OPNREC.
       FD  MOVEMENT-ORDERS.
       01 MOVEMENT-ORDER-RECORD.
           05 ORD-KEY.
                10 ORD-UID PIC X(12).
                10 ORD-EFFECTIVE-DATE PIC X(8).
      *Spaces in a field means the order leaves it unchanged
           05 ORD-NEW-STATUS PIC X(11).
           05 ORD-NEW-THEATRE PIC X(20).
           05 ORD-NEW-FLEET PIC X(20).
           05 ORD-NEW-FORMATION PIC X(25).
           05 ORD-AUTHORITY PIC X(25).
           05 ORD-ENTERED-DATE PIC X(8).
      *P = pending, A = applied by ORDAPPLY
           05 ORD-STATE PIC X(1).
      *Port the order sends her to and the date she is to arrive
      *there; spaces when the order names no port
           05 ORD-DESTINATION PIC X(25).
           05 ORD-ARRIVAL-DATE PIC X(8).
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  TASK-FORCE.
       COPY TSKFRC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-OPN-FILE-STATUS PIC XX.
       01 WS-ORD-FILE-STATUS PIC XX.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-TF-FILE-STATUS PIC XX.
       01 WS-LINK-VALID PIC X VALUE 'n'.
       01 WS-ITEM-TEXT PIC X(12).
      *A day relative to D-day as the operator types it, e.g. -003
       01 WS-OFFSET-TEXT PIC X(4).
       01 WS-VALID-OFFSET PIC X.
       01 WS-DAY-NR PIC 9(7).
       01 WS-ITEM-DATE PIC 9(8).
       01 WS-LINK.
           05 WS-KEY.
                10 WS-OPERATION PIC X(20).
                10 WS-KIND PIC X(1).
                10 WS-ITEM-ID PIC X(12).
                10 WS-OFFSET-SIGN PIC X(1).
                10 WS-OFFSET-DAYS PIC 9(3).
           05 WS-PHASE PIC 9.
           05 WS-LINKED-DATE PIC X(8).
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
           OPEN I-O OPERATION-LINKS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 CLOSE OPERATION-PLANS
                 GOBACK
              ELSE
                 OPEN OUTPUT OPERATION-LINKS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   CLOSE OPERATION-PLANS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-LINK.
           CLOSE OPERATION-LINKS.
           CLOSE OPERATION-PLANS.
           GOBACK.

       ADD-OR-UPDATE-LINK.
           PERFORM LOAD-LINK.
           IF WS-LINK-VALID NOT = 'y'
               DISPLAY 'LINK NOT RECORDED'
           ELSE
               MOVE WS-LINK TO OPERATION-LINK-RECORD
               WRITE OPERATION-LINK-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
                   REWRITE OPERATION-LINK-RECORD
               END-WRITE
               IF WS-FILE-STATUS = '00'
                   DISPLAY 'UPDATED'
               ELSE
                   DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                      WS-FILE-STATUS
               END-IF
           END-IF.

       LOAD-LINK.
           DISPLAY 'Enter operation name, 20 chars: '.
           ACCEPT WS-OPERATION.
           PERFORM CHECK-OPERATION.
           DISPLAY 'Enter O (movement order), S (sailing) or '
              'T (task force): '.
           ACCEPT WS-KIND.
           PERFORM UNTIL WS-KIND = 'O' OR WS-KIND = 'S'
              OR WS-KIND = 'T'
               DISPLAY 'INVALID KIND, ENTER O, S OR T: '
               ACCEPT WS-KIND
           END-PERFORM.
           IF WS-KIND = 'O'
               DISPLAY 'Enter UID of the ordered ship, 12 chars: '
           ELSE
               DISPLAY 'Enter task force ID, 8 chars: '
           END-IF.
           ACCEPT WS-ITEM-TEXT.
           MOVE WS-ITEM-TEXT TO WS-ITEM-ID.
           DISPLAY 'Enter day relative to D-day, e.g. -003 or +005: '.
           ACCEPT WS-OFFSET-TEXT.
           PERFORM CHECK-OFFSET-FIELD.
           MOVE WS-OFFSET-TEXT(1:1) TO WS-OFFSET-SIGN.
           MOVE WS-OFFSET-TEXT(2:3) TO WS-OFFSET-DAYS.
           PERFORM RECKON-ITEM-DATE.
           MOVE WS-ITEM-DATE TO WS-LINKED-DATE.
           DISPLAY 'Enter phase number, 1-' OPN-PHASE-COUNT ': '.
           ACCEPT WS-PHASE.
           PERFORM UNTIL WS-PHASE IS NUMERIC
              AND WS-PHASE >= 1 AND WS-PHASE <= OPN-PHASE-COUNT
               DISPLAY 'INVALID PHASE, RE-ENTER 1-' OPN-PHASE-COUNT
                  ': '
               ACCEPT WS-PHASE
           END-PERFORM.
           DISPLAY 'PHASE ' WS-PHASE ' ' OPN-PHASE-NAME(WS-PHASE).
           EVALUATE WS-KIND
               WHEN 'O'
                   PERFORM CHECK-LINKED-ORDER
               WHEN 'S'
                   PERFORM CHECK-LINKED-SAILING
               WHEN OTHER
                   PERFORM CHECK-LINKED-FORCE
           END-EVALUATE.

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
                   DISPLAY WS-OPERATION ' D-DAY ' OPN-D-DAY
               END-IF
           END-PERFORM.

      *A sign and three digits; D-day itself is +000
       CHECK-OFFSET-FIELD.
           MOVE 'n' TO WS-VALID-OFFSET.
           PERFORM UNTIL WS-VALID-OFFSET = 'y'
               IF (WS-OFFSET-TEXT(1:1) = '+'
                  OR WS-OFFSET-TEXT(1:1) = '-')
                  AND WS-OFFSET-TEXT(2:3) IS NUMERIC
                   MOVE 'y' TO WS-VALID-OFFSET
               ELSE
                   DISPLAY 'INVALID DAY ' WS-OFFSET-TEXT
                      ', RE-ENTER SIGN AND 3 DIGITS: '
                   ACCEPT WS-OFFSET-TEXT
               END-IF
           END-PERFORM.

       RECKON-ITEM-DATE.
           COMPUTE WS-DAY-NR =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(OPN-D-DAY)).
           IF WS-OFFSET-SIGN = '-'
               SUBTRACT WS-OFFSET-DAYS FROM WS-DAY-NR
           ELSE
               ADD WS-OFFSET-DAYS TO WS-DAY-NR
           END-IF.
           COMPUTE WS-ITEM-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NR).
           DISPLAY 'D' WS-OFFSET-SIGN WS-OFFSET-DAYS ' FALLS ON '
              WS-ITEM-DATE.

       CHECK-LINKED-ORDER.
           OPEN INPUT MOVEMENT-ORDERS.
           IF WS-ORD-FILE-STATUS NOT = '00'
              AND WS-ORD-FILE-STATUS NOT = '97'
               DISPLAY 'ORDFILE NOT AVAILABLE, STATUS '
                  WS-ORD-FILE-STATUS
           ELSE
               MOVE WS-ITEM-ID TO ORD-UID
               MOVE WS-LINKED-DATE TO ORD-EFFECTIVE-DATE
               READ MOVEMENT-ORDERS RECORD KEY ORD-KEY
               INVALID KEY
                   DISPLAY 'NO ORDER FOR ' WS-ITEM-ID ' EFFECTIVE '
                      WS-LINKED-DATE ' ON ORDFILE'
               NOT INVALID KEY
                   MOVE 'y' TO WS-LINK-VALID
               END-READ
               CLOSE MOVEMENT-ORDERS
           END-IF.

       CHECK-LINKED-SAILING.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-SCH-FILE-STATUS NOT = '00'
              AND WS-SCH-FILE-STATUS NOT = '97'
               DISPLAY 'SAILSCH NOT AVAILABLE, STATUS '
                  WS-SCH-FILE-STATUS
           ELSE
               MOVE WS-ITEM-ID TO SCH-TF-ID
               READ SAILING-SCHEDULE RECORD KEY SCH-TF-ID
               INVALID KEY
                   DISPLAY 'NO SAILING FOR ' WS-ITEM-ID ' ON SAILSCH'
               NOT INVALID KEY
                   IF SCH-DEP-DATE = WS-LINKED-DATE
                       MOVE 'y' TO WS-LINK-VALID
                   ELSE
                       DISPLAY 'SAILING ' WS-ITEM-ID ' DEPARTS '
                          SCH-DEP-DATE ', NOT ' WS-LINKED-DATE
                   END-IF
               END-READ
               CLOSE SAILING-SCHEDULE
           END-IF.

       CHECK-LINKED-FORCE.
           OPEN INPUT TASK-FORCE.
           IF WS-TF-FILE-STATUS NOT = '00'
              AND WS-TF-FILE-STATUS NOT = '97'
               DISPLAY 'TSKFRC NOT AVAILABLE, STATUS '
                  WS-TF-FILE-STATUS
           ELSE
               MOVE WS-ITEM-ID TO TF-ID
               READ TASK-FORCE RECORD KEY TF-ID
               INVALID KEY
                   DISPLAY 'NO TASK FORCE ' WS-ITEM-ID ' ON TSKFRC'
               NOT INVALID KEY
                   DISPLAY WS-ITEM-ID ' -> ' TF-NAME
                   MOVE 'y' TO WS-LINK-VALID
               END-READ
               CLOSE TASK-FORCE
           END-IF.
