      *This program keeps the survivor and prisoner-of-war recovery
      *register: ships pick up survivors from our own ships, from
      *allied and merchant ships and from the enemy, and none of it
      *reached the system -- so CASLOSS and NOTIFY could still show
      *a man as lost when he was safe aboard a destroyer. R = record
      *a rescue: the rescuing ship, proven on ALLSHPS, the date, the
      *grid square through CHKGRID, the hull the people came from --
      *one of ours on ALLSHPS, a merchantman on MERCHDT or an enemy
      *ship on ENMYSHP -- and each person recovered, by name and
      *service number where known. A recovered service number from
      *one of our hulls is looked up on the NOTIFYWL casualty
      *notification worklist: a pending notice is stopped (state R)
      *and the operator alerted; one already sent is alerted for a
      *correction to the family. L = the rescuer has landed the
      *people from a rescue, at a port proven on PORTMSTR. Enemy
      *survivors are listed for the port authorities by POWLIST.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RCVREG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERIES ASSIGN TO RCVREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCV-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT NOTIFICATION-WORKLIST ASSIGN TO NOTIFYWL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NTF-KEY
           FILE STATUS IS WS-NTF-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *The merchant-vessel register, maintained by MERCHSH
           SELECT MERCHANT-VESSELS ASSIGN TO MERCHDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MER-UID
           FILE STATUS IS WS-MER-FILE-STATUS.
           SELECT ENEMY-SHIPS ASSIGN TO ENMYSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENM-UID
           FILE STATUS IS WS-ENM-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RECOVERIES.
       COPY RCVREC.
       FD  NOTIFICATION-WORKLIST.
       01 NOTIFICATION-RECORD.
           05 NTF-KEY.
                10 NTF-UID PIC X(12).
                10 NTF-SVC-NR PIC X(10).
           05 NTF-MAN-NAME PIC X(25).
           05 NTF-LOSS-DATE PIC X(8).
           05 NTF-NOK-NAME PIC X(25).
           05 NTF-RELATIONSHIP PIC X(12).
           05 NTF-ADDRESS PIC X(60).
      *P = pending, S = notification sent (stamped by NOTIFY),
      *R = recovered alive, notice stopped (stamped by RCVREG, the
      *rescue date in NTF-SENT-DATE)
           05 NTF-STATE PIC X(1).
           05 NTF-SENT-DATE PIC X(8).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  MERCHANT-VESSELS.
       COPY MERCHDT.
       FD  ENEMY-SHIPS.
       01 ENEMY-SHIP-RECORD.
           05 ENM-UID PIC X(12).
           05 ENM-NAME PIC X(20).
           05 ENM-CLASS PIC X(20).
           05 ENM-ARMAMENT-ESTIMATE PIC X(40).
           05 ENM-LAST-THEATRE PIC X(20).
           05 ENM-CONFIDENCE-LEVEL PIC X(1).
           05 ENM-STATUS PIC X(8).
           05 ENM-ASSESSED-DATE PIC X(8).
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
       01 WS-NTF-FILE-STATUS PIC XX.
       01 WS-NTF-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-MER-FILE-STATUS PIC XX.
       01 WS-MER-AVAILABLE PIC X VALUE 'n'.
       01 WS-ENM-FILE-STATUS PIC XX.
       01 WS-ENM-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACTION PIC X.
       01 WS-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-MORE PIC X.
       01 WS-WRITTEN PIC X.
       01 WS-CHECK-UID PIC X(12).
       01 WS-ORIGIN-FOUND PIC X.
       01 WS-PERSON-COUNT PIC 9(3) VALUE 0.
       01 WS-ALERT-COUNT PIC 9(3) VALUE 0.
       01 WS-LANDED-COUNT PIC 9(3) VALUE 0.
       01 WS-LANDED-PORT PIC X(25).
       01 WS-LANDED-DATE PIC X(8).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
       01 WS-RECOVERY.
           05 WS-KEY.
                10 WS-RESCUE-UID PIC X(12).
                10 WS-DATE PIC X(8).
                10 WS-SEQ PIC 9(3).
           05 WS-GRID-SQUARE PIC X(6).
           05 WS-ORIGIN-KIND PIC X(1).
           05 WS-ORIGIN-UID PIC X(12).
           05 WS-SVC-NR PIC X(10).
           05 WS-NAME PIC X(25).
           05 WS-PERSON-PORT PIC X(25).
           05 WS-PERSON-LANDED-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O RECOVERIES.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT RECOVERIES
                 CLOSE RECOVERIES
                 OPEN I-O RECOVERIES
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN I-O NOTIFICATION-WORKLIST.
           IF WS-NTF-FILE-STATUS = '00' OR WS-NTF-FILE-STATUS = '97'
               MOVE 'y' TO WS-NTF-AVAILABLE
           ELSE
               DISPLAY 'WARNING: NOTIFYWL NOT AVAILABLE, RECOVERED '
                  'MEN CANNOT BE CHECKED FOR LOSS NOTICES'
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
           OPEN INPUT ENEMY-SHIPS.
           IF WS-ENM-FILE-STATUS = '00' OR WS-ENM-FILE-STATUS = '97'
               MOVE 'y' TO WS-ENM-AVAILABLE
           END-IF.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: PORT-MASTER NOT AVAILABLE, '
                  'SKIPPING PORT VALIDATION'
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           DISPLAY 'R = record a rescue, L = survivors landed: '.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   PERFORM RECORD-LANDING
               WHEN OTHER
                   PERFORM RECORD-RESCUE
           END-EVALUATE.
           CLOSE RECOVERIES.
           IF WS-NTF-AVAILABLE = 'y'
               CLOSE NOTIFICATION-WORKLIST
           END-IF.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-MER-AVAILABLE = 'y'
               CLOSE MERCHANT-VESSELS
           END-IF.
           IF WS-ENM-AVAILABLE = 'y'
               CLOSE ENEMY-SHIPS
           END-IF.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           GOBACK.

      *The rescue itself is entered once; then one row per person
      *until a blank name and service number ends the list
       RECORD-RESCUE.
           DISPLAY 'Enter rescuing ship UID, 12 chars: '.
           ACCEPT WS-RESCUE-UID.
           MOVE WS-RESCUE-UID TO WS-CHECK-UID.
           PERFORM CHECK-SHIP-UID.
           MOVE WS-CHECK-UID TO WS-RESCUE-UID.
           DISPLAY 'Enter date of rescue, CCYYMMDD, spaces for '
              'today: '.
           ACCEPT WS-DATE.
           IF WS-DATE = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-DATE
           END-IF.
           MOVE WS-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE.
           DISPLAY 'Enter grid square of the rescue, 6 chars: '.
           ACCEPT WS-CHK-SQUARE.
           PERFORM CHECK-GRID-SQUARE.
           MOVE WS-CHK-SQUARE TO WS-GRID-SQUARE.
           PERFORM LOAD-ORIGIN-HULL.
           MOVE SPACES TO WS-PERSON-PORT.
           MOVE SPACES TO WS-PERSON-LANDED-DATE.
           MOVE 1 TO WS-SEQ.
           MOVE 'Y' TO WS-MORE.
           PERFORM UNTIL WS-MORE = 'N'
               DISPLAY 'Enter service number, 10 chars, spaces if '
                  'not known: '
               ACCEPT WS-SVC-NR
               DISPLAY 'Enter name, 25 chars, spaces if not known '
                  '(both blank ends the list): '
               ACCEPT WS-NAME
               IF WS-SVC-NR = SPACES AND WS-NAME = SPACES
                   MOVE 'N' TO WS-MORE
               ELSE
                   PERFORM WRITE-ONE-PERSON
               END-IF
           END-PERFORM.
           DISPLAY 'PERSONS RECORDED: ' WS-PERSON-COUNT
              ', LOSS NOTICE ALERTS: ' WS-ALERT-COUNT.

       LOAD-ORIGIN-HULL.
           MOVE SPACES TO WS-ORIGIN-KIND.
           PERFORM UNTIL WS-ORIGIN-KIND = 'O' OR WS-ORIGIN-KIND = 'M'
              OR WS-ORIGIN-KIND = 'E'
               DISPLAY 'Survivors from O = one of our ships, '
                  'M = a merchant vessel, E = an enemy ship: '
               ACCEPT WS-ORIGIN-KIND
               IF WS-ORIGIN-KIND = 'o' MOVE 'O' TO WS-ORIGIN-KIND
               END-IF
               IF WS-ORIGIN-KIND = 'm' MOVE 'M' TO WS-ORIGIN-KIND
               END-IF
               IF WS-ORIGIN-KIND = 'e' MOVE 'E' TO WS-ORIGIN-KIND
               END-IF
           END-PERFORM.
           DISPLAY 'Enter UID of the hull they came from, 12 chars: '.
           ACCEPT WS-ORIGIN-UID.
           EVALUATE WS-ORIGIN-KIND
               WHEN 'O'
                   MOVE WS-ORIGIN-UID TO WS-CHECK-UID
                   PERFORM CHECK-SHIP-UID
                   MOVE WS-CHECK-UID TO WS-ORIGIN-UID
               WHEN 'M'
                   PERFORM CHECK-MERCHANT-UID
               WHEN OTHER
                   PERFORM CHECK-ENEMY-UID
           END-EVALUATE.

       WRITE-ONE-PERSON.
           MOVE WS-RECOVERY TO RECOVERY-RECORD.
           MOVE 'N' TO WS-WRITTEN.
           PERFORM UNTIL WS-WRITTEN = 'Y' OR RCV-SEQ = 999
               WRITE RECOVERY-RECORD
               INVALID KEY
                   ADD 1 TO RCV-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WRITTEN
               END-WRITE
           END-PERFORM.
           IF WS-WRITTEN = 'Y'
               ADD 1 TO WS-PERSON-COUNT
               MOVE RCV-SEQ TO WS-SEQ
               ADD 1 TO WS-SEQ
               IF WS-ORIGIN-KIND = 'O' AND WS-SVC-NR NOT = SPACES
                  AND WS-NTF-AVAILABLE = 'y'
                   PERFORM CHECK-LOSS-NOTICE
               END-IF
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                  WS-FILE-STATUS
           END-IF.

      *A man of one of our hulls whose family is about to be told
      *he is lost: the pending notice is stopped, and one already
      *sent is called out so the family can be told he is safe
       CHECK-LOSS-NOTICE.
           MOVE WS-ORIGIN-UID TO NTF-UID.
           MOVE WS-SVC-NR TO NTF-SVC-NR.
           READ NOTIFICATION-WORKLIST RECORD KEY NTF-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               EVALUATE NTF-STATE
                   WHEN 'P'
                       ADD 1 TO WS-ALERT-COUNT
                       MOVE 'R' TO NTF-STATE
                       MOVE WS-DATE TO NTF-SENT-DATE
                       REWRITE NOTIFICATION-RECORD
                       END-REWRITE
                       DISPLAY '*** ALERT: ' NTF-SVC-NR ' '
                          NTF-MAN-NAME ' RECOVERED ALIVE -- LOSS '
                          'NOTICE STOPPED'
                   WHEN 'S'
                       ADD 1 TO WS-ALERT-COUNT
                       DISPLAY '*** ALERT: ' NTF-SVC-NR ' '
                          NTF-MAN-NAME ' RECOVERED ALIVE -- LOSS '
                          'NOTICE ALREADY SENT ' NTF-SENT-DATE
                       DISPLAY '    TELL ' NTF-NOK-NAME ' ('
                          NTF-RELATIONSHIP ') HE IS SAFE'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-READ.

      *Every row of the rescue still aboard is stamped with the port
      *and date they were put ashore
       RECORD-LANDING.
           DISPLAY 'Enter rescuing ship UID, 12 chars: '.
           ACCEPT WS-RESCUE-UID.
           DISPLAY 'Enter date of rescue, CCYYMMDD: '.
           ACCEPT WS-DATE.
           DISPLAY 'Enter port landed at, 25 chars: '.
           ACCEPT WS-LANDED-PORT.
           PERFORM CHECK-PORT-NAME.
           DISPLAY 'Enter date landed, CCYYMMDD, spaces for today: '.
           ACCEPT WS-LANDED-DATE.
           IF WS-LANDED-DATE = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-LANDED-DATE
           END-IF.
           MOVE WS-LANDED-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-LANDED-DATE.
           MOVE WS-RESCUE-UID TO RCV-RESCUE-UID.
           MOVE WS-DATE TO RCV-DATE.
           MOVE 0 TO RCV-SEQ.
           MOVE 'N' TO WS-EOF.
           START RECOVERIES KEY >= RCV-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECOVERIES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RCV-RESCUE-UID NOT = WS-RESCUE-UID
                          OR RCV-DATE NOT = WS-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF RCV-LANDED-PORT = SPACES
                               MOVE WS-LANDED-PORT TO RCV-LANDED-PORT
                               MOVE WS-LANDED-DATE TO RCV-LANDED-DATE
                               REWRITE RECOVERY-RECORD
                               END-REWRITE
                               IF WS-FILE-STATUS = '00'
                                   ADD 1 TO WS-LANDED-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LANDED-COUNT = 0
               DISPLAY 'NO ONE STILL ABOARD FROM A RESCUE BY '
                  WS-RESCUE-UID ' ON ' WS-DATE
           ELSE
               DISPLAY 'LANDED AT ' WS-LANDED-PORT ': '
                  WS-LANDED-COUNT
           END-IF.

      *Proves the entered UID against ALLSHPS and echoes the name,
      *same re-prompt shape as the other capture programs
       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-CHECK-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-CHECK-UID
                       DISPLAY 'Enter ship UID, 12 chars: '
                       ACCEPT WS-CHECK-UID
                   ELSE
                       DISPLAY WS-CHECK-UID ' -> ' SHIP-NAME
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-MERCHANT-UID.
           IF WS-MER-AVAILABLE = 'y'
               MOVE 'N' TO WS-ORIGIN-FOUND
               PERFORM UNTIL WS-ORIGIN-FOUND = 'Y'
                   MOVE WS-ORIGIN-UID TO MER-UID
                   READ MERCHANT-VESSELS RECORD KEY MER-UID
                   INVALID KEY
                       DISPLAY 'UID NOT ON MERCHDT: ' WS-ORIGIN-UID
                       DISPLAY 'Enter merchant UID, 12 chars: '
                       ACCEPT WS-ORIGIN-UID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ORIGIN-FOUND
                       DISPLAY WS-ORIGIN-UID ' -> ' MER-NAME
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ENEMY-UID.
           IF WS-ENM-AVAILABLE = 'y'
               MOVE 'N' TO WS-ORIGIN-FOUND
               PERFORM UNTIL WS-ORIGIN-FOUND = 'Y'
                   MOVE WS-ORIGIN-UID TO ENM-UID
                   READ ENEMY-SHIPS RECORD KEY ENM-UID
                   INVALID KEY
                       DISPLAY 'UID NOT ON ENMYSHP: ' WS-ORIGIN-UID
                       DISPLAY 'Enter enemy ship UID, 12 chars: '
                       ACCEPT WS-ORIGIN-UID
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ORIGIN-FOUND
                       DISPLAY WS-ORIGIN-UID ' -> ' ENM-NAME ' '
                          ENM-CLASS
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-PORT-NAME.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE '99' TO WS-PRT-FILE-STATUS
               PERFORM UNTIL WS-PRT-FILE-STATUS = '00'
                   MOVE WS-LANDED-PORT TO PRT-NAME
                   READ PORT-MASTER RECORD KEY PRT-NAME
                   IF WS-PRT-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED PORT ' WS-LANDED-PORT
                       DISPLAY 'Enter port name: '
                       ACCEPT WS-LANDED-PORT
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
