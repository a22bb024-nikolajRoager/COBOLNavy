      *This program captures naval stores demands: a refit task held
      *up for a shaft coupling or a radar magnetron, or damage that
      *cannot be made good until the spares come, had no record of
      *what was waited for. A = raise (or amend) a demand against a
      *refit work item, proved on RFTWORK, or against a damage state,
      *proved on DMGSTAT; I = the depot has issued it; R = it has
      *been received. A demand against a refit takes the refit's
      *yard; one against damage is given the port it is wanted at,
      *proved against PORTMSTR.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STDEMAND.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORES-DEMANDS ASSIGN TO STDMNDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SDM-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here only to prove the entered
      *UID exists and echo the ship's name back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT SHIP-REFITS ASSIGN TO REFITDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REFIT-KEY
           FILE STATUS IS WS-REFIT-FILE-STATUS.
           SELECT REFIT-WORK-ITEMS ASSIGN TO RFTWORK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RWK-KEY
           FILE STATUS IS WS-RWK-FILE-STATUS.
           SELECT DAMAGE-STATES ASSIGN TO DMGSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DMG-KEY
           FILE STATUS IS WS-DMG-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STORES-DEMANDS.
       COPY STDMREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  SHIP-REFITS.
       01 REFIT-RECORD.
           05 REFIT-KEY.
                10 REFIT-UID PIC X(12).
                10 REFIT-START-DATE PIC X(8).
           05 REFIT-EXPECTED-COMPLETION PIC X(8).
           05 REFIT-YARD-NAME PIC X(25).
           05 REFIT-WORK-DESCRIPTION PIC X(60).
       FD  REFIT-WORK-ITEMS.
       01 REFIT-WORK-ITEM-RECORD.
           05 RWK-KEY.
                10 RWK-UID PIC X(12).
                10 RWK-START-DATE PIC X(8).
                10 RWK-ITEM-NR PIC 9(3).
           05 RWK-TRADE PIC X(12).
           05 RWK-DESCRIPTION PIC X(40).
           05 RWK-EST-DAYS PIC 9(3).
           05 RWK-STATUS PIC X(8).
           05 RWK-COMPLETION-DATE PIC X(8).
       FD  DAMAGE-STATES.
       01 DAMAGE-STATE-RECORD.
           05 DMG-KEY.
                10 DMG-UID PIC X(12).
                10 DMG-DATE PIC X(8).
           05 DMG-COMPARTMENTS-FLOODED PIC 999.
           05 DMG-PUMPS-OUT PIC 9(5).
           05 DMG-LIST-TRIM PIC X(30).
           05 DMG-ENGLOG-REF PIC X(30).
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
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-REFIT-FILE-STATUS PIC XX.
       01 WS-REFIT-AVAILABLE PIC X VALUE 'n'.
       01 WS-RWK-FILE-STATUS PIC XX.
       01 WS-RWK-AVAILABLE PIC X VALUE 'n'.
       01 WS-DMG-FILE-STATUS PIC XX.
       01 WS-DMG-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACTION PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-EVENT-DATE PIC X(8).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-DEMAND.
           05 WS-KEY.
                10 WS-UID PIC X(12).
                10 WS-DEMAND-NR PIC X(10).
           05 WS-SERVES PIC X(1).
           05 WS-REF-DATE PIC X(8).
           05 WS-ITEM-NR PIC 9(3).
           05 WS-YARD PIC X(25).
           05 WS-ITEM PIC X(30).
           05 WS-QUANTITY PIC 9(5).
           05 WS-PRIORITY PIC 9(1).
           05 WS-RAISED-DATE PIC X(8).
           05 WS-ISSUED-DATE PIC X(8).
           05 WS-RECEIVED-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O STORES-DEMANDS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT STORES-DEMANDS
                 CLOSE STORES-DEMANDS
                 OPEN I-O STORES-DEMANDS
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
           OPEN INPUT SHIP-REFITS.
           IF WS-REFIT-FILE-STATUS = '00'
              OR WS-REFIT-FILE-STATUS = '97'
               MOVE 'y' TO WS-REFIT-AVAILABLE
           END-IF.
           OPEN INPUT REFIT-WORK-ITEMS.
           IF WS-RWK-FILE-STATUS = '00' OR WS-RWK-FILE-STATUS = '97'
               MOVE 'y' TO WS-RWK-AVAILABLE
           ELSE
               DISPLAY 'WARNING: RFTWORK NOT AVAILABLE, WORK ITEM '
                  'CANNOT BE VERIFIED'
           END-IF.
           OPEN INPUT DAMAGE-STATES.
           IF WS-DMG-FILE-STATUS = '00' OR WS-DMG-FILE-STATUS = '97'
               MOVE 'y' TO WS-DMG-AVAILABLE
           ELSE
               DISPLAY 'WARNING: DMGSTAT NOT AVAILABLE, DAMAGE STATE '
                  'CANNOT BE VERIFIED'
           END-IF.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: PORT-MASTER NOT AVAILABLE, '
                  'SKIPPING PORT VALIDATION'
           END-IF.
           DISPLAY 'A = raise/amend a demand, I = issued by the '
              'depot, R = received: '.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'I'
               WHEN 'i'
               WHEN 'R'
               WHEN 'r'
                   PERFORM RECORD-DEMAND-PROGRESS
               WHEN OTHER
                   PERFORM ADD-OR-UPDATE-DEMAND
           END-EVALUATE.
           CLOSE STORES-DEMANDS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-REFIT-AVAILABLE = 'y'
               CLOSE SHIP-REFITS
           END-IF.
           IF WS-RWK-AVAILABLE = 'y'
               CLOSE REFIT-WORK-ITEMS
           END-IF.
           IF WS-DMG-AVAILABLE = 'y'
               CLOSE DAMAGE-STATES
           END-IF.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-DEMAND.
           PERFORM LOAD-DEMAND.
           MOVE WS-DEMAND TO STORES-DEMAND-RECORD.
           WRITE STORES-DEMAND-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE STORES-DEMAND-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-DEMAND.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter demand number, 10 chars: '.
           ACCEPT WS-DEMAND-NR.
           MOVE SPACES TO WS-SERVES.
           PERFORM UNTIL WS-SERVES = 'R' OR WS-SERVES = 'D'
               DISPLAY 'Demand serves R = refit work item, '
                  'D = damage state: '
               ACCEPT WS-SERVES
               IF WS-SERVES = 'r' MOVE 'R' TO WS-SERVES END-IF
               IF WS-SERVES = 'd' MOVE 'D' TO WS-SERVES END-IF
           END-PERFORM.
           IF WS-SERVES = 'R'
               PERFORM CHECK-WORK-ITEM
           ELSE
               PERFORM CHECK-DAMAGE-STATE
           END-IF.
           DISPLAY 'Enter item demanded, 30 chars: '.
           ACCEPT WS-ITEM.
           DISPLAY 'Enter quantity, 5 digits: '.
           ACCEPT WS-QUANTITY.
           MOVE 0 TO WS-PRIORITY.
           PERFORM UNTIL WS-PRIORITY >= 1 AND WS-PRIORITY <= 3
               DISPLAY 'Enter priority, 1 = cannot sail without, '
                  '2 = urgent, 3 = routine: '
               ACCEPT WS-PRIORITY
           END-PERFORM.
           DISPLAY 'Enter date raised, CCYYMMDD: '.
           ACCEPT WS-RAISED-DATE.
           MOVE WS-RAISED-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-RAISED-DATE.
           MOVE SPACES TO WS-ISSUED-DATE.
           MOVE SPACES TO WS-RECEIVED-DATE.

      *The work item must exist under the refit; the demand is
      *wanted at the refitting yard
       CHECK-WORK-ITEM.
           DISPLAY 'Enter refit start date, CCYYMMDD: '.
           ACCEPT WS-REF-DATE.
           DISPLAY 'Enter work item number, 3 digits: '.
           ACCEPT WS-ITEM-NR.
           IF WS-RWK-AVAILABLE = 'y'
               MOVE '99' TO WS-RWK-FILE-STATUS
               PERFORM UNTIL WS-RWK-FILE-STATUS = '00'
                   MOVE WS-UID TO RWK-UID
                   MOVE WS-REF-DATE TO RWK-START-DATE
                   MOVE WS-ITEM-NR TO RWK-ITEM-NR
                   READ REFIT-WORK-ITEMS RECORD KEY RWK-KEY
                   IF WS-RWK-FILE-STATUS NOT = '00'
                       DISPLAY 'NO WORK ITEM ' WS-ITEM-NR
                          ' UNDER THE REFIT OF ' WS-UID ' STARTED '
                          WS-REF-DATE
                       DISPLAY 'Enter refit start date, CCYYMMDD: '
                       ACCEPT WS-REF-DATE
                       DISPLAY 'Enter work item number, 3 digits: '
                       ACCEPT WS-ITEM-NR
                   ELSE
                       DISPLAY WS-ITEM-NR ' -> ' RWK-TRADE ' '
                          RWK-DESCRIPTION
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-YARD.
           IF WS-REFIT-AVAILABLE = 'y'
               MOVE WS-UID TO REFIT-UID
               MOVE WS-REF-DATE TO REFIT-START-DATE
               READ SHIP-REFITS RECORD KEY REFIT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REFIT-YARD-NAME TO WS-YARD
                   DISPLAY 'WANTED AT ' WS-YARD
               END-READ
           END-IF.
           IF WS-YARD = SPACES
               DISPLAY 'Enter yard the stores are wanted at, '
                  '25 chars: '
               ACCEPT WS-YARD
               PERFORM CHECK-PORT-NAME
           END-IF.

      *Damage is repaired wherever she lies, so the port is asked
       CHECK-DAMAGE-STATE.
           MOVE 0 TO WS-ITEM-NR.
           DISPLAY 'Enter damage state date, CCYYMMDD: '.
           ACCEPT WS-REF-DATE.
           IF WS-DMG-AVAILABLE = 'y'
               MOVE '99' TO WS-DMG-FILE-STATUS
               PERFORM UNTIL WS-DMG-FILE-STATUS = '00'
                   MOVE WS-UID TO DMG-UID
                   MOVE WS-REF-DATE TO DMG-DATE
                   READ DAMAGE-STATES RECORD KEY DMG-KEY
                   IF WS-DMG-FILE-STATUS NOT = '00'
                       DISPLAY 'NO DAMAGE STATE FOR ' WS-UID ' ON '
                          WS-REF-DATE
                       DISPLAY 'Enter damage state date, '
                          'CCYYMMDD: '
                       ACCEPT WS-REF-DATE
                   ELSE
                       DISPLAY WS-REF-DATE ' -> ' DMG-LIST-TRIM
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY 'Enter port the stores are wanted at, 25 chars: '.
           ACCEPT WS-YARD.
           PERFORM CHECK-PORT-NAME.

      *Issue and receipt are stamped on the existing demand; a
      *receipt with no issue recorded takes the receipt date for both
       RECORD-DEMAND-PROGRESS.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           DISPLAY 'Enter demand number, 10 chars: '.
           ACCEPT WS-DEMAND-NR.
           MOVE WS-KEY TO SDM-KEY.
           READ STORES-DEMANDS RECORD KEY SDM-KEY
           INVALID KEY
               DISPLAY 'NO DEMAND ' WS-DEMAND-NR ' FOR ' WS-UID
           NOT INVALID KEY
               DISPLAY SDM-DEMAND-NR ' -> ' SDM-QUANTITY ' '
                  SDM-ITEM
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               DISPLAY 'Enter date, CCYYMMDD, spaces for today: '
               ACCEPT WS-EVENT-DATE
               IF WS-EVENT-DATE = SPACES
                   MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-EVENT-DATE
               END-IF
               MOVE WS-EVENT-DATE TO WS-CHK-DATE
               MOVE 'N' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-EVENT-DATE
               IF WS-ACTION = 'I' OR WS-ACTION = 'i'
                   MOVE WS-EVENT-DATE TO SDM-ISSUED-DATE
               ELSE
                   MOVE WS-EVENT-DATE TO SDM-RECEIVED-DATE
                   IF SDM-ISSUED-DATE = SPACES
                       MOVE WS-EVENT-DATE TO SDM-ISSUED-DATE
                   END-IF
               END-IF
               REWRITE STORES-DEMAND-RECORD
               IF WS-FILE-STATUS = '00'
                   DISPLAY 'UPDATED'
               ELSE
                   DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                      WS-FILE-STATUS
               END-IF
           END-READ.

       CHECK-PORT-NAME.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE '99' TO WS-PRT-FILE-STATUS
               PERFORM UNTIL WS-PRT-FILE-STATUS = '00'
                   MOVE WS-YARD TO PRT-NAME
                   READ PORT-MASTER RECORD KEY PRT-NAME
                   IF WS-PRT-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED PORT/YARD ' WS-YARD
                       DISPLAY 'Enter port/yard name: '
                       ACCEPT WS-YARD
                   END-IF
               END-PERFORM
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
                       DISPLAY 'Enter ship UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME
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
