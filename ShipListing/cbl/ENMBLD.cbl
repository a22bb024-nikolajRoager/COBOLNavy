      *This program maintains the enemy construction estimates, the
      *other side's counterpart of the SHIPBLD building register:
      *one record per enemy hull the intelligence staff believe to
      *be building, with the yard, the class (validated against the
      *ENMCLS reference, so the projected hull can be weighed like
      *any other unit of her class), the theatre she is expected to
      *join, the estimated launch and completion dates, and an A-E
      *confidence grade. When she turns up on ENMYSHP the estimate
      *is marked completed, and a withdrawn estimate is marked so,
      *so neither is projected twice. ENMPROJ and FORCECMP project
      *the enemy order of battle forward from this file.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ENMBLD.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENEMY-CONSTRUCTION ASSIGN TO ENMCON
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENC-ID
           FILE STATUS IS WS-FILE-STATUS.
      *Enemy-class capability estimates, maintained by ENMCLS
           SELECT ENEMY-CLASSES ASSIGN TO ENMCLSDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ECL-CLASS-NAME
           FILE STATUS IS WS-ECL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ENEMY-CONSTRUCTION.
       COPY ENCREC.
       FD  ENEMY-CLASSES.
       01 ENEMY-CLASS-RECORD.
           05 ECL-CLASS-NAME PIC X(20).
           05 ECL-TYPE PIC X(4).
           05 ECL-EST-GUN-NR PIC 9(3).
           05 ECL-EST-GUN-CALIBRE PIC 999V99.
           05 ECL-EST-ARMOUR-MM PIC 999V99.
           05 ECL-EST-SPEED-KN PIC 99V99.
           05 ECL-EST-DISPLACEMENT PIC 9(6).
           05 ECL-CONFIDENCE PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ECL-FILE-STATUS PIC XX.
       01 WS-ECL-AVAILABLE PIC X VALUE 'n'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-ESTIMATE.
           05 WS-ID PIC X(10).
           05 WS-YARD-NAME PIC X(25).
           05 WS-CLASS PIC X(20).
           05 WS-NAME PIC X(20).
           05 WS-THEATRE PIC X(20).
           05 WS-EST-LAUNCH-DATE PIC X(8).
           05 WS-EST-COMPLETION-DATE PIC X(8).
           05 WS-CONFIDENCE PIC X(1).
           05 WS-STATE PIC X(1).
           05 WS-ASSESSED-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O ENEMY-CONSTRUCTION.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT ENEMY-CONSTRUCTION
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
      *Reference table is maintained by ENMCLS; only ever read here
           OPEN INPUT ENEMY-CLASSES.
           IF WS-ECL-FILE-STATUS = '00' OR WS-ECL-FILE-STATUS = '97'
               MOVE 'y' TO WS-ECL-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ENEMY-CLASSES NOT AVAILABLE, '
                  'SKIPPING CLASS VALIDATION, STATUS '
                  WS-ECL-FILE-STATUS
           END-IF.
           PERFORM ADD-OR-UPDATE-ESTIMATE.
           CLOSE ENEMY-CONSTRUCTION.
           IF WS-ECL-AVAILABLE = 'y'
               CLOSE ENEMY-CLASSES
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-ESTIMATE.
           PERFORM LOAD-ESTIMATE.
           MOVE WS-ESTIMATE TO ENEMY-CONSTRUCTION-RECORD.
           WRITE ENEMY-CONSTRUCTION-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE ENEMY-CONSTRUCTION-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-ESTIMATE.
           DISPLAY 'Enter estimate id, 10 chars: '.
           ACCEPT WS-ID.
           DISPLAY 'Enter building yard, 25 chars: '.
           ACCEPT WS-YARD-NAME.
           PERFORM UNTIL WS-YARD-NAME NOT = SPACES
               DISPLAY 'YARD IS REQUIRED, ENTER BUILDING YARD: '
               ACCEPT WS-YARD-NAME
           END-PERFORM.
           DISPLAY 'Enter enemy class name, 20 chars: '.
           ACCEPT WS-CLASS.
           PERFORM CHECK-CLASS-NAME.
           DISPLAY 'Enter name if known, 20 chars, spaces if not: '.
           ACCEPT WS-NAME.
           DISPLAY 'Enter theatre she is expected to join, 20 chars: '.
           ACCEPT WS-THEATRE.
           PERFORM UNTIL WS-THEATRE NOT = SPACES
               DISPLAY 'THEATRE IS REQUIRED, ENTER THEATRE: '
               ACCEPT WS-THEATRE
           END-PERFORM.
      *Either estimate may lie ahead or already be behind her
           DISPLAY 'Enter estimated launch date, CCYYMMDD, spaces '
              'if not estimated: '.
           ACCEPT WS-EST-LAUNCH-DATE.
           IF WS-EST-LAUNCH-DATE NOT = SPACES
               MOVE WS-EST-LAUNCH-DATE TO WS-CHK-DATE
               MOVE 'Y' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-EST-LAUNCH-DATE
           END-IF.
           DISPLAY 'Enter estimated completion date, CCYYMMDD: '.
           ACCEPT WS-EST-COMPLETION-DATE.
           MOVE WS-EST-COMPLETION-DATE TO WS-CHK-DATE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-EST-COMPLETION-DATE.
           PERFORM UNTIL WS-EST-LAUNCH-DATE = SPACES
              OR WS-EST-COMPLETION-DATE NOT < WS-EST-LAUNCH-DATE
               DISPLAY 'COMPLETION BEFORE LAUNCH ' WS-EST-LAUNCH-DATE
               DISPLAY 'Enter estimated completion date, CCYYMMDD: '
               ACCEPT WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-EST-COMPLETION-DATE
           END-PERFORM.
           DISPLAY 'Enter confidence grade, A-E: '.
           ACCEPT WS-CONFIDENCE.
           PERFORM UNTIL WS-CONFIDENCE = 'A' OR WS-CONFIDENCE = 'B'
              OR WS-CONFIDENCE = 'C' OR WS-CONFIDENCE = 'D'
              OR WS-CONFIDENCE = 'E'
               DISPLAY 'INVALID GRADE, ENTER A-E: '
               ACCEPT WS-CONFIDENCE
           END-PERFORM.
           DISPLAY 'Enter state, B building, C completed (now on '
              'ENMYSHP), X withdrawn: '.
           ACCEPT WS-STATE.
           PERFORM UNTIL WS-STATE = 'B' OR WS-STATE = 'C'
              OR WS-STATE = 'X'
               DISPLAY 'INVALID STATE, ENTER B, C OR X: '
               ACCEPT WS-STATE
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-ASSESSED-DATE.

      *Re-prompts until the class is one the ENMCLS reference
      *carries, the same re-prompt shape as ENEMYSH's class check
       CHECK-CLASS-NAME.
           IF WS-ECL-AVAILABLE = 'y'
               MOVE '99' TO WS-ECL-FILE-STATUS
               PERFORM UNTIL WS-ECL-FILE-STATUS = '00'
                   MOVE WS-CLASS TO ECL-CLASS-NAME
                   READ ENEMY-CLASSES RECORD KEY ECL-CLASS-NAME
                   IF WS-ECL-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED ENEMY CLASS ' WS-CLASS
                       DISPLAY 'Enter enemy class name, 20 chars: '
                       ACCEPT WS-CLASS
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
