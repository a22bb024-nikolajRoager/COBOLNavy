      *This program maintains the amphibious lift-capacity reference
      *that sits alongside CLASS-MASTER: one record per class name
      *with the troops, vehicles and landing craft a hull of that
      *class carries. The landing ships, transports and landing-
      *craft carriers were all on ALLSHPS, but nothing said what
      *any of them could lift; LIFTPLAN now measures an operation's
      *assault waves against this reference.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LIFTCAP.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIFT-CAPACITY ASSIGN TO LIFTCDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LFC-CLASS-NAME
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LIFT-CAPACITY.
       COPY LFCREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
      *Effective-dated class lookup plumbing; see GETCLS
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-CLS-AS-OF PIC X(8).
       01 WS-CLS-RESULT PIC X(1).
       01 WS-CLS-STANDARDS.
           05 WS-CLS-STD-MAIN-GUN-NR PIC 9(3).
           05 WS-CLS-STD-MAIN-GUN-CALIBRE PIC 999V99.
           05 WS-CLS-STD-BELT-ARMOUR-MM PIC 999V99.
           05 WS-CLS-STD-DECK-ARMOUR-MM PIC 999V99.
           05 WS-CLS-STD-SPEED-KN PIC 99V99.
       01 WS-LIFT-CAPACITY.
           05 WS-CLASS-NAME PIC X(20).
           05 WS-TROOPS PIC 9(5).
           05 WS-VEHICLES PIC 9(4).
           05 WS-CRAFT PIC 9(3).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O LIFT-CAPACITY.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT LIFT-CAPACITY
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-CAPACITY.
           CLOSE LIFT-CAPACITY.
           GOBACK.

       ADD-OR-UPDATE-CAPACITY.
           PERFORM LOAD-CAPACITY.
           MOVE WS-LIFT-CAPACITY TO LIFT-CAPACITY-RECORD.
           WRITE LIFT-CAPACITY-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE LIFT-CAPACITY-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-CAPACITY.
           DISPLAY 'Enter ship class name, 20 chars: '.
           ACCEPT WS-CLASS-NAME.
           PERFORM CHECK-CLASS-CODE.
           DISPLAY 'Enter troops carried, 5 digits: '.
           ACCEPT WS-TROOPS.
           DISPLAY 'Enter vehicles carried, 4 digits: '.
           ACCEPT WS-VEHICLES.
           DISPLAY 'Enter landing craft carried, 3 digits: '.
           ACCEPT WS-CRAFT.

      *The class must have a CLSMSTR baseline row in force today;
      *the lookup goes through the shared effective-dated GETCLS
       CHECK-CLASS-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CLS-AS-OF.
           CALL 'GETCLS' USING WS-CLASS-NAME, WS-CLS-AS-OF,
              WS-CLS-RESULT, WS-CLS-STANDARDS.
           IF WS-CLS-RESULT = 'U'
               DISPLAY 'WARNING: CLASS-MASTER NOT AVAILABLE, '
                  'SKIPPING CLASS VALIDATION'
           ELSE
               PERFORM UNTIL WS-CLS-RESULT NOT = 'N'
                   DISPLAY 'UNRECOGNIZED SHIP CLASS ' WS-CLASS-NAME
                   DISPLAY 'Enter ship class name, 20 chars: '
                   ACCEPT WS-CLASS-NAME
                   CALL 'GETCLS' USING WS-CLASS-NAME, WS-CLS-AS-OF,
                      WS-CLS-RESULT, WS-CLS-STANDARDS
               END-PERFORM
           END-IF.
