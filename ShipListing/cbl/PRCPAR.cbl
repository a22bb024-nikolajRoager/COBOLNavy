      *This program maintains the practice par reference: one
      *record per ship class and practice type (full-calibre shoot,
      *AA practice, A/S attack exercise) with the score a hull of
      *that class is expected to make. A practice score means
      *nothing on its own -- a destroyer's full-calibre shoot is
      *not a battleship's -- so PRCLOG scores every result against
      *its class par from here.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRCPAR.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRACTICE-PARS ASSIGN TO PRCPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAR-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRACTICE-PARS.
       COPY PARREC.
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
       01 WS-PRACTICE-PAR.
           05 WS-KEY.
                10 WS-CLASS-NAME PIC X(20).
                10 WS-TYPE PIC X(1).
           05 WS-SCORE PIC 9(4).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O PRACTICE-PARS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT PRACTICE-PARS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-PAR.
           CLOSE PRACTICE-PARS.
           GOBACK.

       ADD-OR-UPDATE-PAR.
           PERFORM LOAD-PAR.
           MOVE WS-PRACTICE-PAR TO PRACTICE-PAR-RECORD.
           WRITE PRACTICE-PAR-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE PRACTICE-PAR-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-PAR.
           DISPLAY 'Enter ship class name, 20 chars: '.
           ACCEPT WS-CLASS-NAME.
           PERFORM CHECK-CLASS-CODE.
           DISPLAY 'Enter practice type, F=full-calibre A=AA '
              'S=A/S attack: '.
           ACCEPT WS-TYPE.
           PERFORM UNTIL WS-TYPE = 'F' OR WS-TYPE = 'A'
              OR WS-TYPE = 'S'
               DISPLAY 'INVALID TYPE, ENTER F, A OR S: '
               ACCEPT WS-TYPE
           END-PERFORM.
           DISPLAY 'Enter par score, 4 digits: '.
           ACCEPT WS-SCORE.
           PERFORM UNTIL WS-SCORE IS NUMERIC AND WS-SCORE > 0
               DISPLAY 'INVALID PAR, ENTER 4 DIGITS ABOVE ZERO: '
               ACCEPT WS-SCORE
           END-PERFORM.

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
