      *This program captures gunnery and A/S practice results: the
      *full-calibre shoots, AA practices, and anti-submarine attack
      *exercises were scored, but the scores stayed on the gunnery
      *officer's desk. One record per UID (proven on ALLSHPS),
      *practice type, and date holds the score and the par for the
      *ship's class from PRCPAR, so the score is read against what
      *her class is expected to make; the operator is shown the
      *result as a percentage of par. GETEFF turns these rows into
      *the ship's efficiency figure.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRCLOG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRACTICE-RESULTS ASSIGN TO PRCRES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRC-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here to prove the entered UID
      *and to find the ship's class for the par
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT PRACTICE-PARS ASSIGN TO PRCPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAR-KEY
           FILE STATUS IS WS-PAR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRACTICE-RESULTS.
       COPY PRCREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  PRACTICE-PARS.
       COPY PARREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-PAR-FILE-STATUS PIC XX.
       01 WS-PAR-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-CLASS PIC X(20) VALUE SPACES.
       01 WS-PERCENT-OF-PAR PIC 9(3).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-PRACTICE-RESULT.
           05 WS-KEY.
                10 WS-UID PIC X(12).
                10 WS-TYPE PIC X(1).
                10 WS-DATE PIC X(8).
           05 WS-SCORE PIC 9(4).
           05 WS-PAR PIC 9(4).
           05 WS-ENTERED-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O PRACTICE-RESULTS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT PRACTICE-RESULTS
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
           OPEN INPUT PRACTICE-PARS.
           IF WS-PAR-FILE-STATUS = '00' OR WS-PAR-FILE-STATUS = '97'
               MOVE 'y' TO WS-PAR-AVAILABLE
           END-IF.
           PERFORM ADD-OR-UPDATE-RESULT.
           CLOSE PRACTICE-RESULTS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-PAR-AVAILABLE = 'y'
               CLOSE PRACTICE-PARS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-RESULT.
           PERFORM LOAD-RESULT.
           MOVE WS-PRACTICE-RESULT TO PRACTICE-RESULT-RECORD.
           WRITE PRACTICE-RESULT-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE PRACTICE-RESULT-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
               PERFORM SHOW-PERCENT-OF-PAR
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-RESULT.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter practice type, F=full-calibre A=AA '
              'S=A/S attack: '.
           ACCEPT WS-TYPE.
           PERFORM UNTIL WS-TYPE = 'F' OR WS-TYPE = 'A'
              OR WS-TYPE = 'S'
               DISPLAY 'INVALID TYPE, ENTER F, A OR S: '
               ACCEPT WS-TYPE
           END-PERFORM.
           DISPLAY 'Enter practice date, CCYYMMDD: '.
           ACCEPT WS-DATE.
           MOVE WS-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE.
           DISPLAY 'Enter score, 4 digits: '.
           ACCEPT WS-SCORE.
           PERFORM UNTIL WS-SCORE IS NUMERIC
               DISPLAY 'INVALID SCORE, ENTER 4 DIGITS: '
               ACCEPT WS-SCORE
           END-PERFORM.
           PERFORM FIND-CLASS-PAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-ENTERED-DATE.

      *The par for the ship's class and this practice; with none on
      *file the score is kept with a zero par and not graded
       FIND-CLASS-PAR.
           MOVE 0 TO WS-PAR.
           IF WS-PAR-AVAILABLE = 'y' AND WS-SHIP-CLASS NOT = SPACES
               MOVE WS-SHIP-CLASS TO PAR-CLASS-NAME
               MOVE WS-TYPE TO PAR-TYPE
               READ PRACTICE-PARS RECORD KEY PAR-KEY
               IF WS-PAR-FILE-STATUS = '00'
                   MOVE PAR-SCORE TO WS-PAR
               END-IF
           END-IF.
           IF WS-PAR = 0
               DISPLAY 'NOTE: NO PRCPAR PAR FOR CLASS '
                  WS-SHIP-CLASS ' TYPE ' WS-TYPE
                  ', SCORE NOT GRADED'
           END-IF.

       SHOW-PERCENT-OF-PAR.
           IF WS-PAR > 0
               COMPUTE WS-PERCENT-OF-PAR ROUNDED =
                  WS-SCORE * 100 / WS-PAR
                  ON SIZE ERROR
                      MOVE 999 TO WS-PERCENT-OF-PAR
               END-COMPUTE
               DISPLAY 'SCORE ' WS-SCORE ' AGAINST PAR ' WS-PAR
                  ' = ' WS-PERCENT-OF-PAR '% OF PAR'
           END-IF.

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
                       DISPLAY WS-UID ' -> ' SHIP-NAME ' ('
                          SHIP-CLASS ')'
                       MOVE SHIP-CLASS TO WS-SHIP-CLASS
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
