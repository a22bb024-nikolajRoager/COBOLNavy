      *This program captures the defaulters register: the captain's
      *table and warrant punishments each ship kept only in her own
      *book, so command saw nothing until a ship had a morale
      *problem. One row per award, keyed on service number and date,
      *with the hull, offence code, punishment, and awarding officer.
      *The hull is proved against ALLSHPS; the man is echoed from
      *his CREWROST row on that hull when he has one.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DEFREG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFAULTERS ASSIGN TO DEFAULTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEF-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here only to prove the entered
      *UID exists and echo the ship's name back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DEFAULTERS.
       COPY DEFREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  CREW-ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-KEY.
                10 ROSTER-UID PIC X(12).
                10 ROSTER-SVC-NR PIC X(10).
           05 ROSTER-DATA.
                10 ROSTER-NAME PIC X(25).
                10 ROSTER-BILLET PIC X(20).
                10 ROSTER-DATE-ASSIGNED PIC X(8).
                10 ROSTER-DATE-RELIEVED PIC X(8).
                10 ROSTER-STATUS PIC X(8).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-ROST-AVAILABLE PIC X VALUE 'n'.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-DEFAULTER.
           05 WS-KEY.
                10 WS-SVC-NR PIC X(10).
                10 WS-DATE PIC X(8).
                10 WS-SEQ PIC 9(1).
           05 WS-UID PIC X(12).
           05 WS-OFFENCE-CODE PIC X(6).
           05 WS-AWARD-LEVEL PIC X(1).
           05 WS-PUNISHMENT PIC X(30).
           05 WS-AWARDING-OFFICER PIC X(25).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O DEFAULTERS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT DEFAULTERS
                 CLOSE DEFAULTERS
                 OPEN I-O DEFAULTERS
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
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS = '00' OR WS-ROST-FILE-STATUS = '97'
               MOVE 'y' TO WS-ROST-AVAILABLE
           END-IF.
           PERFORM ADD-OR-UPDATE-DEFAULTER.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-ROST-AVAILABLE = 'y'
               CLOSE CREW-ROSTER
           END-IF.
           CLOSE DEFAULTERS.
           GOBACK.

       ADD-OR-UPDATE-DEFAULTER.
           PERFORM LOAD-DEFAULTER.
           MOVE WS-DEFAULTER TO DEFAULTER-RECORD.
           WRITE DEFAULTER-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE DEFAULTER-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-DEFAULTER.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter service number, 10 chars: '.
           ACCEPT WS-SVC-NR.
           PERFORM ECHO-MAN.
           DISPLAY 'Enter date of the award, CCYYMMDD: '.
           ACCEPT WS-DATE.
           MOVE WS-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE.
           DISPLAY 'Enter award number that day, 1 digit, 1 unless '
              'a second award: '.
           ACCEPT WS-SEQ.
           DISPLAY 'Enter offence code, 6 chars: '.
           ACCEPT WS-OFFENCE-CODE.
           DISPLAY 'Enter award level, C = captain''s table, '
              'W = warrant: '.
           ACCEPT WS-AWARD-LEVEL.
           IF WS-AWARD-LEVEL = 'c' MOVE 'C' TO WS-AWARD-LEVEL END-IF.
           IF WS-AWARD-LEVEL = 'w' MOVE 'W' TO WS-AWARD-LEVEL END-IF.
           PERFORM UNTIL WS-AWARD-LEVEL = 'C' OR WS-AWARD-LEVEL = 'W'
               DISPLAY 'ENTER C OR W: '
               ACCEPT WS-AWARD-LEVEL
           END-PERFORM.
           DISPLAY 'Enter punishment awarded, 30 chars: '.
           ACCEPT WS-PUNISHMENT.
           DISPLAY 'Enter awarding officer, 25 chars: '.
           ACCEPT WS-AWARDING-OFFICER.

      *A man not (or no longer) on the hull's roster is still taken
      *-- the award may follow his draft -- but the operator is told
       ECHO-MAN.
           IF WS-ROST-AVAILABLE = 'y'
               MOVE WS-UID TO ROSTER-UID
               MOVE WS-SVC-NR TO ROSTER-SVC-NR
               READ CREW-ROSTER RECORD KEY ROSTER-KEY
               INVALID KEY
                   DISPLAY 'NOTE: ' WS-SVC-NR ' IS NOT ON THE ROSTER '
                      'OF ' WS-UID
               NOT INVALID KEY
                   DISPLAY WS-SVC-NR ' -> ' ROSTER-NAME ' '
                      ROSTER-BILLET
               END-READ
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
