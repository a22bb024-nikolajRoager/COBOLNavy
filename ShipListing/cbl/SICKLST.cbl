      *This program captures the medical officer's daily sick-list
      *return for one ship: for each service number on the return
      *it either opens a sick-list row (reported sick, in the sick
      *bay or landed to hospital) or, when the man already has one
      *open, records a landing to hospital or his return to duty.
      *The hull is proved against ALLSHPS and each man against his
      *open CREWROST row on that hull, so the return can't put a
      *man on the list of a ship he is not borne in. A blank
      *service number ends the return.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SICKLST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SICK-LIST ASSIGN TO SICKLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCK-KEY
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
       FD  SICK-LIST.
       COPY SICKREC.
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
       01 WS-EOF PIC X.
       01 WS-UID PIC X(12).
       01 WS-RETURN-DATE PIC X(8).
       01 WS-SVC-NR PIC X(10).
       01 WS-ON-ROSTER PIC X.
       01 WS-OPEN-FOUND PIC X.
       01 WS-OPEN-KEY PIC X(30).
       01 WS-ACTION PIC X(1).
       01 WS-LANDED PIC X(1).
       01 WS-ENTRIES PIC 9(4) VALUE 0.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O SICK-LIST.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT SICK-LIST
                 CLOSE SICK-LIST
                 OPEN I-O SICK-LIST
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
           ELSE
               DISPLAY 'WARNING: CREWROST NOT AVAILABLE, MEN CANNOT '
                  'BE VERIFIED, STATUS ' WS-ROST-FILE-STATUS
           END-IF.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter date of the return, CCYYMMDD: '.
           ACCEPT WS-RETURN-DATE.
           MOVE WS-RETURN-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-RETURN-DATE.
           MOVE 'X' TO WS-SVC-NR.
           PERFORM UNTIL WS-SVC-NR = SPACES
               DISPLAY 'Enter service number, 10 chars, spaces '
                  'to end the return: '
               ACCEPT WS-SVC-NR
               IF WS-SVC-NR NOT = SPACES
                   PERFORM TAKE-ONE-ENTRY
               END-IF
           END-PERFORM.
           DISPLAY 'SICK-LIST ENTRIES RECORDED: ' WS-ENTRIES.
           CLOSE SICK-LIST.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-ROST-AVAILABLE = 'y'
               CLOSE CREW-ROSTER
           END-IF.
           GOBACK.

       TAKE-ONE-ENTRY.
           PERFORM CHECK-ON-ROSTER.
           IF WS-ON-ROSTER = 'Y'
               PERFORM FIND-OPEN-ROW
               IF WS-OPEN-FOUND = 'Y'
                   PERFORM UPDATE-OPEN-ROW
               ELSE
                   PERFORM OPEN-SICK-ROW
               END-IF
           END-IF.

      *Only a man borne in the ship may go on her sick list; with
      *the roster unmounted he is taken on trust
       CHECK-ON-ROSTER.
           MOVE 'Y' TO WS-ON-ROSTER.
           IF WS-ROST-AVAILABLE = 'y'
               MOVE WS-UID TO ROSTER-UID
               MOVE WS-SVC-NR TO ROSTER-SVC-NR
               READ CREW-ROSTER RECORD KEY ROSTER-KEY
               INVALID KEY
                   MOVE 'N' TO WS-ON-ROSTER
                   DISPLAY WS-SVC-NR ' IS NOT ON THE ROSTER OF '
                      WS-UID ', ENTRY REFUSED'
               NOT INVALID KEY
                   IF ROSTER-DATE-RELIEVED NOT = SPACES
                       MOVE 'N' TO WS-ON-ROSTER
                       DISPLAY WS-SVC-NR ' WAS RELIEVED FROM '
                          WS-UID ' ON ' ROSTER-DATE-RELIEVED
                          ', ENTRY REFUSED'
                   ELSE
                       DISPLAY WS-SVC-NR ' -> ' ROSTER-NAME ' '
                          ROSTER-BILLET
                   END-IF
               END-READ
           END-IF.

      *The man's latest row with no return-to-duty date, if any
       FIND-OPEN-ROW.
           MOVE 'N' TO WS-OPEN-FOUND.
           MOVE WS-UID TO SCK-UID.
           MOVE WS-SVC-NR TO SCK-SVC-NR.
           MOVE SPACES TO SCK-REPORTED-DATE.
           MOVE 'N' TO WS-EOF.
           START SICK-LIST KEY >= SCK-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SICK-LIST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SCK-UID NOT = WS-UID
                          OR SCK-SVC-NR NOT = WS-SVC-NR
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF SCK-RETURN-DATE = SPACES
                               MOVE 'Y' TO WS-OPEN-FOUND
                               MOVE SCK-KEY TO WS-OPEN-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-SICK-ROW.
           MOVE WS-UID TO SCK-UID.
           MOVE WS-SVC-NR TO SCK-SVC-NR.
           MOVE WS-RETURN-DATE TO SCK-REPORTED-DATE.
           DISPLAY 'Landed to hospital? Y/N: '.
           ACCEPT WS-LANDED.
           IF WS-LANDED = 'y' MOVE 'Y' TO WS-LANDED END-IF.
           IF WS-LANDED NOT = 'Y'
               MOVE 'N' TO WS-LANDED
           END-IF.
           MOVE WS-LANDED TO SCK-LANDED-FLAG.
           MOVE SPACES TO SCK-HOSPITAL.
           IF WS-LANDED = 'Y'
               DISPLAY 'Enter hospital, 20 chars: '
               ACCEPT SCK-HOSPITAL
           END-IF.
           MOVE SPACES TO SCK-RETURN-DATE.
           WRITE SICK-LIST-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE SICK-LIST-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               ADD 1 TO WS-ENTRIES
               DISPLAY '  ON THE SICK LIST FROM ' WS-RETURN-DATE
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *An open row either lands the man or returns him to duty
       UPDATE-OPEN-ROW.
           MOVE WS-OPEN-KEY TO SCK-KEY.
           READ SICK-LIST RECORD KEY SCK-KEY
           INVALID KEY
               DISPLAY 'ERROR: SICK-LIST ROW VANISHED'
           END-READ.
           IF WS-FILE-STATUS = '00'
               DISPLAY '  ON THE LIST SINCE ' SCK-REPORTED-DATE
                  ', LANDED ' SCK-LANDED-FLAG
               DISPLAY 'R = returned to duty, L = landed to '
                  'hospital: '
               ACCEPT WS-ACTION
               IF WS-ACTION = 'r' MOVE 'R' TO WS-ACTION END-IF
               IF WS-ACTION = 'l' MOVE 'L' TO WS-ACTION END-IF
               EVALUATE WS-ACTION
                   WHEN 'R'
                       MOVE WS-RETURN-DATE TO SCK-RETURN-DATE
                   WHEN 'L'
                       MOVE 'Y' TO SCK-LANDED-FLAG
                       DISPLAY 'Enter hospital, 20 chars: '
                       ACCEPT SCK-HOSPITAL
                   WHEN OTHER
                       DISPLAY 'NO CHANGE MADE'
               END-EVALUATE
               IF WS-ACTION = 'R' OR WS-ACTION = 'L'
                   REWRITE SICK-LIST-RECORD
                   IF WS-FILE-STATUS = '00'
                       ADD 1 TO WS-ENTRIES
                       DISPLAY 'UPDATED'
                   ELSE
                       DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                          WS-FILE-STATUS
                   END-IF
               END-IF
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
