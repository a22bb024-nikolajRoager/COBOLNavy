      *This program raises and clears operational defects (OPDEFs):
      *a ship with one boiler down or her radar unserviceable was
      *still 'Operational' with her full speed and fit on ALLSHPS,
      *and the planners planned on capabilities she did not have.
      *One record per UID (proven on ALLSHPS), date raised and
      *equipment or system carries what is wrong, the restriction
      *it puts on her -- a maximum speed, a sensor out, main or
      *secondary guns out of action, each checked against her own
      *figures -- and the date the rectification is expected.
      *Keying an existing OPDEF again offers to clear it with the
      *date it was put right; otherwise its details are re-keyed.
      *GETOPDF folds the open ones into the figures TFPLAN,
      *SAILSCHD and READYGRD use, and OPDRPT lists them nightly.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OPDREG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPDEFS ASSIGN TO OPDEFDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPD-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here to prove the entered UID
      *exists and to check the restriction against her own figures
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OPDEFS.
       COPY OPDREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FOUND PIC X VALUE 'n'.
       01 WS-ON-FILE PIC X.
       01 WS-ANSWER PIC X.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-OPDEF.
           05 WS-KEY.
                10 WS-UID PIC X(12).
                10 WS-RAISED-DATE PIC X(8).
                10 WS-EQUIPMENT PIC X(20).
           05 WS-DEFECT PIC X(40).
           05 WS-RESTRICTION.
                10 WS-MAX-SPEED-KN PIC 99V99.
                10 WS-SENSOR-OUT PIC X(1).
                10 WS-MAIN-GUNS-OUT PIC 9(3).
                10 WS-SECONDARY-GUNS-OUT PIC 9(3).
           05 WS-EXPECTED-DATE PIC X(8).
           05 WS-CLEARED-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O OPDEFS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT OPDEFS
                 CLOSE OPDEFS
                 OPEN I-O OPDEFS
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
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, UID AND '
                  'RESTRICTION CANNOT BE VERIFIED, STATUS '
                  WS-SHIP-FILE-STATUS
           END-IF.
           PERFORM ADD-OR-UPDATE-OPDEF.
           CLOSE OPDEFS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-OPDEF.
           PERFORM LOAD-OPDEF-KEY.
           MOVE WS-KEY TO OPD-KEY.
           MOVE 'Y' TO WS-ON-FILE.
           READ OPDEFS RECORD KEY OPD-KEY
           INVALID KEY
               MOVE 'N' TO WS-ON-FILE
           END-READ.
           MOVE 'N' TO WS-ANSWER.
           IF WS-ON-FILE = 'Y'
               MOVE OPDEF-RECORD TO WS-OPDEF
               DISPLAY 'OPDEF ON FILE: ' WS-DEFECT
               IF WS-CLEARED-DATE = SPACES
                   DISPLAY '  OPEN, RECTIFICATION EXPECTED '
                      WS-EXPECTED-DATE
                   DISPLAY 'Clear this OPDEF? Y/N: '
                   ACCEPT WS-ANSWER
               ELSE
                   DISPLAY '  CLEARED ' WS-CLEARED-DATE
               END-IF
           END-IF.
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM LOAD-CLEARED-DATE
           ELSE
               PERFORM LOAD-OPDEF-DETAILS
           END-IF.
           MOVE WS-OPDEF TO OPDEF-RECORD.
           WRITE OPDEF-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE OPDEF-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-OPDEF-KEY.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter date raised, CCYYMMDD: '.
           ACCEPT WS-RAISED-DATE.
           MOVE WS-RAISED-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-RAISED-DATE.
           DISPLAY 'Enter equipment or system, 20 chars: '.
           ACCEPT WS-EQUIPMENT.
           PERFORM UNTIL WS-EQUIPMENT NOT = SPACES
               DISPLAY 'EQUIPMENT CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-EQUIPMENT
           END-PERFORM.

      *The restriction is checked against her own figures where the
      *master is to hand: a speed limit at or above her speed limits
      *nothing, and she cannot lose more guns than she mounts
       LOAD-OPDEF-DETAILS.
           DISPLAY 'Enter defect, 40 chars: '.
           ACCEPT WS-DEFECT.
           DISPLAY 'Enter maximum speed in knots (example 18.00), '
              '0 if not limited: '.
           ACCEPT WS-MAX-SPEED-KN.
           IF WS-SHIP-FOUND = 'y' AND WS-MAX-SPEED-KN > 0
              AND WS-MAX-SPEED-KN >= SHIP-SPEED-KN
               DISPLAY 'WARNING: ' WS-MAX-SPEED-KN ' KN IS NOT BELOW '
                  'HER ' SHIP-SPEED-KN ' KN, SPEED NOT LIMITED'
               MOVE 0 TO WS-MAX-SPEED-KN
           END-IF.
           DISPLAY 'Enter sensor out, R radar, S sonar, B both, '
              'space for none: '.
           ACCEPT WS-SENSOR-OUT.
           PERFORM UNTIL WS-SENSOR-OUT = 'R' OR WS-SENSOR-OUT = 'S'
              OR WS-SENSOR-OUT = 'B' OR WS-SENSOR-OUT = SPACE
               DISPLAY 'INVALID SENSOR, RE-ENTER R, S, B OR SPACE: '
               ACCEPT WS-SENSOR-OUT
           END-PERFORM.
           DISPLAY 'Enter main guns out of action, 3 digits: '.
           ACCEPT WS-MAIN-GUNS-OUT.
           IF WS-SHIP-FOUND = 'y'
               PERFORM UNTIL WS-MAIN-GUNS-OUT <= SHIP-MAIN-GUN-NR
                   DISPLAY 'SHE MOUNTS ONLY ' SHIP-MAIN-GUN-NR
                      ' MAIN GUNS, RE-ENTER: '
                   ACCEPT WS-MAIN-GUNS-OUT
               END-PERFORM
           END-IF.
           DISPLAY 'Enter secondary guns out of action, 3 digits: '.
           ACCEPT WS-SECONDARY-GUNS-OUT.
           IF WS-SHIP-FOUND = 'y'
               PERFORM UNTIL WS-SECONDARY-GUNS-OUT
                  <= SHIP-SECONDARY-NR
                   DISPLAY 'SHE MOUNTS ONLY ' SHIP-SECONDARY-NR
                      ' SECONDARY GUNS, RE-ENTER: '
                   ACCEPT WS-SECONDARY-GUNS-OUT
               END-PERFORM
           END-IF.
           DISPLAY 'Enter expected rectification date, CCYYMMDD: '.
           ACCEPT WS-EXPECTED-DATE.
           MOVE WS-EXPECTED-DATE TO WS-CHK-DATE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-EXPECTED-DATE.
           PERFORM UNTIL WS-EXPECTED-DATE >= WS-RAISED-DATE
               DISPLAY 'EXPECTED BEFORE RAISED, RE-ENTER CCYYMMDD: '
               ACCEPT WS-EXPECTED-DATE
               MOVE WS-EXPECTED-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-EXPECTED-DATE
           END-PERFORM.
           MOVE SPACES TO WS-CLEARED-DATE.

       LOAD-CLEARED-DATE.
           DISPLAY 'Enter date cleared, CCYYMMDD: '.
           ACCEPT WS-CLEARED-DATE.
           MOVE WS-CLEARED-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-CLEARED-DATE.
           PERFORM UNTIL WS-CLEARED-DATE >= WS-RAISED-DATE
               DISPLAY 'CLEARED BEFORE RAISED, RE-ENTER CCYYMMDD: '
               ACCEPT WS-CLEARED-DATE
               MOVE WS-CLEARED-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-CLEARED-DATE
           END-PERFORM.

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
                       DISPLAY WS-UID ' -> ' SHIP-NAME ', '
                          SHIP-SPEED-KN ' KN'
                       MOVE 'y' TO WS-SHIP-FOUND
                   END-IF
               END-PERFORM
           END-IF.

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
