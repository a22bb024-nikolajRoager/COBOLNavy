      *This program maintains the crew/personnel roster, keyed by ship
      *UID and service number, so relieving an officer doesn't mean
      *overwriting SHIP-CAPTAIN and losing who held the billet before.
      *Every roster change also posts the man's rank or rate (proved
      *against the RANKREF reference through GETRNK) and seniority
      *date to his RANKSEN seniority row, with the hull he is borne
      *in, so the Navy List never falls out of step with the roster.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *Rank and seniority per service number; see SENREG
           SELECT SENIORITY-FILE ASSIGN TO RANKSEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEN-SVC-NR
           FILE STATUS IS WS-SEN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
                10 ROSTER-DATE-ASSIGNED PIC X(8).
                10 ROSTER-DATE-RELIEVED PIC X(8).
                10 ROSTER-STATUS PIC X(8).
       FD  SENIORITY-FILE.
       COPY SENREG.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-SEN-FILE-STATUS PIC XX.
       01 WS-SEN-AVAILABLE PIC X VALUE 'n'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RANK-CODE PIC X(6).
       01 WS-NEW-RANK-CODE PIC X(6).
       01 WS-SENIORITY-DATE PIC X(8).
      *Common rank lookup plumbing; see GETRNK
       01 WS-RNK-RESULT PIC X(1).
       01 WS-RNK-TITLE PIC X(25).
       01 WS-RNK-CLASS PIC X(1).
       01 WS-RNK-PRECEDENCE PIC 9(3).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, UID CANNOT '
                  'BE VERIFIED, STATUS ' WS-SHIP-FILE-STATUS
           END-IF.
           PERFORM OPEN-SENIORITY-FILE.
           PERFORM ADD-OR-UPDATE-ROSTER.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-SEN-AVAILABLE = 'y'
               CLOSE SENIORITY-FILE
           END-IF.
           CLOSE CREW-ROSTER.
           GOBACK.

           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
               IF WS-SEN-AVAILABLE = 'y'
                   PERFORM POST-SENIORITY
               END-IF
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *Same 35-means-not-created-yet idiom as the masters; without
      *the file the roster change still goes through, unranked
       OPEN-SENIORITY-FILE.
           OPEN I-O SENIORITY-FILE.
           IF WS-SEN-FILE-STATUS = '35'
               OPEN OUTPUT SENIORITY-FILE
               CLOSE SENIORITY-FILE
               OPEN I-O SENIORITY-FILE
           END-IF.
           IF WS-SEN-FILE-STATUS = '00' OR WS-SEN-FILE-STATUS = '97'
               MOVE 'y' TO WS-SEN-AVAILABLE
           ELSE
               DISPLAY 'WARNING: RANKSEN NOT AVAILABLE, RANK AND '
                  'SENIORITY NOT POSTED, STATUS ' WS-SEN-FILE-STATUS
           END-IF.

      *The seniority row follows the roster row just written: the
      *hull is his current one while the row is open, and is
      *cleared when the row that named it is closed
       POST-SENIORITY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-SVC-NR TO SEN-SVC-NR.
           READ SENIORITY-FILE RECORD KEY SEN-SVC-NR
           INVALID KEY
               MOVE SPACES TO SEN-CURRENT-UID
           END-READ.
           MOVE WS-SVC-NR TO SEN-SVC-NR.
           MOVE WS-NAME TO SEN-NAME.
           MOVE WS-RANK-CODE TO SEN-RANK-CODE.
           MOVE WS-SENIORITY-DATE TO SEN-SENIORITY-DATE.
           IF WS-DATE-RELIEVED = SPACES
               MOVE WS-UID TO SEN-CURRENT-UID
           ELSE
               IF SEN-CURRENT-UID = WS-UID
                   MOVE SPACES TO SEN-CURRENT-UID
               END-IF
           END-IF.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO SEN-LAST-CHANGED.
           WRITE SENIORITY-RECORD
           INVALID KEY
               REWRITE SENIORITY-RECORD
           END-WRITE.
           IF WS-SEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: SENIORITY POST FAILED, STATUS '
                  WS-SEN-FILE-STATUS
           END-IF.

       LOAD-ROSTER.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           ACCEPT WS-SVC-NR.
           DISPLAY 'Enter officer name, 25 chars: '.
           ACCEPT WS-NAME.
           IF WS-SEN-AVAILABLE = 'y'
               PERFORM LOAD-RANK-AND-SENIORITY
           END-IF.
           DISPLAY 'Enter billet (Captain/XO/Engineering/... ) 20 chars'.
           ACCEPT WS-BILLET.
           DISPLAY 'Enter date assigned, CCYYMMDD: '.
           DISPLAY 'Enter status (Active/Relieved), 8 chars: '.
           ACCEPT WS-STATUS.

      *The rank on file is offered as the default; a new rank needs
      *the date seniority in it was taken
       LOAD-RANK-AND-SENIORITY.
           MOVE SPACES TO WS-RANK-CODE.
           MOVE SPACES TO WS-SENIORITY-DATE.
           MOVE WS-SVC-NR TO SEN-SVC-NR.
           READ SENIORITY-FILE RECORD KEY SEN-SVC-NR
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SEN-RANK-CODE TO WS-RANK-CODE
               MOVE SEN-SENIORITY-DATE TO WS-SENIORITY-DATE
               DISPLAY WS-SVC-NR ' ON FILE AS ' SEN-RANK-CODE
                  ', SENIORITY ' SEN-SENIORITY-DATE
           END-READ.
           DISPLAY 'Enter rank/rate code, 6 chars, spaces to keep '
              'the rank on file: '.
           ACCEPT WS-NEW-RANK-CODE.
           PERFORM UNTIL WS-NEW-RANK-CODE NOT = SPACES
              OR WS-RANK-CODE NOT = SPACES
               DISPLAY 'NO RANK ON FILE, ENTER RANK/RATE CODE: '
               ACCEPT WS-NEW-RANK-CODE
           END-PERFORM.
           IF WS-NEW-RANK-CODE NOT = SPACES
              AND WS-NEW-RANK-CODE NOT = WS-RANK-CODE
               PERFORM CHECK-RANK-CODE
               MOVE WS-NEW-RANK-CODE TO WS-RANK-CODE
               MOVE SPACES TO WS-SENIORITY-DATE
           END-IF.
           IF WS-SENIORITY-DATE = SPACES
               DISPLAY 'Enter seniority date in the rank, CCYYMMDD: '
               ACCEPT WS-SENIORITY-DATE
               MOVE WS-SENIORITY-DATE TO WS-CHK-DATE
               MOVE 'N' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-SENIORITY-DATE
           END-IF.

      *Re-prompts until GETRNK knows the code; with the reference
      *unavailable the code is taken unchecked, with a warning
       CHECK-RANK-CODE.
           CALL 'GETRNK' USING WS-NEW-RANK-CODE, WS-RNK-RESULT,
              WS-RNK-TITLE, WS-RNK-CLASS, WS-RNK-PRECEDENCE.
           PERFORM UNTIL WS-RNK-RESULT NOT = 'N'
               DISPLAY 'RANK/RATE ' WS-NEW-RANK-CODE ' NOT ON '
                  'RANKREF, RE-ENTER: '
               ACCEPT WS-NEW-RANK-CODE
               CALL 'GETRNK' USING WS-NEW-RANK-CODE, WS-RNK-RESULT,
                  WS-RNK-TITLE, WS-RNK-CLASS, WS-RNK-PRECEDENCE
           END-PERFORM.
           IF WS-RNK-RESULT = 'U'
               DISPLAY 'WARNING: RANKREF NOT AVAILABLE, RANK '
                  WS-NEW-RANK-CODE ' TAKEN UNCHECKED'
           ELSE
               DISPLAY WS-NEW-RANK-CODE ' -> ' WS-RNK-TITLE
           END-IF.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one (and not in the future
      *unless the caller said future is fine)
