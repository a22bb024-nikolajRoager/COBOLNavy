      *AUD-FIELDS-CHANGED that ADDSH writes whenever SHIP-CAPTAIN
      *changes, dated to the day command passed -- so a command
      *history no longer has to be reconstructed by hand from
      *SHIP-CAPTAIN snapshots. Each service number found is shown
      *with its present rank and seniority from RANKSEN, so a board
      *can tell a lieutenant from a commander of the same name.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
      *Rank and seniority per service number; see SENREG
           SELECT SENIORITY-FILE ASSIGN TO RANKSEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEN-SVC-NR
           FILE STATUS IS WS-SEN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *of OTHER-DATA rides along unnamed
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  SENIORITY-FILE.
       COPY SENREG.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CAPTAIN-HITS PIC 9(4) VALUE 0.
       01 WS-CAPTAIN-TALLY PIC 9(4).
       01 WS-ECHO-NAME PIC X(20).
       01 WS-SEN-FILE-STATUS PIC XX.
       01 WS-SEN-AVAILABLE PIC X VALUE 'n'.
       01 WS-RANKED-SVC-NR PIC X(10) VALUE SPACES.
      *Common rank lookup plumbing; see GETRNK
       01 WS-RNK-RESULT PIC X(1).
       01 WS-RNK-TITLE PIC X(25).
       01 WS-RNK-CLASS PIC X(1).
       01 WS-RNK-PRECEDENCE PIC 9(3).
      *Read-access log plumbing; see LOGREAD
       01 WS-OPERATOR-ID PIC X(12).
      *Sign-on check; see CHKOPER
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
       01 WS-ACC-PROGRAM PIC X(8) VALUE 'CMDHIST'.
       01 WS-ACC-SVC-NR PIC X(10).
       01 WS-ACC-UID PIC X(12).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           DISPLAY 'Enter operator ID, 12 chars: '.
           ACCEPT WS-OPERATOR-ID.
      *Sign-on check against the OPERMST security master, so that
      *every lookup on ACCLOG is logged under a proven operator
           MOVE 'ADD  ' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OPERATOR-ID,
              WS-CHK-RESULT.
           IF WS-CHK-RESULT = 'N'
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' NOT AUTHORIZED, '
                  'SIGN-ON REFUSED'
               GOBACK
           END-IF.
           IF WS-CHK-RESULT = 'U'
               DISPLAY 'WARNING: OPERATOR MASTER NOT AVAILABLE, '
                  'PROCEEDING UNCHECKED'
           END-IF.
           DISPLAY 'Enter officer name, 25 chars: '.
           ACCEPT WS-SEARCH-NAME.
           OPEN INPUT ALLIED-SHIPS.
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, SHIP NAMES '
                  'CANNOT BE ECHOED, STATUS ' WS-FILE-STATUS
           END-IF.
           OPEN INPUT SENIORITY-FILE.
           IF WS-SEN-FILE-STATUS = '00' OR WS-SEN-FILE-STATUS = '97'
               MOVE 'y' TO WS-SEN-AVAILABLE
           END-IF.
           DISPLAY 'COMMAND AND SERVICE HISTORY FOR ' WS-SEARCH-NAME.
           PERFORM LIST-ROSTER-SERVICE.
           PERFORM LIST-CAPTAIN-CHANGES.
           IF WS-SHIPS-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-SEN-AVAILABLE = 'y'
               CLOSE SENIORITY-FILE
           END-IF.
           DISPLAY ' '.
           DISPLAY 'ROSTER ENTRIES FOUND:         ' WS-ROSTER-HITS.
           DISPLAY 'CAPTAIN-CHANGE AUDIT ENTRIES: ' WS-CAPTAIN-HITS.
           END-IF.

       PRINT-ROSTER-ENTRY.
           IF WS-SEN-AVAILABLE = 'y'
              AND ROSTER-SVC-NR NOT = WS-RANKED-SVC-NR
               PERFORM SHOW-RANK
           END-IF.
           PERFORM ECHO-SHIP-NAME.
           MOVE ROSTER-SVC-NR TO WS-ACC-SVC-NR.
           MOVE ROSTER-UID TO WS-ACC-UID.
           PERFORM LOG-READ-ACCESS.
           IF ROSTER-DATE-RELIEVED = SPACES
               DISPLAY '  ' ROSTER-UID ' ' WS-ECHO-NAME ' '
                  ROSTER-BILLET ' FROM ' ROSTER-DATE-ASSIGNED
               NOT INVALID KEY
                   IF SHIP-CAPTAIN = WS-SEARCH-NAME
                       ADD 1 TO WS-CAPTAIN-HITS
                       MOVE SPACES TO WS-ACC-SVC-NR
                       MOVE AUD-UID TO WS-ACC-UID
                       PERFORM LOG-READ-ACCESS
                       DISPLAY '  ' AUD-UID ' ' SHIP-NAME
                          ' CAPTAIN CHANGED ' AUD-DATE
                          ' (NOW COMMANDED BY THIS OFFICER)'
               END-READ
           END-IF.

      *Present rank and seniority of the service number, shown once
      *whenever the roster rows move on to another service number
       SHOW-RANK.
           MOVE ROSTER-SVC-NR TO WS-RANKED-SVC-NR.
           MOVE ROSTER-SVC-NR TO SEN-SVC-NR.
           READ SENIORITY-FILE RECORD KEY SEN-SVC-NR
           INVALID KEY
               DISPLAY '  SERVICE NR ' ROSTER-SVC-NR
                  ': NO RANK ON FILE'
           NOT INVALID KEY
               CALL 'GETRNK' USING SEN-RANK-CODE, WS-RNK-RESULT,
                  WS-RNK-TITLE, WS-RNK-CLASS, WS-RNK-PRECEDENCE
               IF WS-RNK-RESULT NOT = 'Y'
                   MOVE SEN-RANK-CODE TO WS-RNK-TITLE
               END-IF
               DISPLAY '  SERVICE NR ' ROSTER-SVC-NR ': '
                  WS-RNK-TITLE ' SENIORITY ' SEN-SENIORITY-DATE
           END-READ.

      *Keyed name echo so each roster line reads as a ship, not a UID
       ECHO-SHIP-NAME.
           MOVE SPACES TO WS-ECHO-NAME.
                   MOVE SHIP-NAME TO WS-ECHO-NAME
               END-READ
           END-IF.

      *Every look at a man's record leaves a row on ACCLOG
       LOG-READ-ACCESS.
           CALL 'LOGREAD' USING WS-OPERATOR-ID, WS-ACC-PROGRAM,
              WS-ACC-SVC-NR, WS-ACC-UID.
