       01 WS-SEARCH-UID PIC X(12).
       01 WS-SHIP-FOUND PIC X VALUE 'n'.
       01 WS-EVENT-COUNT PIC 9(6) VALUE 0.
      *Read-access log plumbing; see LOGREAD
       01 WS-OPERATOR-ID PIC X(12).
      *Sign-on check; see CHKOPER
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
       01 WS-ACC-PROGRAM PIC X(8) VALUE 'DOSSIER'.
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
           DISPLAY 'Enter ship UID for dossier, 12 chars: '.
           ACCEPT WS-SEARCH-UID.
           PERFORM PRINT-SHIP-DETAILS.
           DISPLAY '  MAIN GUNS: ' SHIP-MAIN-GUN-NR
              '  SECONDARY: ' SHIP-SECONDARY-NR
              '  TORPEDOES: ' SHIP-TORPEDOES.
      *The captain's name makes this block personnel data
           MOVE SPACES TO WS-ACC-SVC-NR.
           MOVE UID TO WS-ACC-UID.
           PERFORM LOG-READ-ACCESS.

      *One pass over each history file, releasing only this hull's
      *rows, each pre-formatted into the dossier line it will print as
                          SD-EVENT-TEXT
               END-RETURN
           END-PERFORM.

      *Every look at a man's record leaves a row on ACCLOG
       LOG-READ-ACCESS.
           CALL 'LOGREAD' USING WS-OPERATOR-ID, WS-ACC-PROGRAM,
              WS-ACC-SVC-NR, WS-ACC-UID.
