                10 WS-ENG-DATE PIC X(8).
           05 WS-OUTCOME PIC X(1).
           05 WS-DISPOSITION PIC X(25).
      *Read-access log plumbing; see LOGREAD
       01 WS-OPERATOR-ID PIC X(12).
      *Sign-on check; see CHKOPER
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
       01 WS-ACC-PROGRAM PIC X(8) VALUE 'CASDTL'.
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
           OPEN I-O CASUALTY-DETAILS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-ENG-DATE.
           PERFORM PROVE-ROSTER-MEMBERSHIP.
           MOVE WS-SVC-NR TO WS-ACC-SVC-NR.
           MOVE WS-ENG-UID TO WS-ACC-UID.
           PERFORM LOG-READ-ACCESS.
           PERFORM CHECK-ENGAGEMENT-EXISTS.
           DISPLAY 'Enter outcome, K/W/M/R: '.
           ACCEPT WS-OUTCOME.
               CALL 'CHKDATE' USING WS-CHK-DATE,
                  WS-CHK-ALLOW-FUTURE, WS-CHK-DATE-RESULT
           END-PERFORM.

      *Every look at a man's record leaves a row on ACCLOG
       LOG-READ-ACCESS.
           CALL 'LOGREAD' USING WS-OPERATOR-ID, WS-ACC-PROGRAM,
              WS-ACC-SVC-NR, WS-ACC-UID.
