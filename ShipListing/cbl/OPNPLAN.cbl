      *This program maintains the operation plan master: a major
      *operation used to be nothing but a crowd of ORDERS, SAILSCH
      *and TASKFRC entries that happened to share a date, and when
      *D-day slipped every one of them was re-keyed by hand. One
      *record per operation name carries its D-day, the authority,
      *and up to nine phases, each opening on a day given relative
      *to D-day. OPNLINK ties the operation's orders, sailings and
      *forces to it at their own D+n or D-n, OPNSLIP moves D-day and
      *everything linked with it, and OPNSTAT reports progress
      *phase by phase. D-day is changed through OPNSLIP only; an
      *operation already on file keeps its D-day here.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OPNPLAN.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATION-PLANS ASSIGN TO OPNPLN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPN-NAME
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OPERATION-PLANS.
       COPY OPNREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ON-FILE PIC X VALUE 'n'.
       01 WS-IDX PIC 99.
       01 WS-PHASES-DONE PIC X.
       01 WS-PHASE-NAME PIC X(20).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *A day relative to D-day as the operator types it, e.g. -003
       01 WS-OFFSET-TEXT PIC X(4).
       01 WS-VALID-OFFSET PIC X.
       01 WS-OPERATION.
           05 WS-NAME PIC X(20).
           05 WS-D-DAY PIC X(8).
           05 WS-AUTHORITY PIC X(25).
           05 WS-PHASE-COUNT PIC 9.
           05 WS-PHASE OCCURS 9 TIMES.
                10 WS-PHASE-TBL-NAME PIC X(20).
                10 WS-PHASE-SIGN PIC X(1).
                10 WS-PHASE-DAYS PIC 9(3).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O OPERATION-PLANS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT OPERATION-PLANS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-OPERATION.
           CLOSE OPERATION-PLANS.
           GOBACK.

       ADD-OR-UPDATE-OPERATION.
           PERFORM LOAD-OPERATION.
           MOVE WS-OPERATION TO OPERATION-PLAN-RECORD.
           WRITE OPERATION-PLAN-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE OPERATION-PLAN-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *Moving D-day here would leave every linked order and sailing
      *on the old date, so an operation on file keeps the D-day it
      *has and only its authority and phases are re-entered
       LOAD-OPERATION.
           DISPLAY 'Enter operation name, 20 chars: '.
           ACCEPT WS-NAME.
           PERFORM UNTIL WS-NAME NOT = SPACES
               DISPLAY 'AN OPERATION NAME CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-NAME
           END-PERFORM.
           MOVE 'n' TO WS-ON-FILE.
           MOVE WS-NAME TO OPN-NAME.
           READ OPERATION-PLANS RECORD KEY OPN-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'y' TO WS-ON-FILE
               MOVE OPN-D-DAY TO WS-D-DAY
               DISPLAY 'OPERATION ON FILE, D-DAY ' WS-D-DAY
                  ' (MOVE IT WITH OPNSLIP)'
           END-READ.
           IF WS-ON-FILE = 'n'
               DISPLAY 'Enter D-day, CCYYMMDD: '
               ACCEPT WS-D-DAY
               MOVE WS-D-DAY TO WS-CHK-DATE
               MOVE 'Y' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-D-DAY
           END-IF.
           DISPLAY 'Enter planning authority, 25 chars: '.
           ACCEPT WS-AUTHORITY.
           PERFORM LOAD-PHASES.

      *Up to nine phases; a blank phase name ends the list, but an
      *operation has at least one phase
       LOAD-PHASES.
           MOVE 0 TO WS-PHASE-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
               MOVE SPACES TO WS-PHASE-TBL-NAME(WS-IDX)
               MOVE SPACES TO WS-PHASE-SIGN(WS-IDX)
               MOVE 0 TO WS-PHASE-DAYS(WS-IDX)
           END-PERFORM.
           MOVE 'N' TO WS-PHASES-DONE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 9 OR WS-PHASES-DONE = 'Y'
               DISPLAY 'Enter name of phase ' WS-IDX
                  ', 20 chars (blank to end): '
               ACCEPT WS-PHASE-NAME
               IF WS-PHASE-NAME = SPACES
                   IF WS-PHASE-COUNT > 0
                       MOVE 'Y' TO WS-PHASES-DONE
                   ELSE
                       DISPLAY 'AN OPERATION NEEDS AT LEAST ONE PHASE'
                       SUBTRACT 1 FROM WS-IDX
                   END-IF
               ELSE
                   ADD 1 TO WS-PHASE-COUNT
                   MOVE WS-PHASE-NAME
                      TO WS-PHASE-TBL-NAME(WS-PHASE-COUNT)
                   DISPLAY 'Enter day the phase opens, D-day '
                      'relative, e.g. -003 or +005: '
                   ACCEPT WS-OFFSET-TEXT
                   PERFORM CHECK-OFFSET-FIELD
                   MOVE WS-OFFSET-TEXT(1:1)
                      TO WS-PHASE-SIGN(WS-PHASE-COUNT)
                   MOVE WS-OFFSET-TEXT(2:3)
                      TO WS-PHASE-DAYS(WS-PHASE-COUNT)
               END-IF
           END-PERFORM.

      *A sign and three digits; D-day itself is +000
       CHECK-OFFSET-FIELD.
           MOVE 'n' TO WS-VALID-OFFSET.
           PERFORM UNTIL WS-VALID-OFFSET = 'y'
               IF (WS-OFFSET-TEXT(1:1) = '+'
                  OR WS-OFFSET-TEXT(1:1) = '-')
                  AND WS-OFFSET-TEXT(2:3) IS NUMERIC
                   MOVE 'y' TO WS-VALID-OFFSET
               ELSE
                   DISPLAY 'INVALID DAY ' WS-OFFSET-TEXT
                      ', RE-ENTER SIGN AND 3 DIGITS: '
                   ACCEPT WS-OFFSET-TEXT
               END-IF
           END-PERFORM.

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
