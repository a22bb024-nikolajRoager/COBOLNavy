      *renumber, bulk runs). Every updating program checks this file
      *through CHKOPER at sign-on, so the audit trail stops accepting
      *any twelve characters anyone cares to type as an identity.
      *Each operator also carries a data scope: up to six navies and
      *six theatres whose hulls they may update (none entered means
      *every navy, or every theatre), checked by CHKOPER's SCOPE
      *function before an updating program touches a hull. The
      *operator's normal working hours are what the ACCRPT weekly
      *read-access report measures each lookup's time against.
      *An operator CHKOPER has suspended for repeated failed
      *sign-ons stays suspended through any update here; only the
      *reinstate mode lifts it, and only for a security officer
      *(the SECUR function), with a REINS row written to SIGNLOG.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT SIGNON-LOG ASSIGN TO SIGNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SGN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05 OPR-FN-DECOM PIC X(1).
           05 OPR-FN-RENUM PIC X(1).
           05 OPR-FN-BULK PIC X(1).
      *Data scope; an all-blank list means no restriction
           05 OPR-SCOPE-NAVY PIC X(4) OCCURS 6 TIMES.
           05 OPR-SCOPE-THEATRE PIC X(20) OCCURS 6 TIMES.
      *Normal working hours, HHMM from and to (a from later than
      *the to is a night watch across midnight); spaces if none set
           05 OPR-HOURS-FROM PIC X(4).
           05 OPR-HOURS-TO PIC X(4).
      *Security officer: may reinstate a suspended operator
           05 OPR-FN-SECURITY PIC X(1).
      *Y while suspended after repeated failed sign-ons
           05 OPR-SUSPENDED PIC X(1).
           05 OPR-SUSPEND-DATE PIC X(8).
           05 OPR-SUSPEND-TIME PIC X(8).
      *Failed sign-ons on OPR-FAIL-DATE; restarts each new day
           05 OPR-FAIL-DATE PIC X(8).
           05 OPR-FAIL-COUNT PIC 9(2).
       FD  SIGNON-LOG.
       01 SIGNON-LOG-RECORD.
           05 SGN-OPERATOR PIC X(12).
           05 SGN-DATE PIC X(8).
           05 SGN-TIME PIC X(8).
           05 SGN-FUNCTION PIC X(5).
           05 SGN-RESULT PIC X(8).
           05 SGN-SCOPE-UID PIC X(12).
           05 SGN-SCOPE-NAVY PIC X(4).
           05 SGN-SCOPE-THEATRE PIC X(20).
           05 SGN-ACTIONED-BY PIC X(12).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SGN-FILE-STATUS PIC XX.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-MODE PIC X.
       01 WS-OPERATOR.
           05 WS-ID PIC X(12).
           05 WS-NAME PIC X(25).
           05 WS-FN-DECOM PIC X(1).
           05 WS-FN-RENUM PIC X(1).
           05 WS-FN-BULK PIC X(1).
           05 WS-SCOPE-NAVY PIC X(4) OCCURS 6 TIMES.
           05 WS-SCOPE-THEATRE PIC X(20) OCCURS 6 TIMES.
           05 WS-HOURS-FROM PIC X(4).
           05 WS-HOURS-TO PIC X(4).
           05 WS-FN-SECURITY PIC X(1).
           05 WS-SUSPENDED PIC X(1).
           05 WS-SUSPEND-DATE PIC X(8).
           05 WS-SUSPEND-TIME PIC X(8).
           05 WS-FAIL-DATE PIC X(8).
           05 WS-FAIL-COUNT PIC 9(2).
       01 WS-IDX PIC 9(2).
       01 WS-LIST-DONE PIC X VALUE 'n'.
      *Reinstatement: the security officer's own sign-on, through
      *CHKOPER before this program opens the master itself
       01 WS-OFFICER-ID PIC X(12).
       01 WS-REINSTATE-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *CHKOPER's hull parameter, unused by SECUR
       01 WS-CHK-SCOPE-REQUEST PIC X(36) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           DISPLAY '(A)dd or update an operator, or (R)einstate a '
              'suspended operator? '.
           ACCEPT WS-MODE.
           IF WS-MODE = 'R' OR WS-MODE = 'r'
               PERFORM SIGN-ON-SECURITY-OFFICER
           END-IF.
           OPEN I-O OPERATOR-MASTER.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 END-IF
              END-IF
           END-IF.
           IF WS-MODE = 'R' OR WS-MODE = 'r'
               PERFORM REINSTATE-OPERATOR
           ELSE
               PERFORM ADD-OR-UPDATE-OPERATOR
           END-IF.
           CLOSE OPERATOR-MASTER.
           GOBACK.

       ADD-OR-UPDATE-OPERATOR.
           PERFORM LOAD-OPERATOR.
           PERFORM CARRY-SUSPENSION.
           MOVE WS-OPERATOR TO OPERATOR-MASTER-RECORD.
           WRITE OPERATOR-MASTER-RECORD
           INVALID KEY
           ACCEPT WS-FN-RENUM.
           DISPLAY 'Allowed to run bulk updates? Y/N: '.
           ACCEPT WS-FN-BULK.
           DISPLAY 'Security officer, may reinstate suspended '
              'operators? Y/N: '.
           ACCEPT WS-FN-SECURITY.
           PERFORM LOAD-SCOPE.
           DISPLAY 'Normal hours from, HHMM, spaces for none: '.
           ACCEPT WS-HOURS-FROM.
           IF WS-HOURS-FROM = SPACES
               MOVE SPACES TO WS-HOURS-TO
           ELSE
               DISPLAY 'Normal hours to, HHMM: '
               ACCEPT WS-HOURS-TO
           END-IF.

      *Entries stop at the first blank line; a list left empty
      *grants every navy (or theatre)
       LOAD-SCOPE.
           DISPLAY 'Navies the operator may update, up to 6; '
              'spaces on the first for all navies.'.
           MOVE 'n' TO WS-LIST-DONE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               MOVE SPACES TO WS-SCOPE-NAVY(WS-IDX)
               IF WS-LIST-DONE = 'n'
                   DISPLAY 'Enter navy code, 4 chars, spaces to end: '
                   ACCEPT WS-SCOPE-NAVY(WS-IDX)
                   IF WS-SCOPE-NAVY(WS-IDX) = SPACES
                       MOVE 'y' TO WS-LIST-DONE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'Theatres the operator may update, up to 6; '
              'spaces on the first for all theatres.'.
           MOVE 'n' TO WS-LIST-DONE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               MOVE SPACES TO WS-SCOPE-THEATRE(WS-IDX)
               IF WS-LIST-DONE = 'n'
                   DISPLAY 'Enter theatre, 20 chars, spaces to end: '
                   ACCEPT WS-SCOPE-THEATRE(WS-IDX)
                   IF WS-SCOPE-THEATRE(WS-IDX) = SPACES
                       MOVE 'y' TO WS-LIST-DONE
                   END-IF
               END-IF
           END-PERFORM.

      *An update never lifts a suspension or clears the day's
      *failure count: those carry over from the record on file
       CARRY-SUSPENSION.
           MOVE 'N' TO WS-SUSPENDED.
           MOVE SPACES TO WS-SUSPEND-DATE.
           MOVE SPACES TO WS-SUSPEND-TIME.
           MOVE SPACES TO WS-FAIL-DATE.
           MOVE 0 TO WS-FAIL-COUNT.
           MOVE WS-ID TO OPR-ID.
           READ OPERATOR-MASTER RECORD KEY OPR-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF OPR-SUSPENDED = 'Y'
                   MOVE 'Y' TO WS-SUSPENDED
                   MOVE OPR-SUSPEND-DATE TO WS-SUSPEND-DATE
                   MOVE OPR-SUSPEND-TIME TO WS-SUSPEND-TIME
                   DISPLAY 'NOTE: OPERATOR REMAINS SUSPENDED SINCE '
                      OPR-SUSPEND-DATE
               END-IF
               IF OPR-FAIL-COUNT IS NUMERIC
                   MOVE OPR-FAIL-DATE TO WS-FAIL-DATE
                   MOVE OPR-FAIL-COUNT TO WS-FAIL-COUNT
               END-IF
           END-READ.

      *Refuses the run outright unless the officer holds SECUR
       SIGN-ON-SECURITY-OFFICER.
           DISPLAY 'Enter security officer ID, 12 chars: '.
           ACCEPT WS-OFFICER-ID.
           MOVE 'SECUR' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OFFICER-ID,
              WS-CHK-RESULT, WS-CHK-SCOPE-REQUEST.
           IF WS-CHK-RESULT NOT = 'Y'
               DISPLAY 'OPERATOR ' WS-OFFICER-ID ' MAY NOT REINSTATE '
                  'OPERATORS, RUN REFUSED'
               GOBACK
           END-IF.

       REINSTATE-OPERATOR.
           DISPLAY 'Enter operator ID to reinstate, 12 chars: '.
           ACCEPT WS-REINSTATE-ID.
           MOVE WS-REINSTATE-ID TO OPR-ID.
           READ OPERATOR-MASTER RECORD KEY OPR-ID
           INVALID KEY
               DISPLAY 'OPERATOR NOT ON FILE: ' WS-REINSTATE-ID
           NOT INVALID KEY
               IF OPR-SUSPENDED NOT = 'Y'
                   DISPLAY 'OPERATOR ' WS-REINSTATE-ID
                      ' IS NOT SUSPENDED'
               ELSE
                   MOVE 'N' TO OPR-SUSPENDED
                   MOVE 0 TO OPR-FAIL-COUNT
                   MOVE SPACES TO OPR-FAIL-DATE
                   REWRITE OPERATOR-MASTER-RECORD
                   IF WS-FILE-STATUS = '00'
                       DISPLAY 'OPERATOR ' WS-REINSTATE-ID
                          ' REINSTATED'
                       PERFORM LOG-REINSTATEMENT
                   ELSE
                       DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                          WS-FILE-STATUS
                   END-IF
               END-IF
           END-READ.

       LOG-REINSTATEMENT.
           OPEN EXTEND SIGNON-LOG.
           IF WS-SGN-FILE-STATUS NOT = '00'
               CLOSE SIGNON-LOG
               OPEN OUTPUT SIGNON-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-REINSTATE-ID TO SGN-OPERATOR.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO SGN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO SGN-TIME.
           MOVE 'REINS' TO SGN-FUNCTION.
           MOVE 'GRANTED ' TO SGN-RESULT.
           MOVE SPACES TO SGN-SCOPE-UID.
           MOVE SPACES TO SGN-SCOPE-NAVY.
           MOVE SPACES TO SGN-SCOPE-THEATRE.
           MOVE WS-OFFICER-ID TO SGN-ACTIONED-BY.
           WRITE SIGNON-LOG-RECORD.
           CLOSE SIGNON-LOG.
