      *sign-on log. The result byte is Y (allowed), N (unknown
      *operator or function not allowed), or U (master unavailable,
      *caller decides whether to proceed unguarded).
      *The SCOPE function answers a different question: may this
      *operator update this hull? The caller passes the hull's UID,
      *navy, and theatre, and the answer is Y if both fall inside
      *the navies and theatres the master grants the operator (an
      *all-blank list grants every one). Only refusals are written
      *to SIGNLOG for SCOPE -- a bulk run asks once per hull.
      *A suspended operator is refused every function. Failed
      *sign-ons are counted on the operator's master record day by
      *day, and the one that reaches the failure limit suspends the
      *operator there and then, with a SUSP row on SIGNLOG; only a
      *security officer (the SECUR function) can reinstate them,
      *through OPERMST. SGNVIOL reports the log daily.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
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
           05 SGN-TIME PIC X(8).
           05 SGN-FUNCTION PIC X(5).
           05 SGN-RESULT PIC X(8).
      *The hull a SCOPE refusal was for; spaces on a sign-on row
           05 SGN-SCOPE-UID PIC X(12).
           05 SGN-SCOPE-NAVY PIC X(4).
           05 SGN-SCOPE-THEATRE PIC X(20).
      *Who suspended (CHKOPER itself) or reinstated the operator on
      *a SUSP or REINS row; spaces on every other row
           05 SGN-ACTIONED-BY PIC X(12).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SGN-FILE-STATUS PIC XX.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-FLAG PIC X(1).
       01 WS-IDX PIC 9(2).
       01 WS-LIST-BLANK PIC X(1).
       01 WS-NAVY-IN-SCOPE PIC X(1).
       01 WS-THEATRE-IN-SCOPE PIC X(1).
      *Failed sign-ons in one day that suspend the operator
       01 WS-FAILURE-LIMIT PIC 9(2) VALUE 3.
      *What a refusal is logged as: DENIED (function not granted),
      *UNKNOWN (not on the master), SUSPEND (operator suspended)
       01 WS-DENIAL-RESULT PIC X(8).
       01 WS-NOW-SUSPENDED PIC X(1) VALUE 'n'.
      *--------------------
       LINKAGE SECTION.
      *--------------------
      *Function codes: ADD, DECOM, RENUM, BULK, SCOPE, SECUR
       01 LK-FUNCTION PIC X(5).
       01 LK-OPERATOR PIC X(12).
       01 LK-RESULT PIC X(1).
      *Passed for SCOPE only: the hull the caller wants to update
       01 LK-SCOPE-REQUEST.
           05 LK-SCOPE-UID PIC X(12).
           05 LK-SCOPE-NAVY PIC X(4).
           05 LK-SCOPE-THEATRE PIC X(20).
      *------------------
       PROCEDURE DIVISION USING LK-FUNCTION, LK-OPERATOR, LK-RESULT,
              LK-SCOPE-REQUEST.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'n' TO WS-NOW-SUSPENDED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           OPEN I-O OPERATOR-MASTER.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               IF LK-FUNCTION NOT = 'SCOPE'
                   PERFORM LOG-SIGNON
               END-IF
               GOBACK
           END-IF.
           MOVE LK-OPERATOR TO OPR-ID.
           READ OPERATOR-MASTER RECORD KEY OPR-ID
           INVALID KEY
               MOVE 'N' TO LK-RESULT
               MOVE 'UNKNOWN ' TO WS-DENIAL-RESULT
           NOT INVALID KEY
               PERFORM CHECK-FUNCTION
           END-READ.
           CLOSE OPERATOR-MASTER.
           IF LK-FUNCTION NOT = 'SCOPE' OR LK-RESULT = 'N'
               PERFORM LOG-SIGNON
           END-IF.
           IF WS-NOW-SUSPENDED = 'y'
               PERFORM LOG-SUSPENSION
           END-IF.
           GOBACK.

       CHECK-FUNCTION.
           IF OPR-SUSPENDED = 'Y'
               MOVE 'N' TO WS-FLAG
               MOVE 'SUSPEND ' TO WS-DENIAL-RESULT
               DISPLAY 'OPERATOR ' LK-OPERATOR ' IS SUSPENDED, SEE '
                  'THE SECURITY OFFICER'
           ELSE
               MOVE 'DENIED  ' TO WS-DENIAL-RESULT
               EVALUATE LK-FUNCTION
                   WHEN 'ADD  '
                       MOVE OPR-FN-ADD TO WS-FLAG
                       MOVE OPR-FN-RENUM TO WS-FLAG
                   WHEN 'BULK '
                       MOVE OPR-FN-BULK TO WS-FLAG
                   WHEN 'SECUR'
                       MOVE OPR-FN-SECURITY TO WS-FLAG
                   WHEN 'SCOPE'
                       PERFORM CHECK-SCOPE
                   WHEN OTHER
                       MOVE 'N' TO WS-FLAG
               END-EVALUATE
           END-IF.
           IF WS-FLAG = 'Y' OR WS-FLAG = 'y'
               MOVE 'Y' TO LK-RESULT
           ELSE
               MOVE 'N' TO LK-RESULT
      *A scope refusal is not a failed sign-on, and a suspended
      *operator's further attempts are already in hand
               IF LK-FUNCTION NOT = 'SCOPE' AND OPR-SUSPENDED NOT = 'Y'
                   PERFORM COUNT-FAILURE
               END-IF
           END-IF.

      *The day's count restarts on the first failure of a new day
       COUNT-FAILURE.
           IF OPR-FAIL-DATE NOT = WS-CURRENT-TIMESTAMP(1:8)
              OR OPR-FAIL-COUNT NOT NUMERIC
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO OPR-FAIL-DATE
               MOVE 0 TO OPR-FAIL-COUNT
           END-IF.
           IF OPR-FAIL-COUNT < 99
               ADD 1 TO OPR-FAIL-COUNT
           END-IF.
           IF OPR-FAIL-COUNT >= WS-FAILURE-LIMIT
               MOVE 'Y' TO OPR-SUSPENDED
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO OPR-SUSPEND-DATE
               MOVE WS-CURRENT-TIMESTAMP(9:8) TO OPR-SUSPEND-TIME
               MOVE 'y' TO WS-NOW-SUSPENDED
               DISPLAY 'OPERATOR ' LK-OPERATOR ' SUSPENDED AFTER '
                  OPR-FAIL-COUNT ' FAILED SIGN-ONS TODAY, SEE THE '
                  'SECURITY OFFICER'
           END-IF.
           REWRITE OPERATOR-MASTER-RECORD.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: OPERMDT REWRITE FAILED, STATUS '
                  WS-FILE-STATUS
           END-IF.

      *The hull's navy and theatre must each be on the operator's
      *list, or the list must be blank
       CHECK-SCOPE.
           MOVE 'y' TO WS-LIST-BLANK.
           MOVE 'n' TO WS-NAVY-IN-SCOPE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF OPR-SCOPE-NAVY(WS-IDX) NOT = SPACES
                   MOVE 'n' TO WS-LIST-BLANK
                   IF OPR-SCOPE-NAVY(WS-IDX) = LK-SCOPE-NAVY
                       MOVE 'y' TO WS-NAVY-IN-SCOPE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-BLANK = 'y'
               MOVE 'y' TO WS-NAVY-IN-SCOPE
           END-IF.
           MOVE 'y' TO WS-LIST-BLANK.
           MOVE 'n' TO WS-THEATRE-IN-SCOPE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF OPR-SCOPE-THEATRE(WS-IDX) NOT = SPACES
                   MOVE 'n' TO WS-LIST-BLANK
                   IF OPR-SCOPE-THEATRE(WS-IDX) = LK-SCOPE-THEATRE
                       MOVE 'y' TO WS-THEATRE-IN-SCOPE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-BLANK = 'y'
               MOVE 'y' TO WS-THEATRE-IN-SCOPE
           END-IF.
           IF WS-NAVY-IN-SCOPE = 'y' AND WS-THEATRE-IN-SCOPE = 'y'
               MOVE 'Y' TO WS-FLAG
           ELSE
               MOVE 'N' TO WS-FLAG
           END-IF.

      *Every sign-on attempt is recorded, denied ones included: an
      *audit trail of who tried what is half the point of the master
               CLOSE SIGNON-LOG
               OPEN OUTPUT SIGNON-LOG
           END-IF.
           MOVE LK-OPERATOR TO SGN-OPERATOR.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO SGN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO SGN-TIME.
           MOVE LK-FUNCTION TO SGN-FUNCTION.
           IF LK-FUNCTION = 'SCOPE'
               MOVE LK-SCOPE-UID TO SGN-SCOPE-UID
               MOVE LK-SCOPE-NAVY TO SGN-SCOPE-NAVY
               MOVE LK-SCOPE-THEATRE TO SGN-SCOPE-THEATRE
           ELSE
               MOVE SPACES TO SGN-SCOPE-UID
               MOVE SPACES TO SGN-SCOPE-NAVY
               MOVE SPACES TO SGN-SCOPE-THEATRE
           END-IF.
           MOVE SPACES TO SGN-ACTIONED-BY.
           EVALUATE LK-RESULT
               WHEN 'Y'
                   MOVE 'GRANTED ' TO SGN-RESULT
               WHEN 'N'
                   MOVE WS-DENIAL-RESULT TO SGN-RESULT
               WHEN OTHER
                   MOVE 'NOCHECK ' TO SGN-RESULT
           END-EVALUATE.
           WRITE SIGNON-LOG-RECORD.
           CLOSE SIGNON-LOG.

      *The suspension itself goes on the log as its own row, so the
      *security officer sees when it happened and why
       LOG-SUSPENSION.
           OPEN EXTEND SIGNON-LOG.
           IF WS-SGN-FILE-STATUS NOT = '00'
               CLOSE SIGNON-LOG
               OPEN OUTPUT SIGNON-LOG
           END-IF.
           MOVE LK-OPERATOR TO SGN-OPERATOR.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO SGN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO SGN-TIME.
           MOVE 'SUSP ' TO SGN-FUNCTION.
           MOVE 'AUTO    ' TO SGN-RESULT.
           MOVE SPACES TO SGN-SCOPE-UID.
           MOVE SPACES TO SGN-SCOPE-NAVY.
           MOVE SPACES TO SGN-SCOPE-THEATRE.
           MOVE 'CHKOPER' TO SGN-ACTIONED-BY.
           WRITE SIGNON-LOG-RECORD.
           CLOSE SIGNON-LOG.
