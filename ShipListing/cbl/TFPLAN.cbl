      *members in TSKFRCM, offers each candidate for acceptance at
      *the console, and finally saves the accepted selection as a
      *new TASKFRC header plus TSKFRCM member rows -- ready for
      *TFREADY and SAILSCHD like any hand-built force. Candidates
      *for each line are offered best practice efficiency first
      *(GETEFF, the figure PRCRANK ranks on), so hulls that have
      *actually worked up are put to the planner before those that
      *have not; hulls with no practice record come last. A hull
      *with an open OPDEF is matched and offered on her restricted
      *figures (GETOPDF): the speed limit the defect sets, and no
      *radar or sonar while it is out of action.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 WS-SELECTED-UID OCCURS 200 TIMES PIC X(12).
       01 WS-SELECTED-COUNT PIC 9(3) VALUE 0.
       01 WS-SEL-IDX PIC 9(3).
      *The candidates for the requirement line in hand, gathered in
      *one sweep and then offered best efficiency first. The order
      *value is the efficiency plus one, or nil for a hull with no
      *figure, so those go to the back
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 200 TIMES.
                10 WS-CAND-UID PIC X(12).
                10 WS-CAND-RESULT PIC X(1).
                10 WS-CAND-EFFICIENCY PIC 9(3).
                10 WS-CAND-OVERDUE-COUNT PIC 9.
                10 WS-CAND-ORDER PIC 9(4).
                10 WS-CAND-OFFERED PIC X.
       01 WS-CAND-COUNT PIC 9(3).
       01 WS-CAND-IDX PIC 9(3).
       01 WS-BEST-IDX PIC 9(3).
       01 WS-CAND-LEFT PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
      *Common practice-efficiency plumbing; see GETEFF
       01 WS-EFF-RESULT PIC X(1).
       01 WS-EFF-EFFICIENCY PIC 9(3).
       01 WS-EFF-OVERDUE-COUNT PIC 9.
      *Common OPDEF restriction plumbing; see GETOPDF
       01 WS-OPD-RESULT PIC X(1).
       01 WS-OPD-OPEN-COUNT PIC 9(2).
       01 WS-OPD-SPEED-LIMIT-KN PIC 99V99.
       01 WS-OPD-RADAR-OUT PIC X(1).
       01 WS-OPD-SONAR-OUT PIC X(1).
       01 WS-OPD-MAIN-GUNS-OUT PIC 9(3).
       01 WS-OPD-SECONDARY-GUNS-OUT PIC 9(3).
      *Her speed as planned on: the master figure, or the OPDEF
      *limit when that is lower
       01 WS-CAP-SPEED-KN PIC 99V99.
      *The new force to be saved
       01 WS-NEW-TF-ID PIC X(8).
       01 WS-NEW-TF-NAME PIC X(30).
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               ACCEPT WS-MORE
           END-PERFORM.

      *A fresh sweep of the master per requirement line gathers the
      *candidates matching the line and the filters; they are then
      *offered one at a time, best practice efficiency first
       FILL-ONE-REQUIREMENT.
           DISPLAY ' '.
           DISPLAY 'REQUIREMENT ' WS-REQ-IDX ': '
              WS-REQ-COUNT(WS-REQ-IDX) ' X '
              WS-REQ-TYPE(WS-REQ-IDX).
           MOVE 0 TO WS-CAND-COUNT.
           MOVE SPACES TO UID.
           MOVE 'N' TO WS-EOF.
           START ALLIED-SHIPS KEY >= UID
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                       PERFORM CONSIDER-ONE-CANDIDATE
               END-READ
           END-PERFORM.
           MOVE 'Y' TO WS-CAND-LEFT.
           PERFORM UNTIL WS-CAND-LEFT = 'N'
              OR WS-REQ-FILLED(WS-REQ-IDX)
                 >= WS-REQ-COUNT(WS-REQ-IDX)
               PERFORM PICK-BEST-CANDIDATE
               IF WS-CAND-LEFT = 'Y'
                   MOVE 'Y' TO WS-CAND-OFFERED(WS-BEST-IDX)
                   MOVE WS-CAND-UID(WS-BEST-IDX) TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-FILE-STATUS = '00'
                       PERFORM OFFER-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.

       CONSIDER-ONE-CANDIDATE.
           IF SHIP-TYPE NOT = WS-REQ-TYPE(WS-REQ-IDX)
               CONTINUE
           ELSE
               PERFORM APPLY-OPDEF-RESTRICTIONS
               IF SHIP-STATUS NOT = WS-REQ-STATUS
                  OR (WS-REQ-THEATRE NOT = SPACES
                     AND SHIP-THEATRE NOT = WS-REQ-THEATRE)
                  OR (WS-REQ-FLEET NOT = SPACES
                     AND SHIP-FLEET NOT = WS-REQ-FLEET)
                  OR WS-CAP-SPEED-KN < WS-REQ-MIN-SPEED(WS-REQ-IDX)
                  OR (WS-REQ-SONAR(WS-REQ-IDX) = 'Y'
                     AND (SHIP-SONAR = SPACES
                        OR WS-OPD-SONAR-OUT = 'Y'))
                  OR (WS-REQ-RADAR(WS-REQ-IDX) = 'Y'
                     AND (SHIP-RADAR = SPACES
                        OR WS-OPD-RADAR-OUT = 'Y'))
                   CONTINUE
               ELSE
                   PERFORM CHECK-ALREADY-TAKEN
                   IF WS-IS-TAKEN NOT = 'Y'
                       PERFORM GATHER-CANDIDATE
                   END-IF
               END-IF
           END-IF.

      *An open OPDEF stands over the master: she is planned on the
      *lower of her speed and the defect's limit, and a sensor out
      *of action counts as not fitted
       APPLY-OPDEF-RESTRICTIONS.
           MOVE SHIP-SPEED-KN TO WS-CAP-SPEED-KN.
           CALL 'GETOPDF' USING UID, WS-RUN-DATE, WS-OPD-RESULT,
              WS-OPD-OPEN-COUNT, WS-OPD-SPEED-LIMIT-KN,
              WS-OPD-RADAR-OUT, WS-OPD-SONAR-OUT,
              WS-OPD-MAIN-GUNS-OUT, WS-OPD-SECONDARY-GUNS-OUT.
           IF WS-OPD-RESULT = 'Y' AND WS-OPD-SPEED-LIMIT-KN > 0
              AND WS-OPD-SPEED-LIMIT-KN < WS-CAP-SPEED-KN
               MOVE WS-OPD-SPEED-LIMIT-KN TO WS-CAP-SPEED-KN
           END-IF.

       GATHER-CANDIDATE.
           IF WS-CAND-COUNT < 200
               CALL 'GETEFF' USING UID, SHIP-TYPE, WS-RUN-DATE,
                  WS-EFF-RESULT, WS-EFF-EFFICIENCY,
                  WS-EFF-OVERDUE-COUNT
               ADD 1 TO WS-CAND-COUNT
               MOVE UID TO WS-CAND-UID(WS-CAND-COUNT)
               MOVE WS-EFF-RESULT TO WS-CAND-RESULT(WS-CAND-COUNT)
               MOVE WS-EFF-EFFICIENCY
                  TO WS-CAND-EFFICIENCY(WS-CAND-COUNT)
               MOVE WS-EFF-OVERDUE-COUNT
                  TO WS-CAND-OVERDUE-COUNT(WS-CAND-COUNT)
               IF WS-EFF-RESULT = 'Y'
                   COMPUTE WS-CAND-ORDER(WS-CAND-COUNT) =
                      WS-EFF-EFFICIENCY + 1
               ELSE
                   MOVE 0 TO WS-CAND-ORDER(WS-CAND-COUNT)
               END-IF
               MOVE 'N' TO WS-CAND-OFFERED(WS-CAND-COUNT)
           END-IF.

      *The best not yet offered; ties go to the lower UID, the order
      *the sweep gathered them in
       PICK-BEST-CANDIDATE.
           MOVE 'N' TO WS-CAND-LEFT.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CAND-OFFERED(WS-CAND-IDX) = 'N'
                   IF WS-BEST-IDX = 0
                       MOVE WS-CAND-IDX TO WS-BEST-IDX
                       MOVE 'Y' TO WS-CAND-LEFT
                   ELSE
                       IF WS-CAND-ORDER(WS-CAND-IDX)
                          > WS-CAND-ORDER(WS-BEST-IDX)
                           MOVE WS-CAND-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *Taken means committed in an existing force, or accepted
      *earlier in this run
       CHECK-ALREADY-TAKEN.
           END-PERFORM.

       OFFER-CANDIDATE.
           PERFORM APPLY-OPDEF-RESTRICTIONS.
           DISPLAY '  ' UID ' ' SHIP-NAME ' ' SHIP-CLASS.
           DISPLAY '    ' WS-CAP-SPEED-KN ' KN, RADAR ' SHIP-RADAR
              ' SONAR ' SHIP-SONAR.
           DISPLAY '    ' SHIP-THEATRE ' / ' SHIP-FLEET.
           IF WS-OPD-RESULT = 'Y'
               DISPLAY '    ' WS-OPD-OPEN-COUNT ' OPDEF(S) OPEN: '
                  'DESIGN SPEED ' SHIP-SPEED-KN ' KN, RADAR OUT '
                  WS-OPD-RADAR-OUT ', SONAR OUT ' WS-OPD-SONAR-OUT
               DISPLAY '    MAIN GUNS OUT ' WS-OPD-MAIN-GUNS-OUT
                  ', SECONDARY GUNS OUT ' WS-OPD-SECONDARY-GUNS-OUT
           END-IF.
           IF WS-CAND-RESULT(WS-BEST-IDX) = 'Y'
               DISPLAY '    EFFICIENCY '
                  WS-CAND-EFFICIENCY(WS-BEST-IDX) '%, '
                  WS-CAND-OVERDUE-COUNT(WS-BEST-IDX)
                  ' PRACTICE(S) OVERDUE'
           ELSE
               DISPLAY '    NO PRACTICE RECORD'
           END-IF.
           DISPLAY 'Take this hull? Y/N: '.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
