      *This subprogram is the common OPDEF restriction lookup, in
      *the GETEFF mould, so TFPLAN, SAILSCHD and READYGRD plan on
      *the capability a ship actually has rather than the one on
      *ALLSHPS. Given a UID and an as-of date it browses her OPDEF
      *rows for the defects open on that date (raised by then and
      *not cleared by then) and folds their restrictions into one:
      *the lowest speed limit any of them sets, radar or sonar out
      *if any of them puts it out, and the guns out of action added
      *up. Result byte: Y at least one defect is open; N none is;
      *U OPDEFDT unavailable. The folded restriction and the count
      *of open defects come back with Y; a zero speed limit means
      *her speed is not limited.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GETOPDF.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPDEFS ASSIGN TO OPDEFDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPD-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OPDEFS.
       COPY OPDREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-UID PIC X(12).
       01 LK-AS-OF PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-OPEN-COUNT PIC 9(2).
       01 LK-SPEED-LIMIT-KN PIC 99V99.
       01 LK-RADAR-OUT PIC X(1).
       01 LK-SONAR-OUT PIC X(1).
       01 LK-MAIN-GUNS-OUT PIC 9(3).
       01 LK-SECONDARY-GUNS-OUT PIC 9(3).
      *------------------
       PROCEDURE DIVISION USING LK-UID, LK-AS-OF, LK-RESULT,
           LK-OPEN-COUNT, LK-SPEED-LIMIT-KN, LK-RADAR-OUT,
           LK-SONAR-OUT, LK-MAIN-GUNS-OUT, LK-SECONDARY-GUNS-OUT.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE 0 TO LK-OPEN-COUNT.
           MOVE 0 TO LK-SPEED-LIMIT-KN.
           MOVE 'N' TO LK-RADAR-OUT.
           MOVE 'N' TO LK-SONAR-OUT.
           MOVE 0 TO LK-MAIN-GUNS-OUT.
           MOVE 0 TO LK-SECONDARY-GUNS-OUT.
           OPEN INPUT OPDEFS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           MOVE LK-UID TO OPD-UID.
           MOVE SPACES TO OPD-RAISED-DATE.
           MOVE SPACES TO OPD-EQUIPMENT.
           MOVE 'N' TO WS-EOF.
           START OPDEFS KEY >= OPD-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPDEFS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OPD-UID NOT = LK-UID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF OPD-RAISED-DATE <= LK-AS-OF
                              AND (OPD-CLEARED-DATE = SPACES
                                 OR OPD-CLEARED-DATE > LK-AS-OF)
                               PERFORM FOLD-ONE-DEFECT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPDEFS.
           GOBACK.

      *The tightest restriction wins: two speed limits leave her at
      *the lower, and guns out on separate defects add up
       FOLD-ONE-DEFECT.
           MOVE 'Y' TO LK-RESULT.
           ADD 1 TO LK-OPEN-COUNT.
           IF OPD-MAX-SPEED-KN > 0
               IF LK-SPEED-LIMIT-KN = 0
                  OR OPD-MAX-SPEED-KN < LK-SPEED-LIMIT-KN
                   MOVE OPD-MAX-SPEED-KN TO LK-SPEED-LIMIT-KN
               END-IF
           END-IF.
           IF OPD-SENSOR-OUT = 'R' OR OPD-SENSOR-OUT = 'B'
               MOVE 'Y' TO LK-RADAR-OUT
           END-IF.
           IF OPD-SENSOR-OUT = 'S' OR OPD-SENSOR-OUT = 'B'
               MOVE 'Y' TO LK-SONAR-OUT
           END-IF.
           ADD OPD-MAIN-GUNS-OUT TO LK-MAIN-GUNS-OUT.
           ADD OPD-SECONDARY-GUNS-OUT TO LK-SECONDARY-GUNS-OUT.
