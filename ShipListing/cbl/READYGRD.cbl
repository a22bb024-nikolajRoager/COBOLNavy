      *This program grades each hull's actual readiness to fight
      *tonight: CPIDX scores static combat power, but the answer
      *the morning states meeting wants lives across five other
      *files. Per ship it takes manning (open CREWROST rows against
      *the CMPMDT establishment for her class), ammunition
      *endurance (the same EXPNDLOG/RPLNSH projection ENDUR makes),
      *open damage (the newest DMGSTAT row's flooding against her
      *own pump capacity), the yard (a REFITDT window covering
      *today), and her open OPDEFs (the speed, sensors and guns
      *GETOPDF leaves her with, against her design figures), scores
      *each factor R1 (fully ready) to R4 (not ready), and grades
      *the ship at her worst factor with that factor named -- then
      *rolls the grades up by fleet and by theatre so the meeting
      *works from one page.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 CMP-CLASS-NAME PIC X(20).
           05 CMP-AUTH-OFFICERS PIC 9(3).
           05 CMP-AUTH-RATINGS PIC 9(4).
      *Fewest fit men a ship of the class may sail with; zero on
      *rows from before the minimum was kept, when the full
      *establishment is the test
           05 CMP-SAILING-MINIMUM PIC 9(4).
       FD  EXPENDITURE.
       01 EXPENDITURE-RECORD.
           05 EXP-UID PIC X(12).
       01 WS-AMMO-SCORE PIC 9.
       01 WS-DAMAGE-SCORE PIC 9.
       01 WS-YARD-SCORE PIC 9.
       01 WS-DEFECT-SCORE PIC 9.
       01 WS-GRADE PIC 9.
       01 WS-LIMITING-FACTOR PIC X(10).
       01 WS-MANNED-COUNT PIC 9(4).
       01 WS-PUMPS-OUT PIC 9(5).
       01 WS-IN-YARD PIC X.
       01 WS-HELD-UID PIC X(12).
      *Common OPDEF restriction plumbing; see GETOPDF
       01 WS-OPD-RESULT PIC X(1).
       01 WS-OPD-OPEN-COUNT PIC 9(2).
       01 WS-OPD-SPEED-LIMIT-KN PIC 99V99.
       01 WS-OPD-RADAR-OUT PIC X(1).
       01 WS-OPD-SONAR-OUT PIC X(1).
       01 WS-OPD-MAIN-GUNS-OUT PIC 9(3).
       01 WS-OPD-SECONDARY-GUNS-OUT PIC 9(3).
       01 WS-OPD-NOTED PIC X VALUE 'N'.
      *Fleet and theatre roll-ups, grade counts R1-R4 in a row
       01 WS-FLEET-TABLE.
           05 WS-FLT-ENTRY OCCURS 30 TIMES.
           PERFORM SCORE-AMMUNITION.
           PERFORM SCORE-DAMAGE.
           PERFORM SCORE-YARD.
           PERFORM SCORE-DEFECTS.
           MOVE WS-MANNING-SCORE TO WS-GRADE.
           MOVE 'MANNING' TO WS-LIMITING-FACTOR.
           IF WS-AMMO-SCORE > WS-GRADE
               MOVE WS-YARD-SCORE TO WS-GRADE
               MOVE 'IN YARD' TO WS-LIMITING-FACTOR
           END-IF.
           IF WS-DEFECT-SCORE > WS-GRADE
               MOVE WS-DEFECT-SCORE TO WS-GRADE
               MOVE 'OPDEF' TO WS-LIMITING-FACTOR
           END-IF.
           IF WS-GRADE = 1
               MOVE 'NONE' TO WS-LIMITING-FACTOR
           END-IF.
              ' LIMITED BY ' WS-LIMITING-FACTOR
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-OPD-RESULT = 'Y'
               STRING '    ' WS-OPD-OPEN-COUNT ' OPDEF(S): SPEED LIMIT '
                  WS-OPD-SPEED-LIMIT-KN ' RADAR OUT ' WS-OPD-RADAR-OUT
                  ' SONAR OUT ' WS-OPD-SONAR-OUT ' GUNS OUT '
                  WS-OPD-MAIN-GUNS-OUT '/' WS-OPD-SECONDARY-GUNS-OUT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE SHIP-FLEET TO WS-LOOKUP-NAME.
           PERFORM ROLL-UP-FLEET.
           MOVE SHIP-THEATRE TO WS-LOOKUP-NAME.
               END-IF
           END-IF.

      *An open defect that takes nothing away is a degradation on
      *paper only; a sensor she is fitted with out, half her main
      *armament silent, or under three-quarters of her speed is a
      *real one; under half her speed or every main gun silent and
      *she is not ready
       SCORE-DEFECTS.
           MOVE 1 TO WS-DEFECT-SCORE.
           CALL 'GETOPDF' USING WS-HELD-UID, WS-TODAY, WS-OPD-RESULT,
              WS-OPD-OPEN-COUNT, WS-OPD-SPEED-LIMIT-KN,
              WS-OPD-RADAR-OUT, WS-OPD-SONAR-OUT,
              WS-OPD-MAIN-GUNS-OUT, WS-OPD-SECONDARY-GUNS-OUT.
           EVALUATE TRUE
               WHEN WS-OPD-RESULT = 'U'
                   IF WS-OPD-NOTED = 'N'
                       DISPLAY 'WARNING: OPDEFDT NOT AVAILABLE, '
                          'DEFECTS NOT SCORED'
                       MOVE 'Y' TO WS-OPD-NOTED
                   END-IF
               WHEN WS-OPD-RESULT NOT = 'Y'
                   CONTINUE
               WHEN (WS-OPD-SPEED-LIMIT-KN > 0
                     AND WS-OPD-SPEED-LIMIT-KN * 2 < SHIP-SPEED-KN)
                  OR (SHIP-MAIN-GUN-NR > 0
                     AND WS-OPD-MAIN-GUNS-OUT >= SHIP-MAIN-GUN-NR)
                   MOVE 4 TO WS-DEFECT-SCORE
               WHEN (WS-OPD-SPEED-LIMIT-KN > 0
                     AND WS-OPD-SPEED-LIMIT-KN * 4
                        < SHIP-SPEED-KN * 3)
                  OR (WS-OPD-RADAR-OUT = 'Y'
                     AND SHIP-RADAR NOT = SPACES)
                  OR (WS-OPD-SONAR-OUT = 'Y'
                     AND SHIP-SONAR NOT = SPACES)
                  OR (SHIP-MAIN-GUN-NR > 0
                     AND WS-OPD-MAIN-GUNS-OUT * 2 >= SHIP-MAIN-GUN-NR)
                   MOVE 3 TO WS-DEFECT-SCORE
               WHEN OTHER
                   MOVE 2 TO WS-DEFECT-SCORE
           END-EVALUATE.

       ROLL-UP-FLEET.
           MOVE 0 TO WS-ROLL-MATCH.
           PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
