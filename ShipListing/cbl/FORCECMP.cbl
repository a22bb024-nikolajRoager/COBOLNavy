      *other, and a strength-ratio line per theatre -- the one-page
      *answer to "can Force H fight what's based at Brest" that used
      *to be pasted together from OOBRPT and the intelligence
      *spreadsheet. Asked for a future date it compares the two
      *projections for that date instead: our side adds the SHIPBLD
      *hulls due to commission by then into their planned theatres
      *(BLDFCST's projection, weighed from the class baseline), the
      *enemy side adds the ENMBLD construction estimates due to
      *complete by then (ENMPROJ's projection, weighed from ENMCLS).
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS ECL-CLASS-NAME
           FILE STATUS IS WS-ECL-FILE-STATUS.
      *Our building register and the enemy construction estimates,
      *read only when the comparison date lies ahead
           SELECT BUILDING-REGISTER ASSIGN TO BLDREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BLD-ID
           FILE STATUS IS WS-BLD-FILE-STATUS.
           SELECT ENEMY-CONSTRUCTION ASSIGN TO ENMCON
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ENC-ID
           FILE STATUS IS WS-ENC-FILE-STATUS.
      *The SCNCOPY exercise marker: when the job mounts a cut
      *scenario under the production DD names, this file exists and
      *every page of output is watermarked as exercise data
           05 ECL-EST-SPEED-KN PIC 99V99.
           05 ECL-EST-DISPLACEMENT PIC 9(6).
           05 ECL-CONFIDENCE PIC X(1).
       FD  BUILDING-REGISTER.
       COPY BLDREG.
       FD  ENEMY-CONSTRUCTION.
       COPY ENCREC.
       FD  SCENARIO-FLAG.
       01 SCENARIO-FLAG-RECORD.
           05 FLG-SCENARIO-NAME PIC X(20).
       01 WS-CPW-RESULT PIC X(1).
       01 WS-ECL-FILE-STATUS PIC XX.
       01 WS-ECL-AVAILABLE PIC X VALUE 'n'.
       01 WS-BLD-FILE-STATUS PIC XX.
       01 WS-ENC-FILE-STATUS PIC XX.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *The date the two sides are compared at; a date after today
      *turns on the building-register and construction projections
       01 WS-TODAY PIC X(8).
       01 WS-COMPARE-DATE PIC X(8).
       01 WS-PROJECTING PIC X VALUE 'N'.
       01 WS-UNALLOCATED-BUILDS PIC 9(4) VALUE 0.
      *Effective-dated class lookup plumbing; see GETCLS
       01 WS-CLS-RESULT PIC X(1).
       01 WS-CLS-STANDARDS.
           05 WS-CLS-STD-MAIN-GUN-NR PIC 9(3).
           05 WS-CLS-STD-MAIN-GUN-CALIBRE PIC 999V99.
           05 WS-CLS-STD-BELT-ARMOUR-MM PIC 999V99.
           05 WS-CLS-STD-DECK-ARMOUR-MM PIC 999V99.
           05 WS-CLS-STD-SPEED-KN PIC 99V99.
      *The hull type and enemy class being folded in, whichever
      *file the unit came from
       01 WS-FOLD-TYPE PIC X(4).
       01 WS-FOLD-ENEMY-CLASS PIC X(20).
      *Weights actually applied to the hull in hand, after the keyed
      *lookup or the even-weights fallback, CPIDX's idiom
       01 WS-APPLIED-WEIGHTS.
                10 WS-THT-ENEMY-POWER PIC 9(9).
                10 WS-THT-UNWEIGHED PIC 9(4).
                10 WS-THT-STALE PIC 9(4).
                10 WS-THT-OWN-NEW PIC 9(4).
                10 WS-THT-ENEMY-NEW PIC 9(4).
                10 WS-THT-TYPE-COUNT PIC 99.
                10 WS-THT-TYPE-ENTRY OCCURS 20 TIMES.
                     15 WS-THT-TYPE-CODE PIC X(4).
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           DISPLAY 'Enter comparison date, CCYYMMDD, spaces for '
              'today: '.
           ACCEPT WS-COMPARE-DATE.
           IF WS-COMPARE-DATE = SPACES
               MOVE WS-TODAY TO WS-COMPARE-DATE
           ELSE
               MOVE WS-COMPARE-DATE TO WS-CHK-DATE
               MOVE 'Y' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-COMPARE-DATE
           END-IF.
           IF WS-COMPARE-DATE > WS-TODAY
               MOVE 'Y' TO WS-PROJECTING
           END-IF.
           PERFORM OPEN-REPORT.
           MOVE WS-COMPARE-DATE TO WS-CPW-AS-OF.
           OPEN INPUT ENEMY-CLASSES.
           IF WS-ECL-FILE-STATUS = '00' OR WS-ECL-FILE-STATUS = '97'
               MOVE 'y' TO WS-ECL-AVAILABLE
           END-IF.
           PERFORM FOLD-OWN-SIDE.
           PERFORM COUNT-ENEMY-SIDE.
           IF WS-PROJECTING = 'Y'
               PERFORM FOLD-OWN-BUILDS
               PERFORM COUNT-ENEMY-BUILDS
           END-IF.
           PERFORM PRINT-COMPARISON.
           IF WS-UNALLOCATED-BUILDS > 0
               PERFORM PRINT-REPORT-LINE
               STRING 'NOTE: ' WS-UNALLOCATED-BUILDS
                  ' HULL(S) DUE TO COMMISSION BY ' WS-COMPARE-DATE
                  ' HAVE NO PLANNED THEATRE AND ARE NOT COUNTED'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM CLOSE-REPORT.
           IF WS-ECL-AVAILABLE = 'y'
               CLOSE ENEMY-CLASSES
               ADD SHIP-TORPEDOES TO WS-THT-TORPEDOES(WS-MATCH-IDX)
               PERFORM COMPUTE-OWN-POWER
               ADD WS-UNIT-POWER TO WS-THT-OWN-POWER(WS-MATCH-IDX)
               MOVE SHIP-TYPE TO WS-FOLD-TYPE
               PERFORM FOLD-OWN-TYPE
           END-IF.

           MOVE 0 TO WS-TYPE-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-THT-TYPE-COUNT(WS-MATCH-IDX)
               IF WS-THT-TYPE-CODE(WS-MATCH-IDX, WS-IDX)
                  = WS-FOLD-TYPE
                   MOVE WS-IDX TO WS-TYPE-IDX
               END-IF
           END-PERFORM.
              AND WS-THT-TYPE-COUNT(WS-MATCH-IDX) < 20
               ADD 1 TO WS-THT-TYPE-COUNT(WS-MATCH-IDX)
               MOVE WS-THT-TYPE-COUNT(WS-MATCH-IDX) TO WS-TYPE-IDX
               MOVE WS-FOLD-TYPE
                  TO WS-THT-TYPE-CODE(WS-MATCH-IDX, WS-TYPE-IDX)
               MOVE 0
                  TO WS-THT-TYPE-SHIPS(WS-MATCH-IDX, WS-TYPE-IDX)
                                       ADD 1 TO WS-THT-STALE(
                                          WS-MATCH-IDX)
                                   END-IF
                                   MOVE ENM-CLASS
                                      TO WS-FOLD-ENEMY-CLASS
                                   PERFORM COMPUTE-ENEMY-POWER
                               END-IF
                           END-IF
       COMPUTE-ENEMY-POWER.
           MOVE 'ZZ' TO WS-ECL-FILE-STATUS.
           IF WS-ECL-AVAILABLE = 'y'
               MOVE WS-FOLD-ENEMY-CLASS TO ECL-CLASS-NAME
               READ ENEMY-CLASSES RECORD KEY ECL-CLASS-NAME
           END-IF.
           IF WS-ECL-FILE-STATUS = '00'
               ADD 1 TO WS-THT-UNWEIGHED(WS-MATCH-IDX)
           END-IF.

      *BLDFCST's projection carried to the comparison date: every
      *hull still building that is due to commission by then counts
      *in the theatre she is to commission into, weighed from the
      *class baseline in force on the date -- gun, armour, and
      *speed only, since her fit-out figures are not known yet
       FOLD-OWN-BUILDS.
           OPEN INPUT BUILDING-REGISTER.
           IF WS-BLD-FILE-STATUS NOT = '00'
              AND WS-BLD-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: BLDREG NOT AVAILABLE, OWN SIDE '
                  'NOT PROJECTED, STATUS ' WS-BLD-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BUILDING-REGISTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BLD-STATE = 'B'
                              AND BLD-EXPECTED-COMMISSION
                                 <= WS-COMPARE-DATE
                               PERFORM FOLD-ONE-OWN-BUILD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUILDING-REGISTER
           END-IF.

       FOLD-ONE-OWN-BUILD.
           IF BLD-PLANNED-THEATRE = SPACES
               ADD 1 TO WS-UNALLOCATED-BUILDS
           ELSE
               MOVE BLD-PLANNED-THEATRE TO WS-LOOKUP-THEATRE
               PERFORM FIND-THEATRE-ENTRY
               IF WS-MATCH-IDX NOT = 0
                   ADD 1 TO WS-THT-SHIPS(WS-MATCH-IDX)
                   ADD 1 TO WS-THT-OWN-NEW(WS-MATCH-IDX)
                   CALL 'GETCLS' USING BLD-CLASS, WS-COMPARE-DATE,
                      WS-CLS-RESULT, WS-CLS-STANDARDS
                   IF WS-CLS-RESULT = 'Y'
                       ADD WS-CLS-STD-MAIN-GUN-NR
                          TO WS-THT-GUNS(WS-MATCH-IDX)
                       MOVE BLD-TYPE TO WS-CPW-LOOKUP-TYPE
                       PERFORM LOOK-UP-WEIGHTS
                       COMPUTE WS-UNIT-POWER =
                           (WS-CLS-STD-MAIN-GUN-NR
                              * WS-CLS-STD-MAIN-GUN-CALIBRE / 10)
                              * WS-W-MAIN / 100
                         + ((WS-CLS-STD-BELT-ARMOUR-MM
                              + WS-CLS-STD-DECK-ARMOUR-MM) / 2)
                              * WS-W-ARMOUR / 100
                         + WS-CLS-STD-SPEED-KN * WS-W-SPEED / 100
                       ADD WS-UNIT-POWER
                          TO WS-THT-OWN-POWER(WS-MATCH-IDX)
                   END-IF
                   MOVE BLD-TYPE TO WS-FOLD-TYPE
                   PERFORM FOLD-OWN-TYPE
               END-IF
           END-IF.

      *ENMPROJ's projection carried to the comparison date: every
      *estimate still building that is due to complete by then
      *counts as an enemy unit in the theatre she is expected to
      *join, weighed from her ENMCLS class like any other unit
       COUNT-ENEMY-BUILDS.
           OPEN INPUT ENEMY-CONSTRUCTION.
           IF WS-ENC-FILE-STATUS NOT = '00'
              AND WS-ENC-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: ENMCON NOT AVAILABLE, ENEMY SIDE '
                  'NOT PROJECTED, STATUS ' WS-ENC-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENEMY-CONSTRUCTION NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ENC-STATE = 'B'
                              AND ENC-EST-COMPLETION-DATE
                                 <= WS-COMPARE-DATE
                               PERFORM COUNT-ONE-ENEMY-BUILD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENEMY-CONSTRUCTION
           END-IF.

       COUNT-ONE-ENEMY-BUILD.
           MOVE ENC-THEATRE TO WS-LOOKUP-THEATRE.
           PERFORM FIND-THEATRE-ENTRY.
           IF WS-MATCH-IDX NOT = 0
               ADD 1 TO WS-THT-ENEMY-UNITS(WS-MATCH-IDX)
               ADD 1 TO WS-THT-ENEMY-NEW(WS-MATCH-IDX)
               IF ENC-CONFIDENCE = 'D' OR ENC-CONFIDENCE = 'E'
                   ADD 1 TO WS-THT-STALE(WS-MATCH-IDX)
               END-IF
               MOVE ENC-CLASS TO WS-FOLD-ENEMY-CLASS
               PERFORM COMPUTE-ENEMY-POWER
           END-IF.

       FIND-THEATRE-ENTRY.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               MOVE 0 TO WS-THT-ENEMY-POWER(WS-MATCH-IDX)
               MOVE 0 TO WS-THT-UNWEIGHED(WS-MATCH-IDX)
               MOVE 0 TO WS-THT-STALE(WS-MATCH-IDX)
               MOVE 0 TO WS-THT-OWN-NEW(WS-MATCH-IDX)
               MOVE 0 TO WS-THT-ENEMY-NEW(WS-MATCH-IDX)
               MOVE 0 TO WS-THT-TYPE-COUNT(WS-MATCH-IDX)
           END-IF.

              ', TORPEDO TUBES ' WS-THT-TORPEDOES(WS-MATCH-IDX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-PROJECTING = 'Y'
               STRING '    OF WHICH DUE TO COMMISSION BY '
                  WS-COMPARE-DATE ': '
                  WS-THT-OWN-NEW(WS-MATCH-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-THT-TYPE-COUNT(WS-MATCH-IDX)
               STRING '    ' WS-THT-TYPE-CODE(
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM LIST-ENEMY-UNITS.
           IF WS-PROJECTING = 'Y'
               STRING '    OF WHICH EXPECTED TO COMPLETE BY '
                  WS-COMPARE-DATE ': '
                  WS-THT-ENEMY-NEW(WS-MATCH-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
               PERFORM LIST-ENEMY-BUILDS
           END-IF.
           IF WS-THT-ENEMY-UNITS(WS-MATCH-IDX) > 0
               COMPUTE WS-RATIO ROUNDED =
                  WS-THT-SHIPS(WS-MATCH-IDX)
               CLOSE ENEMY-SHIPS
           END-IF.

      *The construction estimates counted into this theatre, one
      *pass per theatre as for the units above
       LIST-ENEMY-BUILDS.
           OPEN INPUT ENEMY-CONSTRUCTION.
           IF WS-ENC-FILE-STATUS = '00' OR WS-ENC-FILE-STATUS = '97'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENEMY-CONSTRUCTION NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ENC-THEATRE = WS-THT-NAME(WS-MATCH-IDX)
                              AND ENC-STATE = 'B'
                              AND ENC-EST-COMPLETION-DATE
                                 <= WS-COMPARE-DATE
                               STRING '    NEW: ' ENC-NAME ' ('
                                  ENC-CLASS ') AT ' ENC-YARD-NAME
                                  ' DUE ' ENC-EST-COMPLETION-DATE
                                  ' CONF ' ENC-CONFIDENCE
                                  DELIMITED BY SIZE INTO WS-RPT-LINE
                               END-STRING
                               PERFORM PRINT-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENEMY-CONSTRUCTION
           END-IF.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one (and not in the future
      *unless the caller said future is fine)
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

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-PROJECTING = 'Y'
               STRING 'PROJECTED TO ' WS-COMPARE-DATE
                  ': SHIPBLD HULLS DUE TO COMMISSION AGAINST ENMBLD '
                  'HULLS DUE TO COMPLETE'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WS-EXERCISE-RUN = 'Y'
               STRING '*** EXERCISE SCENARIO '
                  FLG-SCENARIO-NAME ' OF ' FLG-CREATED-DATE
