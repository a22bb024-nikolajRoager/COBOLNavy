      *This program projects the enemy order of battle forward to a
      *chosen date, the enemy-side counterpart of BLDFCST: per
      *theatre it lists the units ENMYSHP carries today that will
      *be effective on that date (not sunk or captured, and not
      *inside an ENMDMG out-of-action window that runs past it),
      *those still assessed out of action on the date, and the
      *hulls the ENMBLD construction estimates expect to complete
      *by then, with the estimate's confidence grade -- then, for
      *context, the hulls still building at the date. The projected
      *strength per theatre is the effective units plus the
      *expected completions. FORCECMP takes the same projection
      *when asked to compare at a future date.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ENMPROJ.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENEMY-SHIPS ASSIGN TO ENMYSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENM-UID
           FILE STATUS IS WS-ENM-FILE-STATUS.
           SELECT ENEMY-DAMAGE ASSIGN TO ENMDMGDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EDM-KEY
           FILE STATUS IS WS-EDM-FILE-STATUS.
      *Enemy construction estimates, maintained by ENMBLD
           SELECT ENEMY-CONSTRUCTION ASSIGN TO ENMCON
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ENC-ID
           FILE STATUS IS WS-ENC-FILE-STATUS.
      *Enemy-class capability estimates, maintained by ENMCLS: the
      *hull type printed against each unit comes from here
           SELECT ENEMY-CLASSES ASSIGN TO ENMCLSDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ECL-CLASS-NAME
           FILE STATUS IS WS-ECL-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ENEMY-SHIPS.
       01 ENEMY-SHIP-RECORD.
           05 ENM-UID PIC X(12).
           05 ENM-NAME PIC X(20).
           05 ENM-CLASS PIC X(20).
           05 ENM-ARMAMENT-ESTIMATE PIC X(40).
           05 ENM-LAST-THEATRE PIC X(20).
           05 ENM-CONFIDENCE-LEVEL PIC X(1).
           05 ENM-STATUS PIC X(8).
           05 ENM-ASSESSED-DATE PIC X(8).
       FD  ENEMY-DAMAGE.
       01 ENEMY-DAMAGE-RECORD.
           05 EDM-KEY.
                10 EDM-ENG-UID PIC X(12).
                10 EDM-ENG-DATE PIC X(8).
                10 EDM-ENM-UID PIC X(12).
           05 EDM-DAMAGE-LEVEL PIC X(1).
           05 EDM-OUT-UNTIL PIC X(8).
           05 EDM-ASSESS-DATE PIC X(8).
       FD  ENEMY-CONSTRUCTION.
       COPY ENCREC.
       FD  ENEMY-CLASSES.
       01 ENEMY-CLASS-RECORD.
           05 ECL-CLASS-NAME PIC X(20).
           05 ECL-TYPE PIC X(4).
           05 ECL-EST-GUN-NR PIC 9(3).
           05 ECL-EST-GUN-CALIBRE PIC 999V99.
           05 ECL-EST-ARMOUR-MM PIC 999V99.
           05 ECL-EST-SPEED-KN PIC 99V99.
           05 ECL-EST-DISPLACEMENT PIC 9(6).
           05 ECL-CONFIDENCE PIC X(1).
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-THEATRE PIC X(20).
      *1 effective on the date, 2 still out of action on the date,
      *3 expected to complete by the date, 4 still building
           05 SD-BUCKET PIC 9.
           05 SD-ID PIC X(12).
           05 SD-NAME PIC X(20).
           05 SD-CLASS PIC X(20).
           05 SD-TYPE PIC X(4).
           05 SD-CONFIDENCE PIC X(1).
      *Out-of-action end for bucket 2, estimated completion for 3/4
           05 SD-DATE PIC X(8).
           05 SD-DAMAGE-LEVEL PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-ENM-FILE-STATUS PIC XX.
       01 WS-EDM-FILE-STATUS PIC XX.
       01 WS-EDM-AVAILABLE PIC X VALUE 'n'.
       01 WS-ENC-FILE-STATUS PIC XX.
       01 WS-ECL-FILE-STATUS PIC XX.
       01 WS-ECL-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-EDM-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-PROJECTION-DATE PIC X(8).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-CUR-THEATRE PIC X(20) VALUE SPACES.
       01 WS-CUR-BUCKET PIC 9 VALUE 0.
       01 WS-FIRST PIC X VALUE 'Y'.
       01 WS-WORST-LEVEL PIC X(1).
       01 WS-WORST-UNTIL PIC X(8).
      *Per-theatre counts, printed at each theatre break
       01 WS-THT-EFFECTIVE PIC 9(4).
       01 WS-THT-OUT PIC 9(4).
       01 WS-THT-COMPLETING PIC 9(4).
       01 WS-THT-BUILDING PIC 9(4).
       01 WS-THT-PROJECTED PIC 9(5).
       01 WS-TOT-EFFECTIVE PIC 9(5) VALUE 0.
       01 WS-TOT-OUT PIC 9(5) VALUE 0.
       01 WS-TOT-COMPLETING PIC 9(5) VALUE 0.
       01 WS-TOT-BUILDING PIC 9(5) VALUE 0.
       01 WS-TOT-PROJECTED PIC 9(5).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'ENMPROJ'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           DISPLAY 'Enter projection date, CCYYMMDD, spaces for '
              'today: '.
           ACCEPT WS-PROJECTION-DATE.
           IF WS-PROJECTION-DATE = SPACES
               MOVE WS-TODAY TO WS-PROJECTION-DATE
           ELSE
               MOVE WS-PROJECTION-DATE TO WS-CHK-DATE
               MOVE 'Y' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-PROJECTION-DATE
           END-IF.
           OPEN INPUT ENEMY-DAMAGE.
           IF WS-EDM-FILE-STATUS = '00' OR WS-EDM-FILE-STATUS = '97'
               MOVE 'y' TO WS-EDM-AVAILABLE
           ELSE
               DISPLAY 'NOTE: ENMDMGDT NOT AVAILABLE, EVERY ACTIVE '
                  'UNIT COUNTS AS EFFECTIVE'
           END-IF.
           OPEN INPUT ENEMY-CLASSES.
           IF WS-ECL-FILE-STATUS = '00' OR WS-ECL-FILE-STATUS = '97'
               MOVE 'y' TO WS-ECL-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           STRING 'PROJECTED TO ' WS-PROJECTION-DATE
              ' FROM ENMYSHP AND THE CONSTRUCTION ESTIMATES OF '
              WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           SORT SORT-WORK ON ASCENDING KEY SD-THEATRE SD-BUCKET
               SD-CLASS SD-ID
               INPUT PROCEDURE IS FEED-ENEMY-FORCES
               OUTPUT PROCEDURE IS PRINT-PROJECTION.
           PERFORM PRINT-GRAND-TOTALS.
           PERFORM CLOSE-REPORT.
           IF WS-EDM-AVAILABLE = 'y'
               CLOSE ENEMY-DAMAGE
           END-IF.
           IF WS-ECL-AVAILABLE = 'y'
               CLOSE ENEMY-CLASSES
           END-IF.
           GOBACK.

       FEED-ENEMY-FORCES.
           OPEN INPUT ENEMY-SHIPS.
           IF WS-ENM-FILE-STATUS NOT = '00'
              AND WS-ENM-FILE-STATUS NOT = '97'
               DISPLAY 'NO ENEMY ORDER OF BATTLE ON FILE, STATUS '
                  WS-ENM-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENEMY-SHIPS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ENM-STATUS NOT = 'Sunk'
                              AND ENM-STATUS NOT = 'Captured'
                               PERFORM RELEASE-ONE-UNIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENEMY-SHIPS
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ENEMY-CONSTRUCTION.
           IF WS-ENC-FILE-STATUS NOT = '00'
              AND WS-ENC-FILE-STATUS NOT = '97'
               DISPLAY 'NOTE: ENMCON NOT AVAILABLE, NO ENEMY '
                  'CONSTRUCTION PROJECTED'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENEMY-CONSTRUCTION NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ENC-STATE = 'B'
                               PERFORM RELEASE-ONE-ESTIMATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENEMY-CONSTRUCTION
           END-IF.
           MOVE 'N' TO WS-EOF.

       RELEASE-ONE-UNIT.
           MOVE ENM-LAST-THEATRE TO SD-THEATRE.
           MOVE ENM-UID TO SD-ID.
           MOVE ENM-NAME TO SD-NAME.
           MOVE ENM-CLASS TO SD-CLASS.
           MOVE ENM-CONFIDENCE-LEVEL TO SD-CONFIDENCE.
           PERFORM LOOK-UP-CLASS-TYPE.
           MOVE SPACE TO SD-DAMAGE-LEVEL.
           MOVE SPACES TO SD-DATE.
           PERFORM FIND-OPEN-ASSESSMENT.
           IF WS-WORST-LEVEL = SPACE
               MOVE 1 TO SD-BUCKET
           ELSE
               MOVE 2 TO SD-BUCKET
               MOVE WS-WORST-LEVEL TO SD-DAMAGE-LEVEL
               MOVE WS-WORST-UNTIL TO SD-DATE
           END-IF.
           RELEASE SORT-RECORD.

       RELEASE-ONE-ESTIMATE.
           MOVE ENC-THEATRE TO SD-THEATRE.
           MOVE ENC-ID TO SD-ID.
           MOVE ENC-NAME TO SD-NAME.
           MOVE ENC-CLASS TO SD-CLASS.
           MOVE ENC-CONFIDENCE TO SD-CONFIDENCE.
           PERFORM LOOK-UP-CLASS-TYPE.
           MOVE SPACE TO SD-DAMAGE-LEVEL.
           MOVE ENC-EST-COMPLETION-DATE TO SD-DATE.
           IF ENC-EST-COMPLETION-DATE <= WS-PROJECTION-DATE
               MOVE 3 TO SD-BUCKET
           ELSE
               MOVE 4 TO SD-BUCKET
           END-IF.
           RELEASE SORT-RECORD.

       LOOK-UP-CLASS-TYPE.
           MOVE '????' TO SD-TYPE.
           IF WS-ECL-AVAILABLE = 'y'
               MOVE SD-CLASS TO ECL-CLASS-NAME
               READ ENEMY-CLASSES RECORD KEY ECL-CLASS-NAME
               IF WS-ECL-FILE-STATUS = '00'
                   MOVE ECL-TYPE TO SD-TYPE
               END-IF
           END-IF.

      *ENMOOB's pass of the damage ledger, measured against the
      *projection date: a window that closes before it no longer
      *keeps the unit out
       FIND-OPEN-ASSESSMENT.
           MOVE SPACE TO WS-WORST-LEVEL.
           MOVE '00000000' TO WS-WORST-UNTIL.
           IF WS-EDM-AVAILABLE = 'y'
               MOVE SPACES TO EDM-KEY
               MOVE 'N' TO WS-EDM-EOF
               START ENEMY-DAMAGE KEY >= EDM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EDM-EOF
               END-START
               PERFORM UNTIL WS-EDM-EOF = 'Y'
                   READ ENEMY-DAMAGE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EDM-EOF
                       NOT AT END
                           IF EDM-ENM-UID = ENM-UID
                              AND EDM-OUT-UNTIL >= WS-PROJECTION-DATE
                              AND EDM-OUT-UNTIL > WS-WORST-UNTIL
                               MOVE EDM-DAMAGE-LEVEL
                                  TO WS-WORST-LEVEL
                               MOVE EDM-OUT-UNTIL
                                  TO WS-WORST-UNTIL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PRINT-PROJECTION.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-ENTRY
               END-RETURN
           END-PERFORM.
           IF WS-FIRST = 'N'
               PERFORM PRINT-THEATRE-TOTAL
           END-IF.

       PRINT-ONE-ENTRY.
           IF WS-FIRST = 'Y' OR SD-THEATRE NOT = WS-CUR-THEATRE
               IF WS-FIRST = 'N'
                   PERFORM PRINT-THEATRE-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST
               MOVE SD-THEATRE TO WS-CUR-THEATRE
               MOVE 0 TO WS-CUR-BUCKET
               MOVE 0 TO WS-THT-EFFECTIVE
               MOVE 0 TO WS-THT-OUT
               MOVE 0 TO WS-THT-COMPLETING
               MOVE 0 TO WS-THT-BUILDING
               PERFORM PRINT-REPORT-LINE
               STRING 'THEATRE: ' WS-CUR-THEATRE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF SD-BUCKET NOT = WS-CUR-BUCKET
               MOVE SD-BUCKET TO WS-CUR-BUCKET
               EVALUATE SD-BUCKET
                   WHEN 1
                       MOVE '  EFFECTIVE ON THE DATE' TO WS-RPT-LINE
                   WHEN 2
                       MOVE '  STILL ASSESSED OUT OF ACTION'
                          TO WS-RPT-LINE
                   WHEN 3
                       MOVE '  EXPECTED TO COMPLETE BY THE DATE'
                          TO WS-RPT-LINE
                   WHEN OTHER
                       MOVE '  STILL BUILDING AT THE DATE'
                          TO WS-RPT-LINE
               END-EVALUATE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           EVALUATE SD-BUCKET
               WHEN 1
                   ADD 1 TO WS-THT-EFFECTIVE
                   STRING '    ' SD-ID ' ' SD-NAME ' ' SD-CLASS ' '
                      SD-TYPE ' CONF ' SD-CONFIDENCE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN 2
                   ADD 1 TO WS-THT-OUT
                   STRING '    ' SD-ID ' ' SD-NAME ' ' SD-CLASS ' '
                      SD-TYPE ' LEVEL ' SD-DAMAGE-LEVEL ' UNTIL '
                      SD-DATE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN 3
                   ADD 1 TO WS-THT-COMPLETING
                   STRING '    ' SD-ID '   ' SD-NAME ' ' SD-CLASS ' '
                      SD-TYPE ' DUE ' SD-DATE ' CONF ' SD-CONFIDENCE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-THT-BUILDING
                   STRING '    ' SD-ID '   ' SD-NAME ' ' SD-CLASS ' '
                      SD-TYPE ' DUE ' SD-DATE ' CONF ' SD-CONFIDENCE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-THEATRE-TOTAL.
           COMPUTE WS-THT-PROJECTED =
              WS-THT-EFFECTIVE + WS-THT-COMPLETING.
           STRING '  PROJECTED ' WS-THT-PROJECTED
              ' = IN SERVICE ' WS-THT-EFFECTIVE
              ' + NEW ' WS-THT-COMPLETING
              ', OUT OF ACTION ' WS-THT-OUT
              ', BUILDING ' WS-THT-BUILDING
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           ADD WS-THT-EFFECTIVE TO WS-TOT-EFFECTIVE.
           ADD WS-THT-OUT TO WS-TOT-OUT.
           ADD WS-THT-COMPLETING TO WS-TOT-COMPLETING.
           ADD WS-THT-BUILDING TO WS-TOT-BUILDING.

       PRINT-GRAND-TOTALS.
           COMPUTE WS-TOT-PROJECTED =
              WS-TOT-EFFECTIVE + WS-TOT-COMPLETING.
           PERFORM PRINT-REPORT-LINE.
           STRING 'ALL THEATRES, PROJECTED EFFECTIVE: '
              WS-TOT-PROJECTED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  IN SERVICE ' WS-TOT-EFFECTIVE
              ', NEW CONSTRUCTION ' WS-TOT-COMPLETING
              ', OUT OF ACTION ' WS-TOT-OUT
              ', STILL BUILDING ' WS-TOT-BUILDING
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

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
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'PROJECTED ENEMY ORDER OF BATTLE' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       PRINT-REPORT-LINE.
           MOVE 'L' TO WS-RPT-ACTION.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE 'C' TO WS-RPT-ACTION.
           MOVE 'INTELLIGENCE' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
