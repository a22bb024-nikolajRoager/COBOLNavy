      *This program is the quarterly non-combat incident report over
      *INCREG: every collision, grounding, fire, and breakdown in the
      *quarter is listed, then counted by type and by fleet (the
      *ship's SHIP-FLEET on ALLSHPS) with the casualties, so what the
      *sea did to the fleet can be set beside what the enemy did.
      *The quarter is entered as CCYYQ; blank takes the last
      *complete quarter before today.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INCRPT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTS ASSIGN TO INCREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INC-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  INCIDENTS.
       COPY INCREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-QUARTER-IN PIC X(5).
       01 WS-QUARTER.
           05 WS-QTR-YEAR PIC 9(4).
           05 WS-QTR-NR PIC 9.
       01 WS-QTR-FROM.
           05 WS-QTR-FROM-YEAR PIC 9(4).
           05 WS-QTR-FROM-MONTH PIC 99.
       01 WS-QTR-TO.
           05 WS-QTR-TO-YEAR PIC 9(4).
           05 WS-QTR-TO-MONTH PIC 99.
       01 WS-TODAY-MONTH PIC 99.
       01 WS-SHIP-NAME PIC X(20).
       01 WS-FLEET PIC X(20).
       01 WS-TYPE-IDX PIC 9.
       01 WS-IDX PIC 999.
       01 WS-MATCH-IDX PIC 999.
       01 WS-INCIDENT-COUNT PIC 9(4) VALUE 0.
       01 WS-CASUALTY-TOTAL PIC 9(6) VALUE 0.
      *Incident types in report order; INC-TYPE C/G/F/M/O
       01 WS-TYPE-NAMES.
           05 FILLER PIC X(10) VALUE 'COLLISION'.
           05 FILLER PIC X(10) VALUE 'GROUNDING'.
           05 FILLER PIC X(10) VALUE 'FIRE'.
           05 FILLER PIC X(10) VALUE 'MACHINERY'.
           05 FILLER PIC X(10) VALUE 'OTHER'.
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-NAME PIC X(10) OCCURS 5 TIMES.
       01 WS-TYPE-TABLE.
           05 WS-TYP-ENTRY OCCURS 5 TIMES.
                10 WS-TYP-COUNT PIC 9(4).
                10 WS-TYP-CASUALTIES PIC 9(6).
      *Roll-up by fleet, each fleet broken down by type
       01 WS-FLEET-TABLE.
           05 WS-FLT-ENTRY OCCURS 50 TIMES.
                10 WS-FLT-NAME PIC X(20).
                10 WS-FLT-TYPE-COUNT PIC 9(4) OCCURS 5 TIMES.
                10 WS-FLT-COUNT PIC 9(4).
                10 WS-FLT-CASUALTIES PIC 9(6).
       01 WS-FLEET-COUNT PIC 999 VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'INCRPT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM SET-QUARTER.
           OPEN INPUT INCIDENTS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO INCIDENTS ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 5
               MOVE 0 TO WS-TYP-COUNT(WS-TYPE-IDX)
               MOVE 0 TO WS-TYP-CASUALTIES(WS-TYPE-IDX)
           END-PERFORM.
           PERFORM OPEN-REPORT.
           STRING 'INCIDENTS IN QUARTER ' WS-QTR-NR ' OF '
              WS-QTR-YEAR ':'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INCIDENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF INC-DATE(1:6) >= WS-QTR-FROM
                          AND INC-DATE(1:6) <= WS-QTR-TO
                           PERFORM REPORT-ONE-INCIDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INCIDENTS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-ROLL-UPS.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *A quarter keyed in is taken as given; blank (or anything
      *that is not CCYYQ with Q 1-4) falls back to the last
      *complete quarter
       SET-QUARTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           DISPLAY 'Enter quarter, CCYYQ (blank for the last '
              'complete quarter): '.
           ACCEPT WS-QUARTER-IN.
           MOVE WS-QUARTER-IN TO WS-QUARTER.
           IF WS-QUARTER-IN IS NOT NUMERIC
              OR WS-QTR-NR < 1 OR WS-QTR-NR > 4
               MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-QTR-YEAR
               MOVE WS-CURRENT-TIMESTAMP(5:2) TO WS-TODAY-MONTH
               COMPUTE WS-QTR-NR = (WS-TODAY-MONTH - 1) / 3
               IF WS-QTR-NR = 0
                   MOVE 4 TO WS-QTR-NR
                   SUBTRACT 1 FROM WS-QTR-YEAR
               END-IF
           END-IF.
           MOVE WS-QTR-YEAR TO WS-QTR-FROM-YEAR.
           MOVE WS-QTR-YEAR TO WS-QTR-TO-YEAR.
           COMPUTE WS-QTR-FROM-MONTH = (WS-QTR-NR - 1) * 3 + 1.
           COMPUTE WS-QTR-TO-MONTH = WS-QTR-FROM-MONTH + 2.

       REPORT-ONE-INCIDENT.
           ADD 1 TO WS-INCIDENT-COUNT.
           ADD INC-CASUALTIES TO WS-CASUALTY-TOTAL.
           MOVE SPACES TO WS-SHIP-NAME.
           MOVE '(FLEET UNKNOWN)' TO WS-FLEET.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE INC-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               IF WS-SHIP-FILE-STATUS = '00'
                   MOVE SHIP-NAME TO WS-SHIP-NAME
                   IF SHIP-FLEET NOT = SPACES
                       MOVE SHIP-FLEET TO WS-FLEET
                   END-IF
               END-IF
           END-IF.
           EVALUATE INC-TYPE
               WHEN 'C'
                   MOVE 1 TO WS-TYPE-IDX
               WHEN 'G'
                   MOVE 2 TO WS-TYPE-IDX
               WHEN 'F'
                   MOVE 3 TO WS-TYPE-IDX
               WHEN 'M'
                   MOVE 4 TO WS-TYPE-IDX
               WHEN OTHER
                   MOVE 5 TO WS-TYPE-IDX
           END-EVALUATE.
           STRING '  ' INC-DATE ' ' INC-UID ' ' WS-SHIP-NAME ' '
              WS-TYPE-NAME(WS-TYPE-IDX) ' AT ' INC-GRID-SQUARE
              ' CASUALTIES ' INC-CASUALTIES
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF INC-OTHER-UID NOT = SPACES
               STRING '    WITH ' INC-OTHER-UID
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           STRING '    ' INC-DAMAGE-DESCRIPTION
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           ADD 1 TO WS-TYP-COUNT(WS-TYPE-IDX).
           ADD INC-CASUALTIES TO WS-TYP-CASUALTIES(WS-TYPE-IDX).
           PERFORM TALLY-FLEET.

       TALLY-FLEET.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FLEET-COUNT
               IF WS-FLT-NAME(WS-IDX) = WS-FLEET
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0 AND WS-FLEET-COUNT < 50
               ADD 1 TO WS-FLEET-COUNT
               MOVE WS-FLEET-COUNT TO WS-MATCH-IDX
               MOVE WS-FLEET TO WS-FLT-NAME(WS-MATCH-IDX)
               MOVE 0 TO WS-FLT-COUNT(WS-MATCH-IDX)
               MOVE 0 TO WS-FLT-CASUALTIES(WS-MATCH-IDX)
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   MOVE 0 TO WS-FLT-TYPE-COUNT(WS-MATCH-IDX, WS-IDX)
               END-PERFORM
           END-IF.
           IF WS-MATCH-IDX NOT = 0
               ADD 1 TO WS-FLT-COUNT(WS-MATCH-IDX)
               ADD 1 TO WS-FLT-TYPE-COUNT(WS-MATCH-IDX, WS-TYPE-IDX)
               ADD INC-CASUALTIES TO WS-FLT-CASUALTIES(WS-MATCH-IDX)
           END-IF.

       PRINT-ROLL-UPS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'TOTAL INCIDENTS: ' WS-INCIDENT-COUNT
              '  CASUALTIES: ' WS-CASUALTY-TOTAL
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'INCIDENTS BY TYPE:'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 5
               STRING '  ' WS-TYPE-NAME(WS-TYPE-IDX) ' '
                  WS-TYP-COUNT(WS-TYPE-IDX) '  CASUALTIES '
                  WS-TYP-CASUALTIES(WS-TYPE-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.
           PERFORM PRINT-REPORT-LINE.
           STRING 'INCIDENTS BY FLEET:    COLL GRND FIRE MACH OTHR '
              'TOTAL CASUALTIES'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FLEET-COUNT
               STRING '  ' WS-FLT-NAME(WS-IDX) ' '
                  WS-FLT-TYPE-COUNT(WS-IDX, 1) ' '
                  WS-FLT-TYPE-COUNT(WS-IDX, 2) ' '
                  WS-FLT-TYPE-COUNT(WS-IDX, 3) ' '
                  WS-FLT-TYPE-COUNT(WS-IDX, 4) ' '
                  WS-FLT-TYPE-COUNT(WS-IDX, 5) ' '
                  WS-FLT-COUNT(WS-IDX) '  '
                  WS-FLT-CASUALTIES(WS-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'QUARTERLY NON-COMBAT INCIDENT REPORT' TO WS-RPT-LINE.
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
           MOVE 'STAFF PLANNING' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
