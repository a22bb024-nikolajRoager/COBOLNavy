      *This program is the monthly discipline statistics return. For
      *the month asked for (CCYYMM) every award on the DEFAULTR
      *defaulters register is counted against the hull it was made
      *in, set against the ship's present complement (her open
      *CREWROST rows) as an offence rate per hundred men, and shown
      *with the counts for each of the five months before it, so a
      *rising trend shows before the morale problem does. Ships are
      *grouped by SHIP-FLEET with a fleet total and rate after each
      *fleet and a grand total at the end.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DISCSTAT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFAULTERS ASSIGN TO DEFAULTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DEF-KEY
           FILE STATUS IS WS-DEF-FILE-STATUS.
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DEFAULTERS.
       COPY DEFREC.
       FD  CREW-ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-KEY.
                10 ROSTER-UID PIC X(12).
                10 ROSTER-SVC-NR PIC X(10).
           05 ROSTER-DATA.
                10 ROSTER-NAME PIC X(25).
                10 ROSTER-BILLET PIC X(20).
                10 ROSTER-DATE-ASSIGNED PIC X(8).
                10 ROSTER-DATE-RELIEVED PIC X(8).
                10 ROSTER-STATUS PIC X(8).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-FLEET PIC X(20).
           05 SD-UID PIC X(12).
           05 SD-NAME PIC X(20).
           05 SD-HEADS PIC 9(5).
      *Month 1 is the month reported, 2 to 6 the five before it
           05 SD-MONTH-COUNT PIC 9(4) OCCURS 6 TIMES.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-DEF-FILE-STATUS PIC XX.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-SHIPS-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-REPORT-MONTH PIC X(6).
       01 WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH.
           05 WS-RPT-CCYY PIC 9(4).
           05 WS-RPT-MM PIC 9(2).
       01 WS-AWARD-MONTH PIC X(6).
       01 WS-AWARD-MONTH-NUM REDEFINES WS-AWARD-MONTH.
           05 WS-AWD-CCYY PIC 9(4).
           05 WS-AWD-MM PIC 9(2).
       01 WS-MONTHS-BACK PIC S9(6).
       01 WS-SLOT PIC 9.
       01 WS-IDX PIC 9(4).
       01 WS-MATCH-IDX PIC 9(4).
      *Per-hull tallies folded from one pass over each file
       01 WS-SHIP-TABLE.
           05 WS-SHP-ENTRY OCCURS 500 TIMES.
                10 WS-SHP-UID PIC X(12).
                10 WS-SHP-HEADS PIC 9(5).
                10 WS-SHP-MONTH PIC 9(4) OCCURS 6 TIMES.
       01 WS-SHIP-COUNT PIC 9(4) VALUE 0.
       01 WS-LOOK-UID PIC X(12).
       01 WS-CUR-FLEET PIC X(20).
       01 WS-FIRST-FLEET PIC X VALUE 'Y'.
       01 WS-FLEET-HEADS PIC 9(6).
       01 WS-FLEET-MONTH PIC 9(5) OCCURS 6 TIMES.
       01 WS-GRAND-HEADS PIC 9(6) VALUE 0.
       01 WS-GRAND-MONTH PIC 9(5) OCCURS 6 TIMES.
       01 WS-RATE PIC 9(4)V9.
       01 WS-RATE-OUT PIC Z(3)9.9.
       01 WS-TREND-OUT.
           05 WS-TREND-ITEM OCCURS 6 TIMES.
                10 WS-TREND-COUNT PIC Z(4)9.
       01 WS-CALC-HEADS PIC 9(6).
       01 WS-CALC-OFFENCES PIC 9(5).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'DISCSTAT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           DISPLAY 'Enter month to report, CCYYMM, spaces for the '
              'current month: '.
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-REPORT-MONTH
           END-IF.
           PERFORM UNTIL WS-REPORT-MONTH IS NUMERIC
              AND WS-RPT-MM >= 1 AND WS-RPT-MM <= 12
               DISPLAY 'INVALID MONTH ' WS-REPORT-MONTH
                  ', RE-ENTER CCYYMM: '
               ACCEPT WS-REPORT-MONTH
           END-PERFORM.
           PERFORM FOLD-ROSTER-HEADS.
           PERFORM FOLD-DEFAULTERS.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIPS-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           STRING 'MONTH ' WS-REPORT-MONTH
              '; TREND COLUMNS RUN FROM THIS MONTH BACK FIVE MONTHS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           SORT SORT-WORK ON ASCENDING KEY SD-FLEET SD-UID
               INPUT PROCEDURE IS RELEASE-SHIPS
               OUTPUT PROCEDURE IS PRINT-STATISTICS.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-GRAND-HEADS TO WS-CALC-HEADS.
           MOVE WS-GRAND-MONTH(1) TO WS-CALC-OFFENCES.
           PERFORM COMPUTE-RATE.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 6
               MOVE WS-GRAND-MONTH(WS-SLOT) TO WS-TREND-COUNT(WS-SLOT)
           END-PERFORM.
           STRING 'ALL FLEETS: MEN ' WS-GRAND-HEADS ', RATE/100 '
              WS-RATE-OUT ', TREND ' WS-TREND-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           IF WS-SHIPS-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

      *Present complement: open roster rows per hull
       FOLD-ROSTER-HEADS.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS NOT = '00'
              AND WS-ROST-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: CREWROST NOT AVAILABLE, NO RATES '
                  'CAN BE STRUCK, STATUS ' WS-ROST-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CREW-ROSTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ROSTER-DATE-RELIEVED = SPACES
                               MOVE ROSTER-UID TO WS-LOOK-UID
                               PERFORM FIND-SHIP-SLOT
                               IF WS-MATCH-IDX NOT = 0
                                   ADD 1 TO WS-SHP-HEADS(WS-MATCH-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREW-ROSTER
           END-IF.
           MOVE 'N' TO WS-EOF.

      *Each award falls in one of the six month slots or none
       FOLD-DEFAULTERS.
           OPEN INPUT DEFAULTERS.
           IF WS-DEF-FILE-STATUS NOT = '00'
              AND WS-DEF-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: DEFAULTR NOT AVAILABLE, NO AWARDS '
                  'COUNTED, STATUS ' WS-DEF-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEFAULTERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COUNT-ONE-AWARD
                   END-READ
               END-PERFORM
               CLOSE DEFAULTERS
           END-IF.
           MOVE 'N' TO WS-EOF.

       COUNT-ONE-AWARD.
           MOVE DEF-DATE(1:6) TO WS-AWARD-MONTH.
           IF WS-AWARD-MONTH IS NUMERIC
               COMPUTE WS-MONTHS-BACK =
                  (WS-RPT-CCYY * 12 + WS-RPT-MM)
                  - (WS-AWD-CCYY * 12 + WS-AWD-MM)
               IF WS-MONTHS-BACK >= 0 AND WS-MONTHS-BACK <= 5
                   COMPUTE WS-SLOT = WS-MONTHS-BACK + 1
                   MOVE DEF-UID TO WS-LOOK-UID
                   PERFORM FIND-SHIP-SLOT
                   IF WS-MATCH-IDX NOT = 0
                       ADD 1 TO WS-SHP-MONTH(WS-MATCH-IDX, WS-SLOT)
                   END-IF
               END-IF
           END-IF.

      *A hull not yet in the table takes the next free slot while
      *there is one
       FIND-SHIP-SLOT.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SHIP-COUNT
               IF WS-SHP-UID(WS-IDX) = WS-LOOK-UID
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0 AND WS-SHIP-COUNT < 500
               ADD 1 TO WS-SHIP-COUNT
               MOVE WS-SHIP-COUNT TO WS-MATCH-IDX
               MOVE WS-LOOK-UID TO WS-SHP-UID(WS-MATCH-IDX)
               MOVE 0 TO WS-SHP-HEADS(WS-MATCH-IDX)
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 6
                   MOVE 0 TO WS-SHP-MONTH(WS-MATCH-IDX, WS-SLOT)
               END-PERFORM
           END-IF.

       RELEASE-SHIPS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SHIP-COUNT
               MOVE WS-SHP-UID(WS-IDX) TO SD-UID
               MOVE SPACES TO SD-FLEET
               MOVE '(NOT ON ALLSHPS)' TO SD-NAME
               IF WS-SHIPS-AVAILABLE = 'y'
                   MOVE WS-SHP-UID(WS-IDX) TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SHIP-FLEET TO SD-FLEET
                       MOVE SHIP-NAME TO SD-NAME
                   END-READ
               END-IF
               MOVE WS-SHP-HEADS(WS-IDX) TO SD-HEADS
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 6
                   MOVE WS-SHP-MONTH(WS-IDX, WS-SLOT)
                      TO SD-MONTH-COUNT(WS-SLOT)
               END-PERFORM
               RELEASE SORT-RECORD
           END-PERFORM.

       PRINT-STATISTICS.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-SHIP
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-FLEET = 'N'
               PERFORM PRINT-FLEET-TOTAL
           END-IF.

       PRINT-ONE-SHIP.
           IF WS-FIRST-FLEET = 'Y' OR SD-FLEET NOT = WS-CUR-FLEET
               IF WS-FIRST-FLEET = 'N'
                   PERFORM PRINT-FLEET-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-FLEET
               MOVE SD-FLEET TO WS-CUR-FLEET
               MOVE 0 TO WS-FLEET-HEADS
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 6
                   MOVE 0 TO WS-FLEET-MONTH(WS-SLOT)
               END-PERFORM
               PERFORM PRINT-REPORT-LINE
               STRING 'FLEET ' SD-FLEET
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD SD-HEADS TO WS-FLEET-HEADS.
           ADD SD-HEADS TO WS-GRAND-HEADS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 6
               ADD SD-MONTH-COUNT(WS-SLOT) TO WS-FLEET-MONTH(WS-SLOT)
               ADD SD-MONTH-COUNT(WS-SLOT) TO WS-GRAND-MONTH(WS-SLOT)
               MOVE SD-MONTH-COUNT(WS-SLOT) TO WS-TREND-COUNT(WS-SLOT)
           END-PERFORM.
           MOVE SD-HEADS TO WS-CALC-HEADS.
           MOVE SD-MONTH-COUNT(1) TO WS-CALC-OFFENCES.
           PERFORM COMPUTE-RATE.
           STRING '  ' SD-UID ' ' SD-NAME ' MEN ' SD-HEADS
              ' RATE/100 ' WS-RATE-OUT ' TREND ' WS-TREND-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-FLEET-TOTAL.
           MOVE WS-FLEET-HEADS TO WS-CALC-HEADS.
           MOVE WS-FLEET-MONTH(1) TO WS-CALC-OFFENCES.
           PERFORM COMPUTE-RATE.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 6
               MOVE WS-FLEET-MONTH(WS-SLOT) TO WS-TREND-COUNT(WS-SLOT)
           END-PERFORM.
           STRING '  FLEET TOTAL: MEN ' WS-FLEET-HEADS ', RATE/100 '
              WS-RATE-OUT ', TREND ' WS-TREND-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Offences in the month reported per hundred men borne; a hull
      *with no open roster rows has no rate to strike
       COMPUTE-RATE.
           IF WS-CALC-HEADS = 0
               MOVE 0 TO WS-RATE
           ELSE
               COMPUTE WS-RATE ROUNDED =
                  WS-CALC-OFFENCES * 100 / WS-CALC-HEADS
           END-IF.
           MOVE WS-RATE TO WS-RATE-OUT.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'DISCIPLINE STATISTICS BY SHIP AND FLEET'
              TO WS-RPT-LINE.
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
           MOVE 'FLEET DISCIPLINE OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
