      *This program is the daily open-OPDEF list: every operational
      *defect not yet cleared, grouped by the fleet the ship belongs
      *to on ALLSHPS, so each fleet's engineer sees at a glance what
      *its ships cannot do tonight and why. Each defect shows the
      *equipment, the dates raised and expected rectified, and the
      *restriction it carries; one whose expected rectification
      *date has passed is flagged OVERDUE, so the yard or the depot
      *ship can be chased. Run nightly by NIGHTRUN.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OPDRPT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPDEFS ASSIGN TO OPDEFDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPD-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed for each defect's fleet and name
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OPDEFS.
       COPY OPDREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-FLEET PIC X(20).
           05 SD-UID PIC X(12).
           05 SD-RAISED-DATE PIC X(8).
           05 SD-EQUIPMENT PIC X(20).
           05 SD-NAME PIC X(20).
           05 SD-DEFECT PIC X(40).
           05 SD-MAX-SPEED-KN PIC 99V99.
           05 SD-SENSOR-OUT PIC X(1).
           05 SD-MAIN-GUNS-OUT PIC 9(3).
           05 SD-SECONDARY-GUNS-OUT PIC 9(3).
           05 SD-EXPECTED-DATE PIC X(8).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-CUR-FLEET PIC X(20).
       01 WS-FLEET-STARTED PIC X VALUE 'N'.
       01 WS-OVERDUE-TEXT PIC X(10).
       01 WS-SENSOR-TEXT PIC X(15).
       01 WS-SPEED-OUT PIC Z9.99.
       01 WS-FLEET-OPEN-COUNT PIC 9(4).
       01 WS-FLEET-OVERDUE-COUNT PIC 9(4).
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'OPDRPT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN INPUT OPDEFS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO OPDEFS ON FILE, STATUS ' WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS NOT = '00'
              AND WS-SHIP-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: ALLSHPS OPEN ERROR-CODE:'
                  WS-SHIP-FILE-STATUS
               CLOSE OPDEFS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-REPORT.
           STRING 'OPEN OPDEFS AS AT ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           SORT SORT-WORK ON ASCENDING KEY SD-FLEET SD-UID
               SD-RAISED-DATE SD-EQUIPMENT
               INPUT PROCEDURE IS FEED-OPEN-DEFECTS
               OUTPUT PROCEDURE IS PRINT-OPEN-DEFECTS.
           CLOSE OPDEFS.
           CLOSE ALLIED-SHIPS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'OPEN OPDEFS: ' WS-OPEN-COUNT ', OVERDUE: '
              WS-OVERDUE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *A defect on a hull no longer on the master still shows, under
      *a fleet of its own, rather than quietly dropping off the list
       FEED-OPEN-DEFECTS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPDEFS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OPD-CLEARED-DATE = SPACES
                           PERFORM RELEASE-ONE-DEFECT
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-DEFECT.
           MOVE OPD-UID TO UID.
           READ ALLIED-SHIPS RECORD KEY UID
           INVALID KEY
               MOVE '(NOT ON ALLSHPS)' TO SD-FLEET
               MOVE SPACES TO SD-NAME
           NOT INVALID KEY
               MOVE SHIP-FLEET TO SD-FLEET
               MOVE SHIP-NAME TO SD-NAME
           END-READ.
           MOVE OPD-UID TO SD-UID.
           MOVE OPD-RAISED-DATE TO SD-RAISED-DATE.
           MOVE OPD-EQUIPMENT TO SD-EQUIPMENT.
           MOVE OPD-DEFECT TO SD-DEFECT.
           MOVE OPD-MAX-SPEED-KN TO SD-MAX-SPEED-KN.
           MOVE OPD-SENSOR-OUT TO SD-SENSOR-OUT.
           MOVE OPD-MAIN-GUNS-OUT TO SD-MAIN-GUNS-OUT.
           MOVE OPD-SECONDARY-GUNS-OUT TO SD-SECONDARY-GUNS-OUT.
           MOVE OPD-EXPECTED-DATE TO SD-EXPECTED-DATE.
           RELEASE SORT-RECORD.

       PRINT-OPEN-DEFECTS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-DEFECT
               END-RETURN
           END-PERFORM.
           IF WS-FLEET-STARTED = 'Y'
               PERFORM PRINT-FLEET-TOTALS
           END-IF.

       PRINT-ONE-DEFECT.
           IF WS-FLEET-STARTED = 'N' OR SD-FLEET NOT = WS-CUR-FLEET
               IF WS-FLEET-STARTED = 'Y'
                   PERFORM PRINT-FLEET-TOTALS
               END-IF
               MOVE 'Y' TO WS-FLEET-STARTED
               MOVE SD-FLEET TO WS-CUR-FLEET
               MOVE 0 TO WS-FLEET-OPEN-COUNT
               MOVE 0 TO WS-FLEET-OVERDUE-COUNT
               PERFORM PRINT-REPORT-LINE
               STRING 'FLEET: ' WS-CUR-FLEET
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           ADD 1 TO WS-FLEET-OPEN-COUNT.
           MOVE SPACES TO WS-OVERDUE-TEXT.
           IF SD-EXPECTED-DATE < WS-TODAY
               MOVE '** OVERDUE' TO WS-OVERDUE-TEXT
               ADD 1 TO WS-OVERDUE-COUNT
               ADD 1 TO WS-FLEET-OVERDUE-COUNT
           END-IF.
           STRING '  ' SD-UID ' ' SD-NAME ' ' SD-EQUIPMENT
              ' RAISED ' SD-RAISED-DATE ' DUE ' SD-EXPECTED-DATE
              ' ' WS-OVERDUE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           EVALUATE SD-SENSOR-OUT
               WHEN 'R'
                   MOVE 'RADAR OUT' TO WS-SENSOR-TEXT
               WHEN 'S'
                   MOVE 'SONAR OUT' TO WS-SENSOR-TEXT
               WHEN 'B'
                   MOVE 'RADAR+SONAR OUT' TO WS-SENSOR-TEXT
               WHEN OTHER
                   MOVE 'SENSORS OK' TO WS-SENSOR-TEXT
           END-EVALUATE.
           IF SD-MAX-SPEED-KN > 0
               MOVE SD-MAX-SPEED-KN TO WS-SPEED-OUT
               STRING '    ' SD-DEFECT ' MAX ' WS-SPEED-OUT ' KN '
                  WS-SENSOR-TEXT ' GUNS OUT ' SD-MAIN-GUNS-OUT '/'
                  SD-SECONDARY-GUNS-OUT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '    ' SD-DEFECT ' SPEED OK ' WS-SENSOR-TEXT
                  ' GUNS OUT ' SD-MAIN-GUNS-OUT '/'
                  SD-SECONDARY-GUNS-OUT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.

       PRINT-FLEET-TOTALS.
           STRING '  FLEET OPEN: ' WS-FLEET-OPEN-COUNT ', OVERDUE: '
              WS-FLEET-OVERDUE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'OPEN OPERATIONAL DEFECTS BY FLEET' TO WS-RPT-LINE.
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
           MOVE 'FLEET ENGINEER OFFICERS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
