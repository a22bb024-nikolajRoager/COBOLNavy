      *This program is the aircrew currency report: for every ship
      *embarking aircraft, each model she carries is set against the
      *pilots and observers borne in her who are qualified on it and
      *have landed on deck on it, by day or by night, within the
      *currency period -- and a carrier with fewer current pilots
      *than airframes of the model is flagged SHORT. The counting is
      *done by CHKACRW, which the air order of battle uses as well.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACRWCUR.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-SLOT-NR PIC 9(3).
       01 WS-SLOT-MODEL PIC X(20).
       01 WS-STATE-TEXT PIC X(16).
       01 WS-CARRIER-SHORT PIC X.
       01 WS-CARRIER-COUNT PIC 9(5) VALUE 0.
       01 WS-SHORT-COUNT PIC 9(5) VALUE 0.
       01 WS-UNKNOWN PIC X VALUE 'N'.
      *Common aircrew currency plumbing; see CHKACRW
       01 WS-CRW-UID PIC X(12).
       01 WS-CRW-MODEL PIC X(20).
       01 WS-CRW-AIRFRAMES PIC 9(3).
       01 WS-CRW-AS-OF PIC X(8).
       01 WS-CRW-RESULT PIC X(1).
       01 WS-CRW-PILOTS PIC 9(3).
       01 WS-CRW-OBSERVERS PIC 9(3).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'ACRWCUR'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           PERFORM OPEN-REPORT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SHIP-FIRST-AIRCRAFT-NR > 0
                          OR SHIP-SECOND-AIRCRAFT-NR > 0
                          OR SHIP-THIRD-AIRCRAFT-NR > 0
                           PERFORM PRINT-ONE-CARRIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALLIED-SHIPS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'CARRIERS: ' WS-CARRIER-COUNT
              ', SHORT OF CURRENT AIRCREW: ' WS-SHORT-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-UNKNOWN = 'Y'
               MOVE 'AIRCREW REGISTER NOT AVAILABLE, CURRENCY UNKNOWN'
                  TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM CLOSE-REPORT.
           GOBACK.

       PRINT-ONE-CARRIER.
           ADD 1 TO WS-CARRIER-COUNT.
           MOVE 'N' TO WS-CARRIER-SHORT.
           PERFORM PRINT-REPORT-LINE.
           STRING UID ' ' SHIP-NAME ' ' SHIP-STATUS
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF SHIP-FIRST-AIRCRAFT-NR > 0
               MOVE SHIP-FIRST-AIRCRAFT-NR TO WS-SLOT-NR
               MOVE SHIP-FIRST-AIRCRAFT-MODEL TO WS-SLOT-MODEL
               PERFORM PRINT-ONE-SLOT
           END-IF.
           IF SHIP-SECOND-AIRCRAFT-NR > 0
               MOVE SHIP-SECOND-AIRCRAFT-NR TO WS-SLOT-NR
               MOVE SHIP-SECOND-AIRCRAFT-MODEL TO WS-SLOT-MODEL
               PERFORM PRINT-ONE-SLOT
           END-IF.
           IF SHIP-THIRD-AIRCRAFT-NR > 0
               MOVE SHIP-THIRD-AIRCRAFT-NR TO WS-SLOT-NR
               MOVE SHIP-THIRD-AIRCRAFT-MODEL TO WS-SLOT-MODEL
               PERFORM PRINT-ONE-SLOT
           END-IF.
           IF WS-CARRIER-SHORT = 'Y'
               ADD 1 TO WS-SHORT-COUNT
           END-IF.

       PRINT-ONE-SLOT.
           MOVE UID TO WS-CRW-UID.
           MOVE WS-SLOT-MODEL TO WS-CRW-MODEL.
           MOVE WS-SLOT-NR TO WS-CRW-AIRFRAMES.
           MOVE WS-TODAY TO WS-CRW-AS-OF.
           CALL 'CHKACRW' USING WS-CRW-UID, WS-CRW-MODEL,
              WS-CRW-AIRFRAMES, WS-CRW-AS-OF, WS-CRW-RESULT,
              WS-CRW-PILOTS, WS-CRW-OBSERVERS.
           EVALUATE WS-CRW-RESULT
               WHEN 'Y'
                   MOVE 'SHORT' TO WS-STATE-TEXT
                   MOVE 'Y' TO WS-CARRIER-SHORT
               WHEN 'U'
                   MOVE 'UNKNOWN' TO WS-STATE-TEXT
                   MOVE 'Y' TO WS-UNKNOWN
               WHEN OTHER
                   MOVE 'OK' TO WS-STATE-TEXT
           END-EVALUATE.
           STRING '    ' WS-SLOT-NR ' X ' WS-SLOT-MODEL
              ' CURRENT PILOTS ' WS-CRW-PILOTS
              ' OBSERVERS ' WS-CRW-OBSERVERS ' ' WS-STATE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'AIRCREW DECK-LANDING CURRENCY' TO WS-RPT-LINE.
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
           MOVE 'AIR STAFF' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
