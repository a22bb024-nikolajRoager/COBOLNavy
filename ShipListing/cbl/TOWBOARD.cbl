      *This program is the tow board: every open tow on TOWTASK --
      *the damaged ship, the tug towing her, where they met, where
      *she is bound, when the tow began -- with the arrival TOWETA
      *works out from the PRTDIST distance between the port nearest
      *the rendezvous and the destination at the tug's tow speed.
      *A tow whose estimated arrival has passed without an outcome
      *on file is flagged OVERDUE, so the salvage staff chase it.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    TOWBOARD.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOW-TASKS ASSIGN TO TOWTASK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TOW-KEY
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
       FD  TOW-TASKS.
       COPY TOWREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
       01 WS-TOW-NAME PIC X(20).
       01 WS-TUG-NAME PIC X(20).
       01 WS-ARRIVAL-TEXT PIC X(40).
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
      *Common tow-arrival plumbing; see TOWETA
       01 WS-ETA-RESULT PIC X(1).
       01 WS-ETA-DISTANCE-NM PIC 9(5).
       01 WS-ETA-TOW-SPEED-KN PIC 99V9.
       01 WS-ETA-DATE PIC X(8).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'TOWBOARD'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT TOW-TASKS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO TOW TASKS ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TOW-TASKS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TOW-OUTCOME = SPACES
                           PERFORM REPORT-ONE-TOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TOW-TASKS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'OPEN TOWS: ' WS-OPEN-COUNT
              ', OVERDUE: ' WS-OVERDUE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       REPORT-ONE-TOW.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE TOW-UID TO UID.
           PERFORM LOOK-UP-NAME.
           MOVE SHIP-NAME TO WS-TOW-NAME.
           MOVE TOW-TUG-UID TO UID.
           PERFORM LOOK-UP-NAME.
           MOVE SHIP-NAME TO WS-TUG-NAME.
           CALL 'TOWETA' USING TOW-TUG-UID, TOW-NEAREST-PORT,
              TOW-DESTINATION, TOW-START-DATE, WS-ETA-RESULT,
              WS-ETA-DISTANCE-NM, WS-ETA-TOW-SPEED-KN, WS-ETA-DATE.
           MOVE SPACES TO WS-ARRIVAL-TEXT.
           EVALUATE WS-ETA-RESULT
               WHEN 'Y'
                   IF WS-ETA-DATE < WS-RUN-DATE
                       ADD 1 TO WS-OVERDUE-COUNT
                       STRING 'DUE ' WS-ETA-DATE ' *** OVERDUE'
                          DELIMITED BY SIZE INTO WS-ARRIVAL-TEXT
                       END-STRING
                   ELSE
                       STRING 'DUE ' WS-ETA-DATE
                          DELIMITED BY SIZE INTO WS-ARRIVAL-TEXT
                       END-STRING
                   END-IF
               WHEN 'N'
                   MOVE 'ARRIVAL NOT ESTIMATED, NO PRTDIST DISTANCE'
                      TO WS-ARRIVAL-TEXT
               WHEN OTHER
                   MOVE 'ARRIVAL NOT ESTIMATED, PRTDIST/TUGREG DOWN'
                      TO WS-ARRIVAL-TEXT
           END-EVALUATE.
           PERFORM PRINT-REPORT-LINE.
           STRING TOW-UID ' ' WS-TOW-NAME ' IN TOW OF '
              TOW-TUG-UID ' ' WS-TUG-NAME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  FROM ' TOW-RENDEZVOUS-SQUARE ' (OFF '
              TOW-NEAREST-PORT ') TO ' TOW-DESTINATION
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-ETA-RESULT = 'Y'
               STRING '  STARTED ' TOW-START-DATE ', '
                  WS-ETA-DISTANCE-NM ' NM AT ' WS-ETA-TOW-SPEED-KN
                  ' KN, ' WS-ARRIVAL-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '  STARTED ' TOW-START-DATE ', '
                  WS-ARRIVAL-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

       LOOK-UP-NAME.
           MOVE SPACES TO SHIP-NAME.
           IF WS-SHIP-AVAILABLE = 'y'
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   MOVE '(NOT ON ALLSHPS)' TO SHIP-NAME
               END-READ
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'TOW BOARD, OPEN TOWS' TO WS-RPT-LINE.
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
           MOVE 'FLEET SALVAGE OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
