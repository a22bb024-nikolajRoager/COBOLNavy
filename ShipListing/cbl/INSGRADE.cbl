      *This program is the latest-inspection summary: for every ship
      *on INSPCT, the most recent material or harbour inspection --
      *its date, kind, inspecting officer, and overall grade -- with
      *the findings still open on INSFND from any of her inspections
      *and how many of those are past their correction date, so the
      *next inspecting staff start from the open items. A count of
      *ships at each grade closes the report.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INSGRADE.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECTIONS ASSIGN TO INSPCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INS-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT INSPECTION-FINDINGS ASSIGN TO INSFND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FND-KEY
           FILE STATUS IS WS-FND-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  INSPECTIONS.
       COPY INSREC.
       FD  INSPECTION-FINDINGS.
       COPY FNDREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-FND-FILE-STATUS PIC XX.
       01 WS-FND-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FND-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
       01 WS-SHIP-NAME PIC X(20).
       01 WS-KIND-TEXT PIC X(8).
       01 WS-GRADE-TEXT PIC X(14).
       01 WS-OPEN-COUNT PIC 9(4).
       01 WS-LATE-COUNT PIC 9(4).
       01 WS-SHIP-COUNT PIC 9(4) VALUE 0.
       01 WS-EXCELLENT-COUNT PIC 9(4) VALUE 0.
       01 WS-GOOD-COUNT PIC 9(4) VALUE 0.
       01 WS-SATISFACTORY-COUNT PIC 9(4) VALUE 0.
       01 WS-UNSATISFACTORY-COUNT PIC 9(4) VALUE 0.
      *The latest inspection seen so far for the ship in hand; the
      *file is in UID and date order, so it is the last row read
      *before the UID changes
       01 WS-HELD-INSPECTION.
           05 WS-HELD-UID PIC X(12) VALUE SPACES.
           05 WS-HELD-DATE PIC X(8).
           05 WS-HELD-KIND PIC X(1).
           05 WS-HELD-OFFICER PIC X(25).
           05 WS-HELD-GRADE PIC X(1).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'INSGRADE'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT INSPECTIONS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO INSPECTIONS ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT INSPECTION-FINDINGS.
           IF WS-FND-FILE-STATUS = '00' OR WS-FND-FILE-STATUS = '97'
               MOVE 'y' TO WS-FND-AVAILABLE
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INSPECTIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF INS-UID NOT = WS-HELD-UID
                          AND WS-HELD-UID NOT = SPACES
                           PERFORM PRINT-ONE-SHIP
                       END-IF
                       MOVE INS-UID TO WS-HELD-UID
                       MOVE INS-DATE TO WS-HELD-DATE
                       MOVE INS-KIND TO WS-HELD-KIND
                       MOVE INS-INSPECTING-OFFICER TO WS-HELD-OFFICER
                       MOVE INS-GRADE TO WS-HELD-GRADE
               END-READ
           END-PERFORM.
           IF WS-HELD-UID NOT = SPACES
               PERFORM PRINT-ONE-SHIP
           END-IF.
           CLOSE INSPECTIONS.
           IF WS-FND-AVAILABLE = 'y'
               CLOSE INSPECTION-FINDINGS
           END-IF.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-GRADE-TOTALS.
           PERFORM CLOSE-REPORT.
           GOBACK.

       PRINT-ONE-SHIP.
           ADD 1 TO WS-SHIP-COUNT.
           MOVE SPACES TO WS-SHIP-NAME.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE WS-HELD-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               IF WS-SHIP-FILE-STATUS = '00'
                   MOVE SHIP-NAME TO WS-SHIP-NAME
               END-IF
           END-IF.
           IF WS-HELD-KIND = 'H'
               MOVE 'HARBOUR' TO WS-KIND-TEXT
           ELSE
               MOVE 'MATERIAL' TO WS-KIND-TEXT
           END-IF.
           EVALUATE WS-HELD-GRADE
               WHEN 'E'
                   MOVE 'EXCELLENT' TO WS-GRADE-TEXT
                   ADD 1 TO WS-EXCELLENT-COUNT
               WHEN 'G'
                   MOVE 'GOOD' TO WS-GRADE-TEXT
                   ADD 1 TO WS-GOOD-COUNT
               WHEN 'S'
                   MOVE 'SATISFACTORY' TO WS-GRADE-TEXT
                   ADD 1 TO WS-SATISFACTORY-COUNT
               WHEN OTHER
                   MOVE 'UNSATISFACTORY' TO WS-GRADE-TEXT
                   ADD 1 TO WS-UNSATISFACTORY-COUNT
           END-EVALUATE.
           PERFORM COUNT-OPEN-FINDINGS.
           PERFORM PRINT-REPORT-LINE.
           STRING WS-HELD-UID ' ' WS-SHIP-NAME ' ' WS-KIND-TEXT
              ' ' WS-HELD-DATE ' ' WS-GRADE-TEXT ' BY '
              WS-HELD-OFFICER
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-FND-AVAILABLE = 'y'
               STRING '  FINDINGS OPEN: ' WS-OPEN-COUNT
                  ', PAST CORRECTION DATE: ' WS-LATE-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Open findings from every inspection of the ship, not just
      *the latest: an item left open last time is still owed
       COUNT-OPEN-FINDINGS.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-LATE-COUNT.
           IF WS-FND-AVAILABLE = 'y'
               MOVE WS-HELD-UID TO FND-UID
               MOVE SPACES TO FND-INSP-DATE
               MOVE 0 TO FND-ITEM-NR
               MOVE 'N' TO WS-FND-EOF
               START INSPECTION-FINDINGS KEY >= FND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FND-EOF
               END-START
               PERFORM UNTIL WS-FND-EOF = 'Y'
                   READ INSPECTION-FINDINGS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FND-EOF
                       NOT AT END
                           IF FND-UID NOT = WS-HELD-UID
                               MOVE 'Y' TO WS-FND-EOF
                           ELSE
                               IF FND-STATUS = 'Open'
                                   ADD 1 TO WS-OPEN-COUNT
                                   IF FND-DUE-DATE < WS-RUN-DATE
                                       ADD 1 TO WS-LATE-COUNT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PRINT-GRADE-TOTALS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'SHIPS INSPECTED: ' WS-SHIP-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  EXCELLENT ' WS-EXCELLENT-COUNT
              '  GOOD ' WS-GOOD-COUNT
              '  SATISFACTORY ' WS-SATISFACTORY-COUNT
              '  UNSATISFACTORY ' WS-UNSATISFACTORY-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'LATEST INSPECTION GRADE BY SHIP' TO WS-RPT-LINE.
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
           MOVE 'FLEET STAFF OFFICERS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
