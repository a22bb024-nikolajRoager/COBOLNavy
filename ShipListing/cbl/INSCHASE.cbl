      *This program is the overdue inspection-finding chaser: every
      *finding on INSFND still open after the date it was to be
      *corrected by is listed under the fleet the ship belongs to
      *(SHIP-FLEET on ALLSHPS) and, within each fleet, the longest
      *overdue first, with the ship, the inspection it came from,
      *the department answerable, and the days late -- so each
      *fleet staff can chase its own ships once the inspecting
      *staff have gone.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INSCHASE.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECTION-FINDINGS ASSIGN TO INSFND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FND-KEY
           FILE STATUS IS WS-FILE-STATUS.
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
       FD  INSPECTION-FINDINGS.
       COPY FNDREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-FLEET PIC X(20).
           05 SD-DUE-DATE PIC X(8).
           05 SD-UID PIC X(12).
           05 SD-SHIP-NAME PIC X(20).
           05 SD-INSP-DATE PIC X(8).
           05 SD-ITEM-NR PIC 9(3).
           05 SD-CATEGORY PIC X(12).
           05 SD-DEPARTMENT PIC X(12).
           05 SD-DESCRIPTION PIC X(60).
           05 SD-DAYS-LATE PIC 9(5).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-INT PIC S9(8).
       01 WS-CUR-FLEET PIC X(20).
       01 WS-FIRST PIC X VALUE 'Y'.
       01 WS-FLEET-OVERDUE PIC 9(4) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'INSCHASE'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-RUN-DATE)).
           OPEN INPUT INSPECTION-FINDINGS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO INSPECTION FINDINGS ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-FLEET SD-DUE-DATE
               SD-UID
               INPUT PROCEDURE IS RELEASE-OVERDUE-FINDINGS
               OUTPUT PROCEDURE IS PRINT-BY-FLEET.
           CLOSE INSPECTION-FINDINGS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-FIRST = 'N'
               PERFORM PRINT-FLEET-FOOT
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'FINDINGS OVERDUE CORRECTION: ' WS-OVERDUE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       RELEASE-OVERDUE-FINDINGS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INSPECTION-FINDINGS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FND-STATUS = 'Open'
                          AND FND-DUE-DATE < WS-RUN-DATE
                           PERFORM RELEASE-ONE-FINDING
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

      *A ship no longer on ALLSHPS, or with no fleet, is grouped
      *on its own so the finding is still chased
       RELEASE-ONE-FINDING.
           MOVE '(FLEET UNKNOWN)' TO SD-FLEET.
           MOVE SPACES TO SD-SHIP-NAME.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE FND-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               IF WS-SHIP-FILE-STATUS = '00'
                   MOVE SHIP-NAME TO SD-SHIP-NAME
                   IF SHIP-FLEET NOT = SPACES
                       MOVE SHIP-FLEET TO SD-FLEET
                   END-IF
               END-IF
           END-IF.
           MOVE FND-DUE-DATE TO SD-DUE-DATE.
           MOVE FND-UID TO SD-UID.
           MOVE FND-INSP-DATE TO SD-INSP-DATE.
           MOVE FND-ITEM-NR TO SD-ITEM-NR.
           MOVE FND-CATEGORY TO SD-CATEGORY.
           MOVE FND-DEPARTMENT TO SD-DEPARTMENT.
           MOVE FND-DESCRIPTION TO SD-DESCRIPTION.
           COMPUTE SD-DAYS-LATE = WS-RUN-INT -
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FND-DUE-DATE)).
           RELEASE SORT-RECORD.

       PRINT-BY-FLEET.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-FINDING
               END-RETURN
           END-PERFORM.

       PRINT-ONE-FINDING.
           IF WS-FIRST = 'Y' OR SD-FLEET NOT = WS-CUR-FLEET
               IF WS-FIRST = 'N'
                   PERFORM PRINT-FLEET-FOOT
               END-IF
               MOVE SD-FLEET TO WS-CUR-FLEET
               MOVE 'N' TO WS-FIRST
               MOVE 0 TO WS-FLEET-OVERDUE
               PERFORM PRINT-REPORT-LINE
               STRING 'FLEET ' SD-FLEET
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD 1 TO WS-FLEET-OVERDUE.
           ADD 1 TO WS-OVERDUE-COUNT.
           STRING '  ' SD-UID ' ' SD-SHIP-NAME ' INSPECTED '
              SD-INSP-DATE ' ITEM ' SD-ITEM-NR ' DUE ' SD-DUE-DATE
              ', ' SD-DAYS-LATE ' DAYS LATE'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '    ' SD-CATEGORY ' ' SD-DEPARTMENT ' '
              SD-DESCRIPTION
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-FLEET-FOOT.
           STRING '  OVERDUE IN ' WS-CUR-FLEET ': ' WS-FLEET-OVERDUE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'OVERDUE INSPECTION FINDINGS BY FLEET' TO WS-RPT-LINE.
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
