      *This program lists the boards of inquiry still sitting more
      *than sixty days after they convened: every INCREG incident
      *with a convening date but no finding, in ship order, with
      *the ship, the incident, and the days the board has sat.
      *Incidents with no board convened at all are counted at the
      *foot, since a board that never sat cannot be overdue but may
      *well be owed.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BOIOPEN.
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
       01 WS-RUN-INT PIC S9(8).
       01 WS-DAYS-SITTING PIC S9(6).
       01 WS-DAYS-SHOWN PIC 9(5).
       01 WS-BOARD-LIMIT-DAYS PIC 9(3) VALUE 60.
       01 WS-SHIP-NAME PIC X(20).
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
       01 WS-SITTING-COUNT PIC 9(4) VALUE 0.
       01 WS-UNCONVENED-COUNT PIC 9(4) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'BOIOPEN'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(1:8))).
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
           PERFORM OPEN-REPORT.
           STRING 'BOARDS OF INQUIRY OPEN MORE THAN '
              WS-BOARD-LIMIT-DAYS ' DAYS:'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INCIDENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN INC-BOI-CONVENED-DATE = SPACES
                               ADD 1 TO WS-UNCONVENED-COUNT
                           WHEN INC-BOI-FINDING-DATE = SPACES
                               ADD 1 TO WS-SITTING-COUNT
                               PERFORM CHECK-ONE-BOARD
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE INCIDENTS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'BOARDS SITTING: ' WS-SITTING-COUNT
              '  OVERDUE: ' WS-OVERDUE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'INCIDENTS WITH NO BOARD CONVENED: '
              WS-UNCONVENED-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       CHECK-ONE-BOARD.
           COMPUTE WS-DAYS-SITTING = WS-RUN-INT -
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(INC-BOI-CONVENED-DATE)).
           IF WS-DAYS-SITTING > WS-BOARD-LIMIT-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-DAYS-SITTING TO WS-DAYS-SHOWN
               MOVE SPACES TO WS-SHIP-NAME
               IF WS-SHIP-AVAILABLE = 'y'
                   MOVE INC-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS = '00'
                       MOVE SHIP-NAME TO WS-SHIP-NAME
                   END-IF
               END-IF
               STRING '  ' INC-UID ' ' WS-SHIP-NAME ' INCIDENT '
                  INC-DATE ' TYPE ' INC-TYPE ' CONVENED '
                  INC-BOI-CONVENED-DATE ' SITTING ' WS-DAYS-SHOWN
                  ' DAYS'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'OPEN BOARDS OF INQUIRY' TO WS-RPT-LINE.
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
           MOVE 'JUDGE ADVOCATE OF THE FLEET' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
