      *This program is the per-fleet practice efficiency ranking:
      *every ship still in commission on ALLSHPS is given her
      *efficiency figure from GETEFF -- her latest full-calibre, AA,
      *and A/S results against her class par, with a required
      *practice she has let lapse counting as nil -- and ranked
      *within her fleet, best first. Ships with nothing on PRCRES
      *and nothing required of them are listed unranked at the foot
      *of their fleet. TFPLAN offers candidates in the same order.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRCRANK.
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
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-FLEET PIC X(20).
      *0 = ranked, 1 = no figure, listed after the ranked ships
           05 SD-UNRANKED PIC X(1).
           05 SD-EFFICIENCY PIC 9(3).
           05 SD-UID PIC X(12).
           05 SD-SHIP-NAME PIC X(20).
           05 SD-SHIP-TYPE PIC X(4).
           05 SD-OVERDUE-COUNT PIC 9.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
       01 WS-CUR-FLEET PIC X(20).
       01 WS-FIRST PIC X VALUE 'Y'.
       01 WS-RANK PIC 9(4).
       01 WS-RANKED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNRANKED-COUNT PIC 9(5) VALUE 0.
       01 WS-EFF-UNAVAILABLE PIC X VALUE 'n'.
      *Common practice-efficiency plumbing; see GETEFF
       01 WS-EFF-RESULT PIC X(1).
       01 WS-EFF-EFFICIENCY PIC 9(3).
       01 WS-EFF-OVERDUE-COUNT PIC 9.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'PRCRANK'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-FLEET SD-UNRANKED
               DESCENDING KEY SD-EFFICIENCY
               ASCENDING KEY SD-UID
               INPUT PROCEDURE IS RELEASE-SHIP-FIGURES
               OUTPUT PROCEDURE IS PRINT-BY-FLEET.
           CLOSE ALLIED-SHIPS.
           PERFORM PRINT-REPORT-LINE.
           IF WS-EFF-UNAVAILABLE = 'y'
               STRING 'PRCRES NOT AVAILABLE, NO SHIP COULD BE RANKED'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           STRING 'SHIPS RANKED: ' WS-RANKED-COUNT
              '  UNRANKED: ' WS-UNRANKED-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       RELEASE-SHIP-FIGURES.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SHIP-STATUS NOT = 'Sunk'
                          AND SHIP-STATUS NOT = 'Missing'
                          AND SHIP-STATUS NOT = 'Scrapped'
                           PERFORM RELEASE-ONE-SHIP
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       RELEASE-ONE-SHIP.
           CALL 'GETEFF' USING UID, SHIP-TYPE, WS-RUN-DATE,
              WS-EFF-RESULT, WS-EFF-EFFICIENCY, WS-EFF-OVERDUE-COUNT.
           IF WS-EFF-RESULT = 'U'
               MOVE 'y' TO WS-EFF-UNAVAILABLE
           END-IF.
           IF SHIP-FLEET = SPACES
               MOVE '(NO FLEET)' TO SD-FLEET
           ELSE
               MOVE SHIP-FLEET TO SD-FLEET
           END-IF.
           IF WS-EFF-RESULT = 'Y'
               MOVE '0' TO SD-UNRANKED
               MOVE WS-EFF-EFFICIENCY TO SD-EFFICIENCY
           ELSE
               MOVE '1' TO SD-UNRANKED
               MOVE 0 TO SD-EFFICIENCY
           END-IF.
           MOVE UID TO SD-UID.
           MOVE SHIP-NAME TO SD-SHIP-NAME.
           MOVE SHIP-TYPE TO SD-SHIP-TYPE.
           MOVE WS-EFF-OVERDUE-COUNT TO SD-OVERDUE-COUNT.
           RELEASE SORT-RECORD.

       PRINT-BY-FLEET.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-SHIP
               END-RETURN
           END-PERFORM.

       PRINT-ONE-SHIP.
           IF WS-FIRST = 'Y' OR SD-FLEET NOT = WS-CUR-FLEET
               MOVE SD-FLEET TO WS-CUR-FLEET
               MOVE 'N' TO WS-FIRST
               MOVE 0 TO WS-RANK
               PERFORM PRINT-REPORT-LINE
               STRING 'FLEET ' SD-FLEET
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF SD-UNRANKED = '0'
               ADD 1 TO WS-RANK
               ADD 1 TO WS-RANKED-COUNT
               STRING '  ' WS-RANK ' ' SD-UID ' ' SD-SHIP-NAME ' '
                  SD-SHIP-TYPE ' EFFICIENCY ' SD-EFFICIENCY
                  '%  PRACTICES OVERDUE ' SD-OVERDUE-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-UNRANKED-COUNT
               STRING '  ---- ' SD-UID ' ' SD-SHIP-NAME ' '
                  SD-SHIP-TYPE ' NOT RANKED, NO PRACTICE ON FILE'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'PRACTICE EFFICIENCY RANKING BY FLEET' TO WS-RPT-LINE.
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
           MOVE 'FLEET GUNNERY AND A/S OFFICERS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
