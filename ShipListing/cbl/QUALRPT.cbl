      *This program is the unqualified-billet report: every open
      *CREWROST row (no relieved date) is set against the BILLREQ
      *requirements for its billet through CHKQUAL, and each billet
      *filled by a man who lacks a required qualification, or holds
      *one that has lapsed, is listed under his ship with the codes
      *he is missing. The roster is keyed by hull, so one pass gives
      *the report ship by ship, with a count per ship.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    QUALRPT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
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
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-SHIPS-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-CUR-UID PIC X(12) VALUE SPACES.
       01 WS-SHIP-HEADED PIC X VALUE 'n'.
       01 WS-SHIP-CHECKED PIC 9(4) VALUE 0.
       01 WS-SHIP-UNQUALIFIED PIC 9(4) VALUE 0.
       01 WS-BILLETS-CHECKED PIC 9(6) VALUE 0.
       01 WS-UNQUALIFIED-COUNT PIC 9(6) VALUE 0.
       01 WS-SHIPS-AFFECTED PIC 9(4) VALUE 0.
      *Common qualification-check plumbing; see CHKQUAL
       01 WS-QLF-RESULT PIC X(1).
       01 WS-QLF-MISSING-COUNT PIC 9(2).
       01 WS-QLF-MISSING-CODES PIC X(45).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'QUALRPT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS NOT = '00'
              AND WS-ROST-FILE-STATUS NOT = '97'
               DISPLAY 'NO CREW ROSTER ON FILE, STATUS '
                  WS-ROST-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIPS-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREW-ROSTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ROSTER-DATE-RELIEVED = SPACES
                           PERFORM CHECK-ONE-BILLET
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-SHIP-GROUP.
           PERFORM PRINT-REPORT-LINE.
           STRING 'BILLETS CHECKED: ' WS-BILLETS-CHECKED
              ', FILLED BY UNQUALIFIED MEN: ' WS-UNQUALIFIED-COUNT
              ', SHIPS AFFECTED: ' WS-SHIPS-AFFECTED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           CLOSE CREW-ROSTER.
           IF WS-SHIPS-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

       CHECK-ONE-BILLET.
           IF ROSTER-UID NOT = WS-CUR-UID
               PERFORM CLOSE-SHIP-GROUP
               MOVE ROSTER-UID TO WS-CUR-UID
               MOVE 'n' TO WS-SHIP-HEADED
               MOVE 0 TO WS-SHIP-CHECKED
               MOVE 0 TO WS-SHIP-UNQUALIFIED
           END-IF.
           ADD 1 TO WS-BILLETS-CHECKED.
           ADD 1 TO WS-SHIP-CHECKED.
           CALL 'CHKQUAL' USING ROSTER-SVC-NR, ROSTER-BILLET,
              WS-TODAY, WS-QLF-RESULT, WS-QLF-MISSING-COUNT,
              WS-QLF-MISSING-CODES.
           IF WS-QLF-RESULT = 'U'
               DISPLAY 'ERROR: BILLREQ OR QUALREG NOT AVAILABLE, '
                  'REPORT ABANDONED'
               PERFORM CLOSE-REPORT
               CLOSE CREW-ROSTER
               GOBACK
           END-IF.
           IF WS-QLF-RESULT = 'N'
               IF WS-SHIP-HEADED = 'n'
                   PERFORM PRINT-SHIP-HEADING
               END-IF
               ADD 1 TO WS-UNQUALIFIED-COUNT
               ADD 1 TO WS-SHIP-UNQUALIFIED
               STRING '  ' ROSTER-BILLET ' ' ROSTER-NAME ' '
                  ROSTER-SVC-NR
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
               STRING '      LACKS: ' WS-QLF-MISSING-CODES
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *A ship is only headed once it has something to show
       PRINT-SHIP-HEADING.
           MOVE 'y' TO WS-SHIP-HEADED.
           ADD 1 TO WS-SHIPS-AFFECTED.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'ZZ' TO WS-FILE-STATUS.
           IF WS-SHIPS-AVAILABLE = 'y'
               MOVE WS-CUR-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
           END-IF.
           IF WS-FILE-STATUS = '00'
               STRING WS-CUR-UID ' ' SHIP-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING WS-CUR-UID ' (NOT ON ALLSHPS)'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

       CLOSE-SHIP-GROUP.
           IF WS-SHIP-HEADED = 'y'
               STRING '  ' WS-SHIP-UNQUALIFIED ' OF '
                  WS-SHIP-CHECKED ' OPEN BILLETS UNQUALIFIED'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE 'n' TO WS-SHIP-HEADED.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'BILLETS FILLED BY UNQUALIFIED MEN, BY SHIP'
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
           MOVE 'DRAFTING OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
