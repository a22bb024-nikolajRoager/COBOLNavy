      *This program is the live open-stragglers list for the
      *operations room: every STRGLOG entry still without an outcome,
      *the longest adrift first, with the convoy she fell out of,
      *her name from MERCHDT, when and where she was last seen, how
      *many days she has been adrift, and the escort searching for
      *her -- or a flag that nobody has been sent.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STRGOPEN.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRAGGLERS ASSIGN TO STRGLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT MERCHANT-VESSELS ASSIGN TO MERCHDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MER-UID
           FILE STATUS IS WS-MER-FILE-STATUS.
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
       FD  STRAGGLERS.
       COPY STRGREC.
       FD  MERCHANT-VESSELS.
       COPY MERCHDT.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-DROP-DATE PIC X(8).
           05 SD-DROP-TIME PIC X(4).
           05 SD-TF-ID PIC X(8).
           05 SD-MER-UID PIC X(12).
           05 SD-GRID-SQUARE PIC X(6).
           05 SD-ESCORT-UID PIC X(12).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-MER-FILE-STATUS PIC XX.
       01 WS-MER-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-DAYS-ADRIFT PIC 9(4).
       01 WS-MER-NAME PIC X(20).
       01 WS-SEARCH-TEXT PIC X(34).
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-UNSEARCHED-COUNT PIC 9(5) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'STRGOPEN'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT STRAGGLERS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO STRAGGLER LOG ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT MERCHANT-VESSELS.
           IF WS-MER-FILE-STATUS = '00' OR WS-MER-FILE-STATUS = '97'
               MOVE 'y' TO WS-MER-AVAILABLE
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-DROP-DATE SD-DROP-TIME
               INPUT PROCEDURE IS RELEASE-OPEN-STRAGGLERS
               OUTPUT PROCEDURE IS PRINT-OPEN-STRAGGLERS.
           CLOSE STRAGGLERS.
           IF WS-MER-AVAILABLE = 'y'
               CLOSE MERCHANT-VESSELS
           END-IF.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'STRAGGLERS ADRIFT: ' WS-OPEN-COUNT
              ', WITH NO ESCORT SEARCHING: ' WS-UNSEARCHED-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       RELEASE-OPEN-STRAGGLERS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STRAGGLERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STG-OUTCOME = SPACES
                           MOVE STG-DROP-DATE TO SD-DROP-DATE
                           MOVE STG-DROP-TIME TO SD-DROP-TIME
                           MOVE STG-TF-ID TO SD-TF-ID
                           MOVE STG-MER-UID TO SD-MER-UID
                           MOVE STG-GRID-SQUARE TO SD-GRID-SQUARE
                           MOVE STG-ESCORT-UID TO SD-ESCORT-UID
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       PRINT-OPEN-STRAGGLERS.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-STRAGGLER
               END-RETURN
           END-PERFORM.

       PRINT-ONE-STRAGGLER.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE SPACES TO WS-MER-NAME.
           IF WS-MER-AVAILABLE = 'y'
               MOVE SD-MER-UID TO MER-UID
               READ MERCHANT-VESSELS RECORD KEY MER-UID
               INVALID KEY
                   MOVE '(NOT ON MERCHDT)' TO WS-MER-NAME
               NOT INVALID KEY
                   MOVE MER-NAME TO WS-MER-NAME
               END-READ
           END-IF.
           MOVE 0 TO WS-DAYS-ADRIFT.
           IF SD-DROP-DATE IS NUMERIC AND SD-DROP-DATE < WS-TODAY
               COMPUTE WS-DAYS-ADRIFT =
                  FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                  - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(SD-DROP-DATE))
           END-IF.
           IF SD-ESCORT-UID = SPACES
               ADD 1 TO WS-UNSEARCHED-COUNT
               MOVE '** NO ESCORT SEARCHING' TO WS-SEARCH-TEXT
           ELSE
               MOVE SPACES TO SHIP-NAME
               IF WS-SHIP-AVAILABLE = 'y'
                   MOVE SD-ESCORT-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   INVALID KEY
                       MOVE SD-ESCORT-UID TO SHIP-NAME
                   END-READ
               END-IF
               STRING 'SEARCHED FOR BY ' SHIP-NAME
                  DELIMITED BY SIZE INTO WS-SEARCH-TEXT
               END-STRING
           END-IF.
           STRING SD-TF-ID ' ' SD-MER-UID ' ' WS-MER-NAME
              ' OUT ' SD-DROP-DATE ' ' SD-DROP-TIME
              ' AT ' SD-GRID-SQUARE ' ' WS-DAYS-ADRIFT ' DAYS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '         ' WS-SEARCH-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'CONVOY STRAGGLERS STILL ADRIFT' TO WS-RPT-LINE.
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
           MOVE 'OPERATIONS ROOM' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
