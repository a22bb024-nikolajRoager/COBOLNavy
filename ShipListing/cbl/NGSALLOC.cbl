      *This program is the fire-mission allocation run: every naval
      *gunfire support request still awaiting a ship (NGSREQ) is
      *matched against the fleet, and a ship is proposed for it.
      *A ship qualifies when she is Operational in the request's
      *theatre, her SHIP-MAIN-GUN-CALIBRE is at least the minimum
      *the army asked for, and her book stock of that calibre on
      *the GUNAMMO ledger (issued less expended, as MAGSTATE counts
      *it) covers the estimated rounds after the rounds of every
      *mission she is already proposed for. Of the ships that
      *qualify the smallest adequate gun is proposed, so a cruiser
      *is not taken off the line for a destroyer's target, and
      *between equal guns the fuller magazine. The proposal is
      *stored on the request and printed for the gunnery staff
      *along with the requests no ship can meet; a request whose
      *window has closed is listed and left for NGSREQ to cancel.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NGSALLOC.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIRE-SUPPORT-REQUESTS ASSIGN TO NGSREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NGS-ID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT GUN-AMMO-LEDGER ASSIGN TO GUNAMMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GAM-KEY
           FILE STATUS IS WS-GAM-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FIRE-SUPPORT-REQUESTS.
       COPY NGSREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  GUN-AMMO-LEDGER.
       01 GUN-AMMO-RECORD.
           05 GAM-KEY.
                10 GAM-UID PIC X(12).
                10 GAM-DATE PIC X(8).
                10 GAM-CALIBRE PIC 999V99.
           05 GAM-EXPENDED PIC 9(5).
           05 GAM-ISSUED PIC 9(5).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-GAM-FILE-STATUS PIC XX.
       01 WS-GAM-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-GAM-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
      *Every Operational hull with a main battery, with her book
      *stock of the main calibre (fetched from GUNAMMO the first time
      *a request looks at her) and the rounds already spoken for
       01 WS-SHIP-TABLE.
           05 WS-SHIP-ENTRY OCCURS 2000 TIMES.
                10 WS-TBL-UID PIC X(12).
                10 WS-TBL-NAME PIC X(20).
                10 WS-TBL-THEATRE PIC X(20).
                10 WS-TBL-CALIBRE PIC 999V99.
                10 WS-TBL-STOCK-KNOWN PIC X.
                10 WS-TBL-STOCK PIC S9(7).
                10 WS-TBL-COMMITTED PIC 9(7).
       01 WS-SHIP-COUNT PIC 9(4) VALUE 0.
       01 WS-IDX PIC 9(4).
       01 WS-BEST-IDX PIC 9(4).
       01 WS-GUN-COUNT PIC 9(4).
       01 WS-FIT-COUNT PIC 9(4).
       01 WS-AVAILABLE PIC S9(7).
       01 WS-BEST-AVAILABLE PIC S9(7).
       01 WS-AVAILABLE-DSP PIC -(6)9.
       01 WS-CALIBRE-DSP PIC ZZ9.99.
       01 WS-MIN-CALIBRE-DSP PIC ZZ9.99.
       01 WS-PROPOSED-COUNT PIC 9(4) VALUE 0.
       01 WS-UNMET-COUNT PIC 9(4) VALUE 0.
       01 WS-LAPSED-COUNT PIC 9(4) VALUE 0.
       01 WS-STANDING-COUNT PIC 9(4) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'NGSALLOC'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS NOT = '00'
              AND WS-SHIP-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: ALLSHPS NOT AVAILABLE, STATUS '
                  WS-SHIP-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM LOAD-GUN-SHIPS.
           CLOSE ALLIED-SHIPS.
           OPEN INPUT GUN-AMMO-LEDGER.
           IF WS-GAM-FILE-STATUS = '00' OR WS-GAM-FILE-STATUS = '97'
               MOVE 'y' TO WS-GAM-AVAILABLE
           ELSE
               DISPLAY 'WARNING: GUNAMMO NOT AVAILABLE, EVERY '
                  'MAGAZINE COUNTS AS EMPTY, STATUS '
                  WS-GAM-FILE-STATUS
           END-IF.
           OPEN I-O FIRE-SUPPORT-REQUESTS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO FIRE SUPPORT REQUESTS ON FILE, STATUS '
                  WS-FILE-STATUS
               IF WS-GAM-AVAILABLE = 'y'
                   CLOSE GUN-AMMO-LEDGER
               END-IF
               GOBACK
           END-IF.
           PERFORM COUNT-STANDING-PROPOSALS.
           PERFORM OPEN-REPORT.
           MOVE LOW-VALUES TO NGS-ID.
           MOVE 'N' TO WS-EOF.
           START FIRE-SUPPORT-REQUESTS KEY >= NGS-ID
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FIRE-SUPPORT-REQUESTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NGS-STATE = 'R'
                           PERFORM ALLOCATE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM PRINT-REPORT-LINE.
           STRING 'PROPOSED: ' WS-PROPOSED-COUNT
              '  NO SHIP: ' WS-UNMET-COUNT
              '  WINDOW CLOSED: ' WS-LAPSED-COUNT
              '  ALREADY PROPOSED: ' WS-STANDING-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           CLOSE FIRE-SUPPORT-REQUESTS.
           IF WS-GAM-AVAILABLE = 'y'
               CLOSE GUN-AMMO-LEDGER
           END-IF.
           GOBACK.

       LOAD-GUN-SHIPS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SHIP-STATUS = 'Operational'
                          AND SHIP-MAIN-GUN-NR > 0
                          AND SHIP-MAIN-GUN-CALIBRE > 0
                          AND WS-SHIP-COUNT < 2000
                           ADD 1 TO WS-SHIP-COUNT
                           MOVE UID TO WS-TBL-UID(WS-SHIP-COUNT)
                           MOVE SHIP-NAME TO WS-TBL-NAME(WS-SHIP-COUNT)
                           MOVE SHIP-THEATRE
                              TO WS-TBL-THEATRE(WS-SHIP-COUNT)
                           MOVE SHIP-MAIN-GUN-CALIBRE
                              TO WS-TBL-CALIBRE(WS-SHIP-COUNT)
                           MOVE 'n'
                              TO WS-TBL-STOCK-KNOWN(WS-SHIP-COUNT)
                           MOVE 0 TO WS-TBL-STOCK(WS-SHIP-COUNT)
                           MOVE 0 TO WS-TBL-COMMITTED(WS-SHIP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *Rounds of missions proposed on an earlier run and not yet
      *fired are still owed by the ship's magazine
       COUNT-STANDING-PROPOSALS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FIRE-SUPPORT-REQUESTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NGS-STATE = 'P'
                           ADD 1 TO WS-STANDING-COUNT
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-SHIP-COUNT
                               IF WS-TBL-UID(WS-IDX) = NGS-SHIP-UID
                                   ADD NGS-EST-ROUNDS
                                      TO WS-TBL-COMMITTED(WS-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       ALLOCATE-ONE-REQUEST.
           PERFORM PRINT-REPORT-LINE.
           MOVE NGS-MIN-CALIBRE TO WS-MIN-CALIBRE-DSP.
           STRING NGS-ID ' ' NGS-REQUESTING-UNIT ' TARGET '
              NGS-TARGET-SQUARE ' ' NGS-THEATRE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  WINDOW ' NGS-WINDOW-FROM-DATE ' '
              NGS-WINDOW-FROM-TIME ' TO ' NGS-WINDOW-TO-DATE ' '
              NGS-WINDOW-TO-TIME ', ' NGS-EST-ROUNDS
              ' ROUNDS OF ' WS-MIN-CALIBRE-DSP ' MM OR OVER'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF NGS-WINDOW-TO-DATE < WS-TODAY
               ADD 1 TO WS-LAPSED-COUNT
               MOVE '  WINDOW HAS CLOSED, NO SHIP PROPOSED'
                  TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE
               PERFORM FIND-BEST-SHIP
               IF WS-BEST-IDX = 0
                   PERFORM REPORT-NO-SHIP
               ELSE
                   PERFORM PROPOSE-BEST-SHIP
               END-IF
           END-IF.

      *Smallest adequate gun first, then the most rounds to spare
       FIND-BEST-SHIP.
           MOVE 0 TO WS-BEST-IDX.
           MOVE 0 TO WS-GUN-COUNT.
           MOVE 0 TO WS-FIT-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SHIP-COUNT
               IF WS-TBL-THEATRE(WS-IDX) = NGS-THEATRE
                  AND WS-TBL-CALIBRE(WS-IDX) >= NGS-MIN-CALIBRE
                   ADD 1 TO WS-GUN-COUNT
                   IF WS-TBL-STOCK-KNOWN(WS-IDX) = 'n'
                       PERFORM FETCH-BOOK-STOCK
                   END-IF
                   COMPUTE WS-AVAILABLE = WS-TBL-STOCK(WS-IDX)
                      - WS-TBL-COMMITTED(WS-IDX)
                   IF WS-AVAILABLE >= NGS-EST-ROUNDS
                       ADD 1 TO WS-FIT-COUNT
                       IF WS-BEST-IDX = 0
                           MOVE WS-IDX TO WS-BEST-IDX
                           MOVE WS-AVAILABLE TO WS-BEST-AVAILABLE
                       ELSE
                           IF WS-TBL-CALIBRE(WS-IDX)
                                 < WS-TBL-CALIBRE(WS-BEST-IDX)
                              OR (WS-TBL-CALIBRE(WS-IDX)
                                 = WS-TBL-CALIBRE(WS-BEST-IDX)
                                 AND WS-AVAILABLE > WS-BEST-AVAILABLE)
                               MOVE WS-IDX TO WS-BEST-IDX
                               MOVE WS-AVAILABLE TO WS-BEST-AVAILABLE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *Issued less expended over every ledger day of the ship's main
      *calibre; the ledger is keyed hull first, so her rows are
      *read together from a START on her UID
       FETCH-BOOK-STOCK.
           MOVE 'y' TO WS-TBL-STOCK-KNOWN(WS-IDX).
           MOVE 0 TO WS-TBL-STOCK(WS-IDX).
           IF WS-GAM-AVAILABLE = 'y'
               MOVE WS-TBL-UID(WS-IDX) TO GAM-UID
               MOVE LOW-VALUES TO GAM-DATE
               MOVE 0 TO GAM-CALIBRE
               MOVE 'N' TO WS-GAM-EOF
               START GUN-AMMO-LEDGER KEY >= GAM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GAM-EOF
               END-START
               PERFORM UNTIL WS-GAM-EOF = 'Y'
                   READ GUN-AMMO-LEDGER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-GAM-EOF
                       NOT AT END
                           IF GAM-UID NOT = WS-TBL-UID(WS-IDX)
                               MOVE 'Y' TO WS-GAM-EOF
                           ELSE
                               IF GAM-CALIBRE = WS-TBL-CALIBRE(WS-IDX)
                                   ADD GAM-ISSUED
                                      TO WS-TBL-STOCK(WS-IDX)
                                   SUBTRACT GAM-EXPENDED
                                      FROM WS-TBL-STOCK(WS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PROPOSE-BEST-SHIP.
           MOVE 'P' TO NGS-STATE.
           MOVE WS-TBL-UID(WS-BEST-IDX) TO NGS-SHIP-UID.
           MOVE WS-TBL-CALIBRE(WS-BEST-IDX) TO NGS-CALIBRE.
           MOVE WS-TODAY TO NGS-PROPOSED-DATE.
           REWRITE FIRE-SUPPORT-RECORD.
           IF WS-FILE-STATUS = '00'
               ADD 1 TO WS-PROPOSED-COUNT
               ADD NGS-EST-ROUNDS TO WS-TBL-COMMITTED(WS-BEST-IDX)
               MOVE WS-TBL-CALIBRE(WS-BEST-IDX) TO WS-CALIBRE-DSP
               MOVE WS-BEST-AVAILABLE TO WS-AVAILABLE-DSP
               STRING '  PROPOSED ' WS-TBL-UID(WS-BEST-IDX) ' '
                  WS-TBL-NAME(WS-BEST-IDX) ' ' WS-CALIBRE-DSP
                  ' MM, ' WS-AVAILABLE-DSP ' ROUNDS TO SPARE'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
               IF WS-FIT-COUNT > 1
                   SUBTRACT 1 FROM WS-FIT-COUNT
                   STRING '  ' WS-FIT-COUNT
                      ' OTHER SHIP(S) COULD ALSO FIRE IT'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
           ELSE
               STRING '  ERROR: PROPOSAL NOT STORED, STATUS '
                  WS-FILE-STATUS
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       REPORT-NO-SHIP.
           ADD 1 TO WS-UNMET-COUNT.
           IF WS-GUN-COUNT = 0
               STRING '  NO SHIP: NOTHING OPERATIONAL IN THE THEATRE '
                  'CARRIES A BIG ENOUGH GUN'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '  NO SHIP: ' WS-GUN-COUNT
                  ' SHIP(S) HAVE THE GUNS BUT NOT THE ROUNDS ON BOOK'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'NAVAL GUNFIRE SUPPORT: SHIPS PROPOSED' TO WS-RPT-LINE.
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
           MOVE 'GUNNERY OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
