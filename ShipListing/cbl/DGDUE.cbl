      *This program is the weekly degaussing-due list: every ship on
      *ALLSHPS still afloat whose degaussing certificate has lapsed,
      *whose last ranging failed, who has never been ranged, or
      *whose certificate runs out within the coming week, grouped by
      *the port she lies in so the range officer there can book her
      *over the range before she sails. A ship is taken to be in the
      *yard of a REFITDT window open today; failing that, in the
      *departure port of her force's SAILSCH sailing still to come,
      *or the destination of one already arrived. Ships whose force
      *is on passage are listed at sea, to be booked on arrival,
      *and ships with no refit and no sailing on file are listed
      *with their whereabouts unknown.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DGDUE.
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
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT DEGAUSSING-REGISTER ASSIGN TO DGREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DGR-UID
           FILE STATUS IS WS-DGR-FILE-STATUS.
           SELECT SHIP-REFITS ASSIGN TO REFITDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REFIT-KEY
           FILE STATUS IS WS-REFIT-FILE-STATUS.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TFM-KEY
           FILE STATUS IS WS-TFM-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  DEGAUSSING-REGISTER.
       COPY DGREC.
       FD  SHIP-REFITS.
       01 REFIT-RECORD.
           05 REFIT-KEY.
                10 REFIT-UID PIC X(12).
                10 REFIT-START-DATE PIC X(8).
           05 REFIT-EXPECTED-COMPLETION PIC X(8).
           05 REFIT-YARD-NAME PIC X(25).
           05 REFIT-WORK-DESCRIPTION PIC X(60).
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  TASK-FORCE-MEMBERS.
       COPY TSKFRCM.
       SD  SORT-WORK.
       01 SORT-RECORD.
      *H in harbour at SD-PORT, S at sea, U whereabouts unknown
           05 SD-PLACE-KIND PIC X(1).
           05 SD-PORT PIC X(25).
      *Spaces for a ship never ranged, so she heads her port
           05 SD-EXPIRY-DATE PIC X(8).
           05 SD-UID PIC X(12).
           05 SD-SHIP-NAME PIC X(20).
      *N never ranged, F failed, L lapsed, D due this week
           05 SD-STATE PIC X(1).
           05 SD-RANGED-DATE PIC X(8).
           05 SD-RANGE-STATION PIC X(25).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-DGR-FILE-STATUS PIC XX.
       01 WS-DGR-AVAILABLE PIC X VALUE 'n'.
       01 WS-REFIT-FILE-STATUS PIC XX.
       01 WS-REFIT-AVAILABLE PIC X VALUE 'n'.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SCH-EOF PIC X.
       01 WS-TFM-EOF PIC X.
       01 WS-REFIT-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
      *How far ahead a certificate's expiry brings the ship onto
      *the list: the week until the next run
       01 WS-DUE-DAYS PIC 9(3) VALUE 7.
       01 WS-HORIZON-NUM PIC 9(8).
       01 WS-HORIZON-DATE PIC X(8).
       01 WS-PLACE-KIND PIC X(1).
       01 WS-PLACE-PORT PIC X(25).
      *Where each force's members lie, gathered once from the
      *sailings so the ship pass needs no TSKFRCM browse per hull
       01 WS-BERTH-TABLE.
           05 WS-BT-ENTRY OCCURS 2000 TIMES.
                10 WS-BT-UID PIC X(12).
                10 WS-BT-KIND PIC X(1).
                10 WS-BT-PORT PIC X(25).
       01 WS-BERTH-COUNT PIC 9(4) VALUE 0.
       01 WS-BT-IDX PIC 9(4).
       01 WS-BT-MATCH PIC 9(4).
       01 WS-SCH-KIND PIC X(1).
       01 WS-SCH-PORT PIC X(25).
       01 WS-CUR-KIND PIC X(1).
       01 WS-CUR-PORT PIC X(25).
       01 WS-FIRST PIC X VALUE 'Y'.
       01 WS-STATE-TEXT PIC X(16).
       01 WS-NEVER-COUNT PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-LAPSED-COUNT PIC 9(5) VALUE 0.
       01 WS-DUE-COUNT PIC 9(5) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'DGDUE'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           COMPUTE WS-HORIZON-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
              + WS-DUE-DAYS).
           MOVE WS-HORIZON-NUM TO WS-HORIZON-DATE.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS NOT = '00'
              AND WS-SHIP-FILE-STATUS NOT = '97'
               DISPLAY 'NO FLEET MASTER ON FILE, STATUS '
                  WS-SHIP-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT DEGAUSSING-REGISTER.
           IF WS-DGR-FILE-STATUS = '00' OR WS-DGR-FILE-STATUS = '97'
               MOVE 'y' TO WS-DGR-AVAILABLE
           ELSE
               DISPLAY 'WARNING: DGREG NOT AVAILABLE, EVERY SHIP '
                  'LISTED AS NEVER RANGED, STATUS ' WS-DGR-FILE-STATUS
           END-IF.
           OPEN INPUT SHIP-REFITS.
           IF WS-REFIT-FILE-STATUS = '00'
              OR WS-REFIT-FILE-STATUS = '97'
               MOVE 'y' TO WS-REFIT-AVAILABLE
           END-IF.
           PERFORM LOAD-BERTH-TABLE.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-PLACE-KIND SD-PORT
               SD-EXPIRY-DATE SD-UID
               INPUT PROCEDURE IS RELEASE-DUE-SHIPS
               OUTPUT PROCEDURE IS PRINT-BY-PORT.
           CLOSE ALLIED-SHIPS.
           IF WS-DGR-AVAILABLE = 'y'
               CLOSE DEGAUSSING-REGISTER
           END-IF.
           IF WS-REFIT-AVAILABLE = 'y'
               CLOSE SHIP-REFITS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'NEVER RANGED: ' WS-NEVER-COUNT
              ', FAILED: ' WS-FAILED-COUNT
              ', LAPSED: ' WS-LAPSED-COUNT
              ', DUE BY ' WS-HORIZON-DATE ': ' WS-DUE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *Every force with a sailing on file puts its members in the
      *departure port until the day it sails, at sea until the ETA,
      *and in the destination from then on
       LOAD-BERTH-TABLE.
           OPEN INPUT SAILING-SCHEDULE.
           OPEN INPUT TASK-FORCE-MEMBERS.
           IF (WS-SCH-FILE-STATUS = '00' OR WS-SCH-FILE-STATUS = '97')
              AND (WS-TFM-FILE-STATUS = '00'
                 OR WS-TFM-FILE-STATUS = '97')
               MOVE 'N' TO WS-SCH-EOF
               PERFORM UNTIL WS-SCH-EOF = 'Y'
                   READ SAILING-SCHEDULE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCH-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-SAILING
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'WARNING: SAILSCH/TSKFRCM NOT AVAILABLE, '
                  'ONLY SHIPS IN REFIT PLACED IN PORT'
           END-IF.
           IF WS-SCH-FILE-STATUS = '00' OR WS-SCH-FILE-STATUS = '97'
               CLOSE SAILING-SCHEDULE
           END-IF.
           IF WS-TFM-FILE-STATUS = '00' OR WS-TFM-FILE-STATUS = '97'
               CLOSE TASK-FORCE-MEMBERS
           END-IF.

       LOAD-ONE-SAILING.
           EVALUATE TRUE
               WHEN SCH-DEP-DATE > WS-RUN-DATE
                   MOVE 'H' TO WS-SCH-KIND
                   MOVE SCH-DEP-PORT TO WS-SCH-PORT
               WHEN SCH-ETA <= WS-RUN-DATE
                   MOVE 'H' TO WS-SCH-KIND
                   MOVE SCH-DESTINATION TO WS-SCH-PORT
               WHEN OTHER
                   MOVE 'S' TO WS-SCH-KIND
                   MOVE SPACES TO WS-SCH-PORT
           END-EVALUATE.
           MOVE SCH-TF-ID TO TFM-TF-ID.
           MOVE SPACES TO TFM-MEMBER-UID.
           MOVE 'N' TO WS-TFM-EOF.
           START TASK-FORCE-MEMBERS KEY >= TFM-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TFM-EOF
           END-START.
           PERFORM UNTIL WS-TFM-EOF = 'Y'
               READ TASK-FORCE-MEMBERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TFM-EOF
                   NOT AT END
                       IF TFM-TF-ID NOT = SCH-TF-ID
                           MOVE 'Y' TO WS-TFM-EOF
                       ELSE
                           IF WS-BERTH-COUNT < 2000
                               ADD 1 TO WS-BERTH-COUNT
                               MOVE TFM-MEMBER-UID
                                  TO WS-BT-UID(WS-BERTH-COUNT)
                               MOVE WS-SCH-KIND
                                  TO WS-BT-KIND(WS-BERTH-COUNT)
                               MOVE WS-SCH-PORT
                                  TO WS-BT-PORT(WS-BERTH-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *A sunk, scrapped or missing hull has no use for the range
       RELEASE-DUE-SHIPS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SHIP-STATUS NOT = 'Sunk'
                          AND SHIP-STATUS NOT = 'Scrapped'
                          AND SHIP-STATUS NOT = 'Missing'
                           PERFORM RELEASE-IF-DUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       RELEASE-IF-DUE.
           MOVE SPACES TO SD-EXPIRY-DATE.
           MOVE SPACES TO SD-RANGED-DATE.
           MOVE SPACES TO SD-RANGE-STATION.
           MOVE 'N' TO SD-STATE.
           IF WS-DGR-AVAILABLE = 'y'
               MOVE UID TO DGR-UID
               READ DEGAUSSING-REGISTER RECORD KEY DGR-UID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GRADE-CERTIFICATE
               END-READ
           END-IF.
           IF SD-STATE NOT = SPACES
               PERFORM FIND-SHIP-PLACE
               MOVE WS-PLACE-KIND TO SD-PLACE-KIND
               MOVE WS-PLACE-PORT TO SD-PORT
               MOVE UID TO SD-UID
               MOVE SHIP-NAME TO SD-SHIP-NAME
               RELEASE SORT-RECORD
           END-IF.

      *Same grading as CHKDG, but against the week ahead: a good
      *certificate running past the horizon keeps her off the list
       GRADE-CERTIFICATE.
           MOVE DGR-RANGED-DATE TO SD-RANGED-DATE.
           MOVE DGR-RANGE-STATION TO SD-RANGE-STATION.
           MOVE DGR-EXPIRY-DATE TO SD-EXPIRY-DATE.
           EVALUATE TRUE
               WHEN DGR-RESULT = 'F'
                   MOVE 'F' TO SD-STATE
               WHEN DGR-EXPIRY-DATE < WS-RUN-DATE
                   MOVE 'L' TO SD-STATE
               WHEN DGR-EXPIRY-DATE < WS-HORIZON-DATE
                   MOVE 'D' TO SD-STATE
               WHEN OTHER
                   MOVE SPACES TO SD-STATE
           END-EVALUATE.

      *A yard holding her today outranks her force's sailing
       FIND-SHIP-PLACE.
           MOVE 'U' TO WS-PLACE-KIND.
           MOVE SPACES TO WS-PLACE-PORT.
           IF WS-REFIT-AVAILABLE = 'y'
               PERFORM FIND-OPEN-REFIT
           END-IF.
           IF WS-PLACE-KIND = 'U'
               MOVE 0 TO WS-BT-MATCH
               PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BERTH-COUNT OR WS-BT-MATCH > 0
                   IF WS-BT-UID(WS-BT-IDX) = UID
                       MOVE WS-BT-IDX TO WS-BT-MATCH
                   END-IF
               END-PERFORM
               IF WS-BT-MATCH > 0
                   MOVE WS-BT-KIND(WS-BT-MATCH) TO WS-PLACE-KIND
                   MOVE WS-BT-PORT(WS-BT-MATCH) TO WS-PLACE-PORT
               END-IF
           END-IF.

       FIND-OPEN-REFIT.
           MOVE UID TO REFIT-UID.
           MOVE SPACES TO REFIT-START-DATE.
           MOVE 'N' TO WS-REFIT-EOF.
           START SHIP-REFITS KEY >= REFIT-KEY
           INVALID KEY
               MOVE 'Y' TO WS-REFIT-EOF
           END-START.
           PERFORM UNTIL WS-REFIT-EOF = 'Y'
               READ SHIP-REFITS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REFIT-EOF
                   NOT AT END
                       IF REFIT-UID NOT = UID
                           MOVE 'Y' TO WS-REFIT-EOF
                       ELSE
                           IF REFIT-START-DATE <= WS-RUN-DATE
                              AND REFIT-EXPECTED-COMPLETION
                                 >= WS-RUN-DATE
                               MOVE 'H' TO WS-PLACE-KIND
                               MOVE REFIT-YARD-NAME TO WS-PLACE-PORT
                               MOVE 'Y' TO WS-REFIT-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-BY-PORT.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-SHIP
               END-RETURN
           END-PERFORM.

       PRINT-ONE-SHIP.
           IF WS-FIRST = 'Y' OR SD-PLACE-KIND NOT = WS-CUR-KIND
              OR SD-PORT NOT = WS-CUR-PORT
               MOVE SD-PLACE-KIND TO WS-CUR-KIND
               MOVE SD-PORT TO WS-CUR-PORT
               MOVE 'N' TO WS-FIRST
               PERFORM PRINT-REPORT-LINE
               PERFORM PRINT-PORT-HEADING
           END-IF.
           EVALUATE SD-STATE
               WHEN 'N'
                   ADD 1 TO WS-NEVER-COUNT
                   MOVE 'NEVER RANGED' TO WS-STATE-TEXT
               WHEN 'F'
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'FAILED RANGING' TO WS-STATE-TEXT
               WHEN 'L'
                   ADD 1 TO WS-LAPSED-COUNT
                   MOVE 'LAPSED' TO WS-STATE-TEXT
               WHEN OTHER
                   ADD 1 TO WS-DUE-COUNT
                   MOVE 'DUE' TO WS-STATE-TEXT
           END-EVALUATE.
           IF SD-STATE = 'N'
               STRING '  ' SD-UID ' ' SD-SHIP-NAME ' '
                  WS-STATE-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '  ' SD-UID ' ' SD-SHIP-NAME ' '
                  WS-STATE-TEXT ' EXPIRY ' SD-EXPIRY-DATE
                  ', RANGED ' SD-RANGED-DATE ' AT ' SD-RANGE-STATION
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

       PRINT-PORT-HEADING.
           EVALUATE SD-PLACE-KIND
               WHEN 'H'
                   STRING 'IN HARBOUR AT ' SD-PORT
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN 'S'
                   MOVE 'AT SEA, BOOK ON ARRIVAL' TO WS-RPT-LINE
               WHEN OTHER
                   MOVE 'WHEREABOUTS NOT ON FILE' TO WS-RPT-LINE
           END-EVALUATE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'DEGAUSSING DUE BY PORT, WEEKLY' TO WS-RPT-LINE.
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
           MOVE 'DEGAUSSING RANGE OFFICERS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
