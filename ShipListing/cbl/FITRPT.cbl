      *This program is the fit-for-duty strength report. MANRPT
      *counts open CREWROST rows, but a man in the sick bay or landed
      *to hospital is on the roster and not at his station. For every
      *hull on ALLSHPS whose class has a CMPMDT establishment, each
      *open roster row is tested against the SICKLST sick list as of
      *today, and the ship's borne, sick, and fit strength is listed
      *by billet against the establishment and the class's sailing
      *minimum. A ship whose roster would clear the minimum but whose
      *fit men do not -- short through sickness, not vacancies -- is
      *flagged, so the medical officer's return reaches operations.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FITRPT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT COMPLEMENT-MASTER ASSIGN TO CMPMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CMP-CLASS-NAME
           FILE STATUS IS WS-CMP-FILE-STATUS.
           SELECT SICK-LIST ASSIGN TO SICKLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCK-KEY
           FILE STATUS IS WS-SCK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
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
       FD  COMPLEMENT-MASTER.
       01 COMPLEMENT-MASTER-RECORD.
           05 CMP-CLASS-NAME PIC X(20).
           05 CMP-AUTH-OFFICERS PIC 9(3).
           05 CMP-AUTH-RATINGS PIC 9(4).
      *Fewest fit men a ship of the class may sail with; zero on
      *rows from before the minimum was kept, when the full
      *establishment is the test
           05 CMP-SAILING-MINIMUM PIC 9(4).
       FD  SICK-LIST.
       COPY SICKREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-CMP-FILE-STATUS PIC XX.
       01 WS-SCK-FILE-STATUS PIC XX.
       01 WS-SCK-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ROST-EOF PIC X.
       01 WS-SCK-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-IDX PIC 9(4).
       01 WS-MATCH-IDX PIC 9(4).
       01 WS-IS-SICK PIC X.
       01 WS-IS-LANDED PIC X.
       01 WS-AUTH-TOTAL PIC 9(5).
       01 WS-MINIMUM PIC 9(5).
       01 WS-BORNE PIC 9(5).
       01 WS-SICK PIC 9(5).
       01 WS-LANDED PIC 9(5).
       01 WS-FIT PIC 9(5).
       01 WS-SHIPS-REPORTED PIC 9(4) VALUE 0.
       01 WS-SICKNESS-FLAGGED PIC 9(4) VALUE 0.
       01 WS-VACANCY-SHORT PIC 9(4) VALUE 0.
      *Borne, sick, and fit heads per billet aboard the ship being
      *reported
       01 WS-BILLET-TABLE.
           05 WS-BILLET-ENTRY OCCURS 50 TIMES.
                10 WS-BILLET-NAME PIC X(20).
                10 WS-BILLET-BORNE PIC 9(4).
                10 WS-BILLET-SICK PIC 9(4).
                10 WS-BILLET-FIT PIC 9(4).
       01 WS-BILLET-COUNT PIC 99 VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'FITRPT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT COMPLEMENT-MASTER.
           IF WS-CMP-FILE-STATUS NOT = '00'
              AND WS-CMP-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: CMPMDT OPEN ERROR-CODE:'
                  WS-CMP-FILE-STATUS
               CLOSE ALLIED-SHIPS
               GOBACK
           END-IF.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS NOT = '00'
              AND WS-ROST-FILE-STATUS NOT = '97'
               DISPLAY 'NO CREW ROSTER ON FILE, STATUS '
                  WS-ROST-FILE-STATUS
               CLOSE ALLIED-SHIPS
               CLOSE COMPLEMENT-MASTER
               GOBACK
           END-IF.
           OPEN INPUT SICK-LIST.
           IF WS-SCK-FILE-STATUS = '00' OR WS-SCK-FILE-STATUS = '97'
               MOVE 'y' TO WS-SCK-AVAILABLE
           ELSE
               DISPLAY 'WARNING: SICKLST NOT AVAILABLE, EVERY MAN '
                  'BORNE IS COUNTED FIT'
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-SHIP
               END-READ
           END-PERFORM.
           PERFORM PRINT-REPORT-LINE.
           STRING 'SHIPS REPORTED: ' WS-SHIPS-REPORTED
              ', BELOW SAILING MINIMUM THROUGH SICKNESS: '
              WS-SICKNESS-FLAGGED
              ', THROUGH VACANCIES: ' WS-VACANCY-SHORT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           CLOSE ALLIED-SHIPS.
           CLOSE COMPLEMENT-MASTER.
           CLOSE CREW-ROSTER.
           IF WS-SCK-AVAILABLE = 'y'
               CLOSE SICK-LIST
           END-IF.
           GOBACK.

       CHECK-ONE-SHIP.
           MOVE SHIP-CLASS TO CMP-CLASS-NAME.
           READ COMPLEMENT-MASTER RECORD KEY CMP-CLASS-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM TALLY-SHIP-STRENGTH
               IF WS-BORNE > 0
                   PERFORM REPORT-ONE-SHIP
               END-IF
           END-READ.

      *One keyed-start pass over the hull's roster rows; each open
      *row is looked up on the sick list under the same UID
       TALLY-SHIP-STRENGTH.
           MOVE 0 TO WS-BORNE.
           MOVE 0 TO WS-SICK.
           MOVE 0 TO WS-LANDED.
           MOVE 0 TO WS-BILLET-COUNT.
           MOVE UID TO ROSTER-UID.
           MOVE SPACES TO ROSTER-SVC-NR.
           MOVE 'N' TO WS-ROST-EOF.
           START CREW-ROSTER KEY >= ROSTER-KEY
           INVALID KEY
               MOVE 'Y' TO WS-ROST-EOF
           END-START.
           PERFORM UNTIL WS-ROST-EOF = 'Y'
               READ CREW-ROSTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ROST-EOF
                   NOT AT END
                       IF ROSTER-UID NOT = UID
                           MOVE 'Y' TO WS-ROST-EOF
                       ELSE
                           IF ROSTER-DATE-RELIEVED = SPACES
                               PERFORM TALLY-ONE-MAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-FIT = WS-BORNE - WS-SICK.

       TALLY-ONE-MAN.
           ADD 1 TO WS-BORNE.
           PERFORM CHECK-SICK-LIST.
           IF WS-IS-SICK = 'Y'
               ADD 1 TO WS-SICK
           END-IF.
           IF WS-IS-LANDED = 'Y'
               ADD 1 TO WS-LANDED
           END-IF.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BILLET-COUNT
               IF WS-BILLET-NAME(WS-IDX) = ROSTER-BILLET
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0 AND WS-BILLET-COUNT < 50
               ADD 1 TO WS-BILLET-COUNT
               MOVE WS-BILLET-COUNT TO WS-MATCH-IDX
               MOVE ROSTER-BILLET TO WS-BILLET-NAME(WS-MATCH-IDX)
               MOVE 0 TO WS-BILLET-BORNE(WS-MATCH-IDX)
               MOVE 0 TO WS-BILLET-SICK(WS-MATCH-IDX)
               MOVE 0 TO WS-BILLET-FIT(WS-MATCH-IDX)
           END-IF.
           IF WS-MATCH-IDX NOT = 0
               ADD 1 TO WS-BILLET-BORNE(WS-MATCH-IDX)
               IF WS-IS-SICK = 'Y'
                   ADD 1 TO WS-BILLET-SICK(WS-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-BILLET-FIT(WS-MATCH-IDX)
               END-IF
           END-IF.

      *Sick today means a row reported on or before today with no
      *return to duty yet, or a return dated after today
       CHECK-SICK-LIST.
           MOVE 'N' TO WS-IS-SICK.
           MOVE 'N' TO WS-IS-LANDED.
           IF WS-SCK-AVAILABLE = 'y'
               MOVE ROSTER-UID TO SCK-UID
               MOVE ROSTER-SVC-NR TO SCK-SVC-NR
               MOVE SPACES TO SCK-REPORTED-DATE
               MOVE 'N' TO WS-SCK-EOF
               START SICK-LIST KEY >= SCK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCK-EOF
               END-START
               PERFORM UNTIL WS-SCK-EOF = 'Y'
                   READ SICK-LIST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCK-EOF
                       NOT AT END
                           IF SCK-UID NOT = ROSTER-UID
                              OR SCK-SVC-NR NOT = ROSTER-SVC-NR
                               MOVE 'Y' TO WS-SCK-EOF
                           ELSE
                               IF SCK-REPORTED-DATE <= WS-TODAY
                                  AND (SCK-RETURN-DATE = SPACES
                                     OR SCK-RETURN-DATE > WS-TODAY)
                                   MOVE 'Y' TO WS-IS-SICK
                                   IF SCK-LANDED-FLAG = 'Y'
                                       MOVE 'Y' TO WS-IS-LANDED
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       REPORT-ONE-SHIP.
           ADD 1 TO WS-SHIPS-REPORTED.
           COMPUTE WS-AUTH-TOTAL =
              CMP-AUTH-OFFICERS + CMP-AUTH-RATINGS.
           IF CMP-SAILING-MINIMUM > 0
               MOVE CMP-SAILING-MINIMUM TO WS-MINIMUM
           ELSE
               MOVE WS-AUTH-TOTAL TO WS-MINIMUM
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING '  ' UID ' ' SHIP-NAME ' (' SHIP-CLASS ')'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '    ESTABLISHMENT ' WS-AUTH-TOTAL
              ', SAILING MINIMUM ' WS-MINIMUM
              ', BORNE ' WS-BORNE ', SICK ' WS-SICK
              ' (LANDED ' WS-LANDED '), FIT ' WS-FIT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BILLET-COUNT
               STRING '    BILLET ' WS-BILLET-NAME(WS-IDX)
                  ' BORNE ' WS-BILLET-BORNE(WS-IDX)
                  ' SICK ' WS-BILLET-SICK(WS-IDX)
                  ' FIT ' WS-BILLET-FIT(WS-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.
           IF WS-FIT < WS-MINIMUM
               IF WS-BORNE < WS-MINIMUM
                   ADD 1 TO WS-VACANCY-SHORT
                   MOVE '    BELOW SAILING MINIMUM THROUGH VACANCIES'
                      TO WS-RPT-LINE
               ELSE
                   ADD 1 TO WS-SICKNESS-FLAGGED
                   STRING '    *** BELOW SAILING MINIMUM THROUGH '
                      'SICKNESS, MEDICAL RETURN TO OPERATIONS ***'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               END-IF
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'FIT-FOR-DUTY STRENGTH BY SHIP AND BILLET'
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
           MOVE 'OPERATIONS ROOM' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
