      *This program is the prisoner-of-war intake list for the port
      *authorities: every enemy survivor on the RCVREG recovery
      *register, grouped by the port he was landed at -- or, under
      *a heading of his own, still aboard the ship that picked him
      *up -- with the enemy ship he came from, from ENMYSHP, the
      *rescuing ship, and the date and grid square of the rescue,
      *so the escort and the cage can be arranged before the ship
      *comes alongside.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    POWLIST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERIES ASSIGN TO RCVREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RCV-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT ENEMY-SHIPS ASSIGN TO ENMYSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENM-UID
           FILE STATUS IS WS-ENM-FILE-STATUS.
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
       FD  RECOVERIES.
       COPY RCVREC.
       FD  ENEMY-SHIPS.
       01 ENEMY-SHIP-RECORD.
           05 ENM-UID PIC X(12).
           05 ENM-NAME PIC X(20).
           05 ENM-CLASS PIC X(20).
           05 ENM-ARMAMENT-ESTIMATE PIC X(40).
           05 ENM-LAST-THEATRE PIC X(20).
           05 ENM-CONFIDENCE-LEVEL PIC X(1).
           05 ENM-STATUS PIC X(8).
           05 ENM-ASSESSED-DATE PIC X(8).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
      *L = landed, A = still aboard the rescuer; landed ports first
           05 SD-WHERE-KIND PIC X(1).
      *The landing port, or the rescuer's UID while still aboard
           05 SD-WHERE PIC X(25).
           05 SD-ORIGIN-UID PIC X(12).
           05 SD-NAME PIC X(25).
           05 SD-SVC-NR PIC X(10).
           05 SD-RESCUE-UID PIC X(12).
           05 SD-RESCUE-DATE PIC X(8).
           05 SD-GRID-SQUARE PIC X(6).
           05 SD-LANDED-DATE PIC X(8).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ENM-FILE-STATUS PIC XX.
       01 WS-ENM-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FIRST PIC X VALUE 'Y'.
       01 WS-CUR-WHERE PIC X(26).
       01 WS-NEW-WHERE PIC X(26).
       01 WS-PLACE-COUNT PIC 9(5) VALUE 0.
       01 WS-LANDED-COUNT PIC 9(5) VALUE 0.
       01 WS-ABOARD-COUNT PIC 9(5) VALUE 0.
       01 WS-ENM-NAME PIC X(20).
       01 WS-RESCUER-NAME PIC X(20).
       01 WS-PLACE-COUNT-DSP PIC ZZZZ9.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'POWLIST'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT RECOVERIES.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO RECOVERY REGISTER ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ENEMY-SHIPS.
           IF WS-ENM-FILE-STATUS = '00' OR WS-ENM-FILE-STATUS = '97'
               MOVE 'y' TO WS-ENM-AVAILABLE
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON DESCENDING KEY SD-WHERE-KIND
               ON ASCENDING KEY SD-WHERE SD-ORIGIN-UID SD-NAME
               INPUT PROCEDURE IS RELEASE-ENEMY-SURVIVORS
               OUTPUT PROCEDURE IS PRINT-BY-PORT.
           CLOSE RECOVERIES.
           IF WS-ENM-AVAILABLE = 'y'
               CLOSE ENEMY-SHIPS
           END-IF.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'PRISONERS LANDED: ' WS-LANDED-COUNT
              ', STILL ABOARD RESCUING SHIPS: ' WS-ABOARD-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       RELEASE-ENEMY-SURVIVORS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECOVERIES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RCV-ORIGIN-KIND = 'E'
                           PERFORM RELEASE-ONE-SURVIVOR
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       RELEASE-ONE-SURVIVOR.
           IF RCV-LANDED-PORT NOT = SPACES
               MOVE 'L' TO SD-WHERE-KIND
               MOVE RCV-LANDED-PORT TO SD-WHERE
           ELSE
               MOVE 'A' TO SD-WHERE-KIND
               MOVE RCV-RESCUE-UID TO SD-WHERE
           END-IF.
           MOVE RCV-ORIGIN-UID TO SD-ORIGIN-UID.
           MOVE RCV-NAME TO SD-NAME.
           MOVE RCV-SVC-NR TO SD-SVC-NR.
           MOVE RCV-RESCUE-UID TO SD-RESCUE-UID.
           MOVE RCV-DATE TO SD-RESCUE-DATE.
           MOVE RCV-GRID-SQUARE TO SD-GRID-SQUARE.
           MOVE RCV-LANDED-DATE TO SD-LANDED-DATE.
           RELEASE SORT-RECORD.

       PRINT-BY-PORT.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-PRISONER
               END-RETURN
           END-PERFORM.
           IF WS-FIRST = 'N'
               PERFORM PRINT-PLACE-COUNT
           END-IF.

       PRINT-ONE-PRISONER.
           STRING SD-WHERE-KIND SD-WHERE
              DELIMITED BY SIZE INTO WS-NEW-WHERE.
           IF WS-FIRST = 'Y' OR WS-NEW-WHERE NOT = WS-CUR-WHERE
               IF WS-FIRST = 'N'
                   PERFORM PRINT-PLACE-COUNT
               END-IF
               MOVE 'N' TO WS-FIRST
               MOVE WS-NEW-WHERE TO WS-CUR-WHERE
               MOVE 0 TO WS-PLACE-COUNT
               PERFORM PRINT-REPORT-LINE
               PERFORM PRINT-PLACE-HEADING
           END-IF.
           ADD 1 TO WS-PLACE-COUNT.
           IF SD-WHERE-KIND = 'L'
               ADD 1 TO WS-LANDED-COUNT
           ELSE
               ADD 1 TO WS-ABOARD-COUNT
           END-IF.
           MOVE SD-ORIGIN-UID TO WS-ENM-NAME.
           IF WS-ENM-AVAILABLE = 'y'
               MOVE SD-ORIGIN-UID TO ENM-UID
               READ ENEMY-SHIPS RECORD KEY ENM-UID
               NOT INVALID KEY
                   MOVE ENM-NAME TO WS-ENM-NAME
               END-READ
           END-IF.
           IF SD-NAME = SPACES
               MOVE '(NAME NOT KNOWN)' TO SD-NAME
           END-IF.
           STRING '  ' SD-NAME ' ' SD-SVC-NR ' FROM ' WS-ENM-NAME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM LOOK-UP-RESCUER.
           IF SD-WHERE-KIND = 'L'
               STRING '      PICKED UP BY ' WS-RESCUER-NAME ' '
                  SD-RESCUE-DATE ' AT ' SD-GRID-SQUARE
                  ', LANDED ' SD-LANDED-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '      PICKED UP ' SD-RESCUE-DATE ' AT '
                  SD-GRID-SQUARE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

       PRINT-PLACE-HEADING.
           IF SD-WHERE-KIND = 'L'
               STRING 'LANDED AT ' SD-WHERE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               PERFORM LOOK-UP-RESCUER
               STRING 'STILL ABOARD ' SD-RESCUE-UID ' '
                  WS-RESCUER-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

       PRINT-PLACE-COUNT.
           MOVE WS-PLACE-COUNT TO WS-PLACE-COUNT-DSP.
           STRING '  PRISONERS: ' WS-PLACE-COUNT-DSP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       LOOK-UP-RESCUER.
           MOVE SD-RESCUE-UID TO WS-RESCUER-NAME.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE SD-RESCUE-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               NOT INVALID KEY
                   MOVE SHIP-NAME TO WS-RESCUER-NAME
               END-READ
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'PRISONER-OF-WAR INTAKE LIST' TO WS-RPT-LINE.
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
           MOVE 'PORT AUTHORITIES' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
