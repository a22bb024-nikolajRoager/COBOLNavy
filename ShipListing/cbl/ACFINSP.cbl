      *This program is the airframe inspection-due list: every
      *airframe on the register, not written off, that has flown
      *within twelve hours of the 120 flying hours allowed between
      *major inspections, or past them, grouped by the carrier or
      *shore station holding her and, within each, the most overdue
      *first -- so the air engineering officer aboard can plan the
      *hangar work before the airframe must be grounded.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACFINSP.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRFRAMES ASSIGN TO AIRFRMS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AFR-SERIAL
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
       FD  AIRFRAMES.
       COPY AFRMREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
      *Carrier UID, or the shore station name, as the holder
           05 SD-HOLDER PIC X(20).
           05 SD-HOLDER-KIND PIC X(1).
      *Hours left to the inspection, overdue ones below zero
           05 SD-HOURS-LEFT PIC S9(5)V9.
           05 SD-SERIAL PIC X(10).
           05 SD-MODEL PIC X(20).
           05 SD-HOURS PIC 9(5)V9.
           05 SD-INSP-DATE PIC X(8).
           05 SD-STATE PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
      *Flying hours allowed between major inspections, and how close
      *to them an airframe comes onto the list
       01 WS-INSP-INTERVAL PIC 9(3)V9 VALUE 120.0.
       01 WS-WARNING-HOURS PIC 9(3)V9 VALUE 12.0.
       01 WS-HOURS-LEFT PIC S9(5)V9.
       01 WS-HOURS-LEFT-DSP PIC -(5)9.9.
       01 WS-HOURS-DSP PIC Z(4)9.9.
       01 WS-WARNING-DSP PIC ZZ9.9.
       01 WS-CUR-HOLDER PIC X(20).
       01 WS-FIRST PIC X VALUE 'Y'.
       01 WS-STATE-TEXT PIC X(14).
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WS-DUE-COUNT PIC 9(5) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'ACFINSP'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT AIRFRAMES.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO AIRFRAME REGISTER ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-HOLDER-KIND SD-HOLDER
               SD-HOURS-LEFT
               INPUT PROCEDURE IS RELEASE-DUE-AIRFRAMES
               OUTPUT PROCEDURE IS PRINT-BY-HOLDER.
           CLOSE AIRFRAMES.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-WARNING-HOURS TO WS-WARNING-DSP.
           STRING 'AIRFRAMES OVERDUE INSPECTION: ' WS-OVERDUE-COUNT
              ', DUE WITHIN ' WS-WARNING-DSP ' HOURS: '
              WS-DUE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       RELEASE-DUE-AIRFRAMES.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AIRFRAMES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AFR-STATE NOT = 'W'
                           PERFORM RELEASE-IF-DUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       RELEASE-IF-DUE.
           COMPUTE WS-HOURS-LEFT = WS-INSP-INTERVAL
              - (AFR-HOURS - AFR-HOURS-AT-INSP).
           IF WS-HOURS-LEFT <= WS-WARNING-HOURS
               IF AFR-UID NOT = SPACES
                   MOVE 'S' TO SD-HOLDER-KIND
                   MOVE AFR-UID TO SD-HOLDER
               ELSE
                   MOVE 'H' TO SD-HOLDER-KIND
                   MOVE AFR-STATION TO SD-HOLDER
               END-IF
               MOVE WS-HOURS-LEFT TO SD-HOURS-LEFT
               MOVE AFR-SERIAL TO SD-SERIAL
               MOVE AFR-MODEL TO SD-MODEL
               MOVE AFR-HOURS TO SD-HOURS
               MOVE AFR-INSP-DATE TO SD-INSP-DATE
               MOVE AFR-STATE TO SD-STATE
               RELEASE SORT-RECORD
           END-IF.

       PRINT-BY-HOLDER.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-AIRFRAME
               END-RETURN
           END-PERFORM.

       PRINT-ONE-AIRFRAME.
           IF WS-FIRST = 'Y' OR SD-HOLDER NOT = WS-CUR-HOLDER
               MOVE SD-HOLDER TO WS-CUR-HOLDER
               MOVE 'N' TO WS-FIRST
               PERFORM PRINT-REPORT-LINE
               PERFORM PRINT-HOLDER-HEADING
           END-IF.
           IF SD-HOURS-LEFT < 0
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE 'OVERDUE' TO WS-STATE-TEXT
           ELSE
               ADD 1 TO WS-DUE-COUNT
               MOVE 'DUE' TO WS-STATE-TEXT
           END-IF.
           IF SD-STATE = 'U'
               MOVE 'DUE, U/S' TO WS-STATE-TEXT
               IF SD-HOURS-LEFT < 0
                   MOVE 'OVERDUE, U/S' TO WS-STATE-TEXT
               END-IF
           END-IF.
           MOVE SD-HOURS-LEFT TO WS-HOURS-LEFT-DSP.
           MOVE SD-HOURS TO WS-HOURS-DSP.
           STRING '  ' SD-SERIAL ' ' SD-MODEL ' ' WS-HOURS-DSP
              ' HRS, LAST INSPECTED ' SD-INSP-DATE ', '
              WS-HOURS-LEFT-DSP ' HRS LEFT ' WS-STATE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-HOLDER-HEADING.
           IF SD-HOLDER-KIND = 'S'
               MOVE SPACES TO SHIP-NAME
               IF WS-SHIP-AVAILABLE = 'y'
                   MOVE SD-HOLDER TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   INVALID KEY
                       MOVE '(NOT ON ALLSHPS)' TO SHIP-NAME
                   END-READ
               END-IF
               STRING 'CARRIER ' SD-HOLDER ' ' SHIP-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING 'SHORE STATION ' SD-HOLDER
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'AIRFRAME INSPECTIONS DUE' TO WS-RPT-LINE.
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
           MOVE 'AIR ENGINEERING OFFICERS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
