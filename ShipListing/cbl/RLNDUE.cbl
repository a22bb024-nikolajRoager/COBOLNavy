      *This program is the reline-due list: every hull whose main or
      *secondary battery has fired, since its last reline, at least
      *ninety percent of the barrel life the reference rates that
      *calibre for, in equivalent full charges -- PAST LIFE once the
      *count reaches the rating, DUE inside the last ten percent. The
      *counts are BRLACC's, as at the date each was rebuilt; a
      *calibre with no rating on the reference cannot be measured
      *and is counted at the foot instead of listed.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RLNDUE.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BARREL-WEAR ASSIGN TO BRLWEAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BWR-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT BARREL-LIFE ASSIGN TO BRLREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRL-CALIBRE
           FILE STATUS IS WS-BRL-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BARREL-WEAR.
       COPY BRLWEAR.
       FD  BARREL-LIFE.
       COPY BRLREF.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-BRL-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-LAST-UID PIC X(12) VALUE SPACES.
      *Ninety percent of rated life is where a reline falls due
       01 WS-DUE-PCT PIC 9(3) VALUE 90.
       01 WS-LIFE-PCT PIC 9(7).
       01 WS-CALIBRE-DSP PIC ZZ9.99.
       01 WS-EFC-DSP PIC Z(5)9.99.
       01 WS-BATTERY-TEXT PIC X(9).
       01 WS-STATE-TEXT PIC X(9).
       01 WS-SHIP-COUNT PIC 9(4) VALUE 0.
       01 WS-PAST-COUNT PIC 9(4) VALUE 0.
       01 WS-DUE-COUNT PIC 9(4) VALUE 0.
       01 WS-UNRATED-COUNT PIC 9(4) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'RLNDUE'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT BARREL-WEAR.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO BARREL WEAR FILE ON RECORD, RUN BRLACC, '
                  'STATUS ' WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT BARREL-LIFE.
           IF WS-BRL-FILE-STATUS NOT = '00'
              AND WS-BRL-FILE-STATUS NOT = '97'
               DISPLAY 'NO BARREL-LIFE REFERENCE ON FILE, STATUS '
                  WS-BRL-FILE-STATUS
               CLOSE BARREL-WEAR
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BARREL-WEAR NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BWR-BATTERY = 'M' OR BWR-BATTERY = 'S'
                           PERFORM CHECK-ONE-BATTERY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BARREL-WEAR.
           CLOSE BARREL-LIFE.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'SHIPS WITH RELINES DUE: ' WS-SHIP-COUNT
              ', BATTERIES PAST LIFE: ' WS-PAST-COUNT
              ', WITHIN TEN PERCENT: ' WS-DUE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-UNRATED-COUNT > 0
               STRING 'BATTERIES WITH NO RATED LIFE ON THE '
                  'REFERENCE: ' WS-UNRATED-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM CLOSE-REPORT.
           GOBACK.

       CHECK-ONE-BATTERY.
           MOVE BWR-CALIBRE TO BRL-CALIBRE.
           READ BARREL-LIFE RECORD KEY BRL-CALIBRE
           INVALID KEY
               ADD 1 TO WS-UNRATED-COUNT
           NOT INVALID KEY
               COMPUTE WS-LIFE-PCT =
                  BWR-EFC-FIRED * 100 / BRL-RATED-EFC
               IF WS-LIFE-PCT >= WS-DUE-PCT
                   PERFORM PRINT-ONE-BATTERY
               END-IF
           END-READ.

       PRINT-ONE-BATTERY.
           IF BWR-UID NOT = WS-LAST-UID
               MOVE BWR-UID TO WS-LAST-UID
               ADD 1 TO WS-SHIP-COUNT
               PERFORM PRINT-REPORT-LINE
               MOVE BWR-UID TO UID
               IF WS-SHIP-AVAILABLE = 'y'
                   READ ALLIED-SHIPS RECORD KEY UID
                   INVALID KEY
                       MOVE '(NOT ON ALLSHPS)' TO SHIP-NAME
                   END-READ
               ELSE
                   MOVE SPACES TO SHIP-NAME
               END-IF
               STRING BWR-UID ' ' SHIP-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF BWR-BATTERY = 'M'
               MOVE 'MAIN' TO WS-BATTERY-TEXT
           ELSE
               MOVE 'SECONDARY' TO WS-BATTERY-TEXT
           END-IF.
           IF WS-LIFE-PCT >= 100
               MOVE 'PAST LIFE' TO WS-STATE-TEXT
               ADD 1 TO WS-PAST-COUNT
           ELSE
               MOVE 'DUE' TO WS-STATE-TEXT
               ADD 1 TO WS-DUE-COUNT
           END-IF.
           MOVE BWR-CALIBRE TO WS-CALIBRE-DSP.
           MOVE BWR-EFC-FIRED TO WS-EFC-DSP.
           STRING '  ' WS-BATTERY-TEXT ' ' WS-CALIBRE-DSP ' MM '
              BRL-GUN-MARK ' ' WS-EFC-DSP ' OF ' BRL-RATED-EFC
              ' EFC ' WS-LIFE-PCT '% ' WS-STATE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF BWR-RELINE-DATE = SPACES
               STRING '      NO RELINE RECORDED, COUNT AS AT '
                  BWR-BUILT-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '      LAST RELINED ' BWR-RELINE-DATE
                  ', COUNT AS AT ' BWR-BUILT-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'GUN BARREL RELINES DUE' TO WS-RPT-LINE.
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
           MOVE 'FLEET GUNNERY OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
