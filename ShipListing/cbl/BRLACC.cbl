      *This program rebuilds each hull's running count of equivalent
      *full charges fired, per gun calibre, from the GUNAMMO
      *expenditure rows: every round expended after the barrels'
      *last recorded reline is worth the calibre's EFC-per-round
      *from the barrel-life reference (a full charge where the
      *calibre is not yet on it), and the total lands on the hull's
      *BRLWEAR row along with which battery the calibre is, taken
      *from her gun fit on ALLSHPS. Rerunnable: each pass recounts
      *from the ledger instead of adding to the last count, so a
      *late or corrected GUNAMMO posting is picked up next time.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BRLACC.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUN-AMMO-LEDGER ASSIGN TO GUNAMMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GAM-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT BARREL-LIFE ASSIGN TO BRLREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRL-CALIBRE
           FILE STATUS IS WS-BRL-FILE-STATUS.
           SELECT BARREL-WEAR ASSIGN TO BRLWEAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BWR-KEY
           FILE STATUS IS WS-BWR-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  GUN-AMMO-LEDGER.
       01 GUN-AMMO-RECORD.
           05 GAM-KEY.
                10 GAM-UID PIC X(12).
                10 GAM-DATE PIC X(8).
                10 GAM-CALIBRE PIC 999V99.
           05 GAM-EXPENDED PIC 9(5).
           05 GAM-ISSUED PIC 9(5).
       FD  BARREL-LIFE.
       COPY BRLREF.
       FD  BARREL-WEAR.
       COPY BRLWEAR.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-BRL-FILE-STATUS PIC XX.
       01 WS-BRL-AVAILABLE PIC X VALUE 'n'.
       01 WS-BWR-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FOUND PIC X.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-CUR-UID PIC X(12) VALUE SPACES.
      *Per-calibre counts for the hull currently in hand; the reline
      *date and EFC-per-round are fetched once, when the calibre is
      *first met
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 10 TIMES.
                10 WS-CAL-CALIBRE PIC 999V99.
                10 WS-CAL-RELINE-DATE PIC X(8).
                10 WS-CAL-FACTOR PIC 9V99.
                10 WS-CAL-EFC PIC 9(6)V99.
                10 WS-CAL-LAST-DATE PIC X(8).
       01 WS-CAL-COUNT PIC 99 VALUE 0.
       01 WS-CAL-IDX PIC 99.
       01 WS-CAL-MATCH PIC 99.
       01 WS-SHIP-COUNT PIC 9(4) VALUE 0.
       01 WS-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-UNRATED-COUNT PIC 9(5) VALUE 0.
       01 WS-CALIBRE-DSP PIC ZZ9.99.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN INPUT GUN-AMMO-LEDGER.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO GUN AMMUNITION LEDGER ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN I-O BARREL-WEAR.
           IF WS-BWR-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-BWR-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                    WS-BWR-FILE-STATUS
                 CLOSE GUN-AMMO-LEDGER
                 GOBACK
              ELSE
                 OPEN OUTPUT BARREL-WEAR
                 CLOSE BARREL-WEAR
                 OPEN I-O BARREL-WEAR
                 IF WS-BWR-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                      WS-BWR-FILE-STATUS
                   CLOSE GUN-AMMO-LEDGER
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT BARREL-LIFE.
           IF WS-BRL-FILE-STATUS = '00' OR WS-BRL-FILE-STATUS = '97'
               MOVE 'y' TO WS-BRL-AVAILABLE
           ELSE
               DISPLAY 'WARNING: BRLREF NOT AVAILABLE, EVERY ROUND '
                  'COUNTED AS A FULL CHARGE, STATUS '
                  WS-BRL-FILE-STATUS
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, BATTERY '
                  'CANNOT BE SET, STATUS ' WS-SHIP-FILE-STATUS
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUN-AMMO-LEDGER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM FOLD-ONE-ROW
               END-READ
           END-PERFORM.
           IF WS-CUR-UID NOT = SPACES
               PERFORM STORE-ONE-SHIP
           END-IF.
           CLOSE GUN-AMMO-LEDGER.
           CLOSE BARREL-WEAR.
           IF WS-BRL-AVAILABLE = 'y'
               CLOSE BARREL-LIFE
           END-IF.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           DISPLAY 'BARREL WEAR REBUILT: ' WS-SHIP-COUNT ' SHIPS, '
              WS-ROW-COUNT ' CALIBRE ROWS'.
           IF WS-UNRATED-COUNT > 0
               DISPLAY 'CALIBRES NOT ON THE BARREL-LIFE REFERENCE: '
                  WS-UNRATED-COUNT
           END-IF.
           GOBACK.

      *The ledger comes in hull order, so one hull's calibres are
      *gathered and stored before the next hull starts
       FOLD-ONE-ROW.
           IF GAM-UID NOT = WS-CUR-UID
               IF WS-CUR-UID NOT = SPACES
                   PERFORM STORE-ONE-SHIP
               END-IF
               MOVE GAM-UID TO WS-CUR-UID
               MOVE 0 TO WS-CAL-COUNT
           END-IF.
           MOVE 0 TO WS-CAL-MATCH.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-CALIBRE(WS-CAL-IDX) = GAM-CALIBRE
                   MOVE WS-CAL-IDX TO WS-CAL-MATCH
               END-IF
           END-PERFORM.
           IF WS-CAL-MATCH = 0 AND WS-CAL-COUNT < 10
               ADD 1 TO WS-CAL-COUNT
               MOVE WS-CAL-COUNT TO WS-CAL-MATCH
               PERFORM START-ONE-CALIBRE
           END-IF.
           IF WS-CAL-MATCH NOT = 0
              AND GAM-EXPENDED > 0
              AND (WS-CAL-RELINE-DATE(WS-CAL-MATCH) = SPACES
                 OR GAM-DATE > WS-CAL-RELINE-DATE(WS-CAL-MATCH))
               COMPUTE WS-CAL-EFC(WS-CAL-MATCH) =
                  WS-CAL-EFC(WS-CAL-MATCH)
                  + GAM-EXPENDED * WS-CAL-FACTOR(WS-CAL-MATCH)
               IF GAM-DATE > WS-CAL-LAST-DATE(WS-CAL-MATCH)
                   MOVE GAM-DATE TO WS-CAL-LAST-DATE(WS-CAL-MATCH)
               END-IF
           END-IF.

      *A calibre first met on this hull: its last reline from the
      *existing BRLWEAR row, its EFC-per-round from the reference
       START-ONE-CALIBRE.
           MOVE GAM-CALIBRE TO WS-CAL-CALIBRE(WS-CAL-MATCH).
           MOVE 0 TO WS-CAL-EFC(WS-CAL-MATCH).
           MOVE SPACES TO WS-CAL-LAST-DATE(WS-CAL-MATCH).
           MOVE SPACES TO WS-CAL-RELINE-DATE(WS-CAL-MATCH).
           MOVE GAM-UID TO BWR-UID.
           MOVE GAM-CALIBRE TO BWR-CALIBRE.
           READ BARREL-WEAR RECORD KEY BWR-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE BWR-RELINE-DATE
                  TO WS-CAL-RELINE-DATE(WS-CAL-MATCH)
           END-READ.
           MOVE 1 TO WS-CAL-FACTOR(WS-CAL-MATCH).
           IF WS-BRL-AVAILABLE = 'y'
               MOVE GAM-CALIBRE TO BRL-CALIBRE
               READ BARREL-LIFE RECORD KEY BRL-CALIBRE
               INVALID KEY
                   ADD 1 TO WS-UNRATED-COUNT
                   MOVE GAM-CALIBRE TO WS-CALIBRE-DSP
                   DISPLAY 'WARNING: ' WS-CALIBRE-DSP ' MM FIRED BY '
                      GAM-UID ' IS NOT ON THE BARREL-LIFE REFERENCE'
               NOT INVALID KEY
                   MOVE BRL-EFC-FACTOR
                      TO WS-CAL-FACTOR(WS-CAL-MATCH)
               END-READ
           END-IF.

       STORE-ONE-SHIP.
           ADD 1 TO WS-SHIP-COUNT.
           MOVE 'n' TO WS-SHIP-FOUND.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE WS-CUR-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   DISPLAY 'WARNING: ' WS-CUR-UID
                      ' IS NOT ON ALLSHPS, BATTERY LEFT BLANK'
               NOT INVALID KEY
                   MOVE 'y' TO WS-SHIP-FOUND
               END-READ
           END-IF.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               PERFORM STORE-ONE-CALIBRE
           END-PERFORM.

       STORE-ONE-CALIBRE.
           MOVE WS-CUR-UID TO BWR-UID.
           MOVE WS-CAL-CALIBRE(WS-CAL-IDX) TO BWR-CALIBRE.
           MOVE SPACE TO BWR-BATTERY.
           IF WS-SHIP-FOUND = 'y'
               EVALUATE TRUE
                   WHEN BWR-CALIBRE = SHIP-MAIN-GUN-CALIBRE
                       MOVE 'M' TO BWR-BATTERY
                   WHEN BWR-CALIBRE = SHIP-SECONDARY-CALIBRE
                       MOVE 'S' TO BWR-BATTERY
               END-EVALUATE
           END-IF.
           MOVE WS-CAL-EFC(WS-CAL-IDX) TO BWR-EFC-FIRED.
           MOVE WS-CAL-RELINE-DATE(WS-CAL-IDX) TO BWR-RELINE-DATE.
           MOVE WS-CAL-LAST-DATE(WS-CAL-IDX) TO BWR-LAST-FIRED-DATE.
           MOVE WS-TODAY TO BWR-BUILT-DATE.
           WRITE BARREL-WEAR-RECORD
           INVALID KEY
               REWRITE BARREL-WEAR-RECORD
           END-WRITE.
           IF WS-BWR-FILE-STATUS = '00'
               ADD 1 TO WS-ROW-COUNT
           ELSE
               DISPLAY 'ERROR: WEAR ROW FOR ' WS-CUR-UID
                  ' NOT STORED, STATUS ' WS-BWR-FILE-STATUS
           END-IF.
