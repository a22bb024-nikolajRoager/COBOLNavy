      *This program maintains the barrel-life reference table -- per
      *gun calibre, the rated life of a barrel in equivalent full
      *charges and the EFC an ordinary round counts for -- and
      *records barrel relines. C = add or amend a calibre on the
      *reference; R = a hull's barrels of one calibre have been
      *relined on a date, which clears her running EFC count for
      *that calibre so BRLACC counts only rounds fired since.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BRLMNT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BARREL-LIFE ASSIGN TO BRLREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRL-CALIBRE
           FILE STATUS IS WS-FILE-STATUS.
           SELECT BARREL-WEAR ASSIGN TO BRLWEAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BWR-KEY
           FILE STATUS IS WS-BWR-FILE-STATUS.
      *The fleet master, read keyed here to prove the entered UID
      *and to tell the main battery from the secondary
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BARREL-LIFE.
       COPY BRLREF.
       FD  BARREL-WEAR.
       COPY BRLWEAR.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-BWR-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACTION PIC X.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-BARREL-LIFE.
           05 WS-CALIBRE PIC 999V99.
           05 WS-GUN-MARK PIC X(25).
           05 WS-RATED-EFC PIC 9(5).
           05 WS-EFC-FACTOR PIC 9V99.
       01 WS-UID PIC X(12).
       01 WS-RELINE-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           DISPLAY 'Enter action, C = calibre reference, '
              'R = record a reline: '.
           ACCEPT WS-ACTION.
           IF WS-ACTION = 'c' MOVE 'C' TO WS-ACTION END-IF.
           IF WS-ACTION = 'r' MOVE 'R' TO WS-ACTION END-IF.
           PERFORM UNTIL WS-ACTION = 'C' OR WS-ACTION = 'R'
               DISPLAY 'ENTER C OR R: '
               ACCEPT WS-ACTION
           END-PERFORM.
           IF WS-ACTION = 'C'
               PERFORM MAINTAIN-CALIBRE
           ELSE
               PERFORM RECORD-RELINE
           END-IF.
           GOBACK.

       MAINTAIN-CALIBRE.
           OPEN I-O BARREL-LIFE.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT BARREL-LIFE
                 CLOSE BARREL-LIFE
                 OPEN I-O BARREL-LIFE
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM LOAD-CALIBRE.
           MOVE WS-BARREL-LIFE TO BARREL-LIFE-RECORD.
           WRITE BARREL-LIFE-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE BARREL-LIFE-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.
           CLOSE BARREL-LIFE.

       LOAD-CALIBRE.
           DISPLAY 'Enter calibre in mm (example 406.00): '.
           ACCEPT WS-CALIBRE.
           DISPLAY 'Enter gun mark, 25 chars: '.
           ACCEPT WS-GUN-MARK.
           DISPLAY 'Enter rated barrel life, equivalent full '
              'charges, 5 digits: '.
           ACCEPT WS-RATED-EFC.
           PERFORM UNTIL WS-RATED-EFC > 0
               DISPLAY 'RATED LIFE MUST BE ABOVE ZERO, RE-ENTER: '
               ACCEPT WS-RATED-EFC
           END-PERFORM.
           DISPLAY 'Enter EFC per round as ordinarily fired '
              '(example 1.00 full charge, 0.75 reduced): '.
           ACCEPT WS-EFC-FACTOR.
           PERFORM UNTIL WS-EFC-FACTOR > 0
               DISPLAY 'EFC PER ROUND MUST BE ABOVE ZERO, RE-ENTER: '
               ACCEPT WS-EFC-FACTOR
           END-PERFORM.

      *A reline starts the barrels' life again: the count is zeroed
      *and the reline date stamped, so the next BRLACC rebuild counts
      *only rounds expended after it. The row is written if the hull
      *has not yet been through a rebuild
       RECORD-RELINE.
           OPEN I-O BARREL-WEAR.
           IF WS-BWR-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-BWR-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                    WS-BWR-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT BARREL-WEAR
                 CLOSE BARREL-WEAR
                 OPEN I-O BARREL-WEAR
                 IF WS-BWR-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                      WS-BWR-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, UID AND '
                  'BATTERY CANNOT BE VERIFIED, STATUS '
                  WS-SHIP-FILE-STATUS
           END-IF.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter calibre relined in mm (example 406.00): '.
           ACCEPT WS-CALIBRE.
           DISPLAY 'Enter reline date, CCYYMMDD: '.
           ACCEPT WS-RELINE-DATE.
           MOVE WS-RELINE-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-RELINE-DATE.
           MOVE WS-UID TO BWR-UID.
           MOVE WS-CALIBRE TO BWR-CALIBRE.
           READ BARREL-WEAR RECORD KEY BWR-KEY
           INVALID KEY
               MOVE SPACES TO BWR-BATTERY
               MOVE SPACES TO BWR-LAST-FIRED-DATE
               MOVE SPACES TO BWR-BUILT-DATE
           END-READ.
           MOVE WS-UID TO BWR-UID.
           MOVE WS-CALIBRE TO BWR-CALIBRE.
           IF WS-SHIP-AVAILABLE = 'y'
               EVALUATE TRUE
                   WHEN WS-CALIBRE = SHIP-MAIN-GUN-CALIBRE
                       MOVE 'M' TO BWR-BATTERY
                   WHEN WS-CALIBRE = SHIP-SECONDARY-CALIBRE
                       MOVE 'S' TO BWR-BATTERY
                   WHEN OTHER
                       MOVE SPACE TO BWR-BATTERY
                       DISPLAY 'WARNING: ' WS-CALIBRE ' MATCHES '
                          'NEITHER BATTERY OF ' SHIP-NAME
               END-EVALUATE
           END-IF.
           MOVE 0 TO BWR-EFC-FIRED.
           MOVE WS-RELINE-DATE TO BWR-RELINE-DATE.
           WRITE BARREL-WEAR-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE BARREL-WEAR-RECORD
           END-WRITE.
           IF WS-BWR-FILE-STATUS = '00'
               DISPLAY 'RELINE RECORDED ' WS-RELINE-DATE
                  ', EFC COUNT CLEARED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                  WS-BWR-FILE-STATUS
           END-IF.
           CLOSE BARREL-WEAR.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.

      *Proves the entered UID against ALLSHPS and echoes the name,
      *same re-prompt shape as the other capture programs
       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                       DISPLAY 'Enter ship UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME
                   END-IF
               END-PERFORM
           END-IF.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one (and not in the future
      *unless the caller said future is fine)
       CHECK-DATE-FIELD.
           CALL 'CHKDATE' USING WS-CHK-DATE, WS-CHK-ALLOW-FUTURE,
              WS-CHK-DATE-RESULT.
           PERFORM UNTIL WS-CHK-DATE-RESULT = 'Y'
               DISPLAY 'INVALID DATE ' WS-CHK-DATE
                  ', RE-ENTER CCYYMMDD: '
               ACCEPT WS-CHK-DATE
               CALL 'CHKDATE' USING WS-CHK-DATE,
                  WS-CHK-ALLOW-FUTURE, WS-CHK-DATE-RESULT
           END-PERFORM.
