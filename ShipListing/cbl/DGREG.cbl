      *This program maintains the degaussing register: a ship's
      *degaussing certificate lived in her own records and the range
      *officer's ledger, so nobody sailing her could see that it had
      *lapsed until she was routed into waters the enemy had sown
      *with magnetic mines. One record per UID (proven on ALLSHPS)
      *carries her last ranging date, the range station, the result,
      *and the date her certificate expires; ranging her again
      *replaces the record. SAILSCHD and ORDERS warn through CHKDG
      *when a hull with a lapsed or failed certificate is sent into
      *a theatre with a live MINEFLD field, and DGDUE lists the
      *ships due on the range each week by the port they lie in.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DGREG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEGAUSSING-REGISTER ASSIGN TO DGREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DGR-UID
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here only to prove the entered
      *UID exists and echo the ship's name back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DEGAUSSING-REGISTER.
       COPY DGREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-DEGAUSSING.
           05 WS-UID PIC X(12).
           05 WS-RANGED-DATE PIC X(8).
           05 WS-RANGE-STATION PIC X(25).
           05 WS-RESULT PIC X(1).
           05 WS-EXPIRY-DATE PIC X(8).
           05 WS-ENTERED-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O DEGAUSSING-REGISTER.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT DEGAUSSING-REGISTER
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, UID CANNOT '
                  'BE VERIFIED, STATUS ' WS-SHIP-FILE-STATUS
           END-IF.
           PERFORM ADD-OR-UPDATE-DEGAUSSING.
           CLOSE DEGAUSSING-REGISTER.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-DEGAUSSING.
           PERFORM LOAD-DEGAUSSING.
           MOVE WS-DEGAUSSING TO DEGAUSSING-RECORD.
           WRITE DEGAUSSING-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE DEGAUSSING-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *The ranging has happened, so its date may not be in the
      *future; the certificate cannot expire before it was earned.
      *A failed ranging is recorded all the same -- the expiry then
      *only says when she was due -- and CHKDG treats it as no
      *certificate at all
       LOAD-DEGAUSSING.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter date ranged, CCYYMMDD: '.
           ACCEPT WS-RANGED-DATE.
           MOVE WS-RANGED-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-RANGED-DATE.
           DISPLAY 'Enter range station, 25 chars: '.
           ACCEPT WS-RANGE-STATION.
           DISPLAY 'Enter result, P = passed, F = failed: '.
           ACCEPT WS-RESULT.
           PERFORM UNTIL WS-RESULT = 'P' OR WS-RESULT = 'F'
               DISPLAY 'INVALID RESULT, ENTER P OR F: '
               ACCEPT WS-RESULT
           END-PERFORM.
           DISPLAY 'Enter certificate expiry date, CCYYMMDD: '.
           ACCEPT WS-EXPIRY-DATE.
           MOVE WS-EXPIRY-DATE TO WS-CHK-DATE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-EXPIRY-DATE.
           PERFORM UNTIL WS-EXPIRY-DATE >= WS-RANGED-DATE
               DISPLAY 'EXPIRY BEFORE RANGING DATE, RE-ENTER '
                  'CCYYMMDD: '
               ACCEPT WS-EXPIRY-DATE
               MOVE WS-EXPIRY-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-EXPIRY-DATE
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-ENTERED-DATE.

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
