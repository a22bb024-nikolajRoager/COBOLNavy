      *This program maintains the naval gunfire support request
      *register: army formations ask for bombardment and the asks
      *used to live on a signal pad, with the allocation of ships
      *worked out beside them. One record per request, keyed by the
      *serial it came in under, carries the requesting unit, the
      *theatre it is fighting in, the target grid square (proven
      *through CHKGRID), the window the fire is wanted in -- each
      *end keyed with the zone letter the army signalled in and
      *stored as GMT (CNVZONE), the date moving with it across
      *midnight -- the minimum calibre and the rounds the gunnery
      *staff estimate the target needs. Re-entering a request puts
      *it back to requested and drops any ship NGSALLOC had
      *proposed; a request can be cancelled here until it is fired.
      *A mission already fired has had its rounds posted to GUNAMMO
      *by NGSFIRE and is left alone.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NGSREQ.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIRE-SUPPORT-REQUESTS ASSIGN TO NGSREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NGS-ID
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FIRE-SUPPORT-REQUESTS.
       COPY NGSREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-ACTION PIC X(1).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
      *Common time-zone plumbing; see CNVZONE
       01 WS-CNV-DIRECTION PIC X(1).
       01 WS-CNV-DATE PIC X(8).
       01 WS-CNV-ZONED-TIME.
           05 WS-CNV-TIME PIC X(4).
           05 WS-CNV-ZONE PIC X(1).
       01 WS-CNV-RESULT PIC X(1).
       01 WS-REQUEST.
           05 WS-ID PIC X(10).
           05 WS-REQUESTING-UNIT PIC X(25).
           05 WS-THEATRE PIC X(20).
           05 WS-TARGET-SQUARE PIC X(6).
           05 WS-WINDOW-FROM-DATE PIC X(8).
           05 WS-WINDOW-FROM-TIME PIC X(4).
           05 WS-WINDOW-TO-DATE PIC X(8).
           05 WS-WINDOW-TO-TIME PIC X(4).
           05 WS-MIN-CALIBRE PIC 999V99.
           05 WS-EST-ROUNDS PIC 9(5).
           05 WS-ENTERED-DATE PIC X(8).
           05 WS-STATE PIC X(1).
           05 WS-SHIP-UID PIC X(12).
           05 WS-CALIBRE PIC 999V99.
           05 WS-PROPOSED-DATE PIC X(8).
           05 WS-ROUNDS-FIRED PIC 9(5).
           05 WS-FIRED-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN I-O FIRE-SUPPORT-REQUESTS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT FIRE-SUPPORT-REQUESTS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-REQUEST.
           CLOSE FIRE-SUPPORT-REQUESTS.
           GOBACK.

      *A request already on file is fetched first: a fired one is
      *closed, any other may be re-entered or cancelled
       ADD-OR-UPDATE-REQUEST.
           DISPLAY 'Enter request serial, 10 chars: '.
           ACCEPT WS-ID.
           PERFORM UNTIL WS-ID NOT = SPACES
               DISPLAY 'A REQUEST SERIAL CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-ID
           END-PERFORM.
           MOVE 'U' TO WS-ACTION.
           MOVE WS-ID TO NGS-ID.
           READ FIRE-SUPPORT-REQUESTS RECORD KEY NGS-ID
           INVALID KEY
               MOVE 'A' TO WS-ACTION
           END-READ.
           IF WS-ACTION = 'U'
               IF NGS-STATE = 'F'
                   DISPLAY 'REQUEST ' WS-ID ' WAS FIRED ON '
                      NGS-FIRED-DATE ' BY ' NGS-SHIP-UID
                      ', NOT CHANGED'
                   MOVE 'F' TO WS-ACTION
               ELSE
                   DISPLAY 'REQUEST ON FILE FROM '
                      NGS-REQUESTING-UNIT ', STATE ' NGS-STATE
                   DISPLAY 'Enter U to re-enter it, C to cancel it: '
                   ACCEPT WS-ACTION
                   PERFORM UNTIL WS-ACTION = 'U' OR WS-ACTION = 'C'
                       DISPLAY 'INVALID ACTION, ENTER U OR C: '
                       ACCEPT WS-ACTION
                   END-PERFORM
               END-IF
           END-IF.
           EVALUATE WS-ACTION
               WHEN 'C'
                   PERFORM CANCEL-REQUEST
               WHEN 'A'
               WHEN 'U'
                   PERFORM STORE-REQUEST
           END-EVALUATE.

       CANCEL-REQUEST.
           MOVE 'X' TO NGS-STATE.
           REWRITE FIRE-SUPPORT-RECORD.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'CANCELLED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       STORE-REQUEST.
           PERFORM LOAD-REQUEST.
           MOVE WS-REQUEST TO FIRE-SUPPORT-RECORD.
           WRITE FIRE-SUPPORT-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE FIRE-SUPPORT-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *The window may lie ahead, and must not close before it opens
       LOAD-REQUEST.
           DISPLAY 'Enter requesting unit, 25 chars: '.
           ACCEPT WS-REQUESTING-UNIT.
           DISPLAY 'Enter theatre, 20 chars: '.
           ACCEPT WS-THEATRE.
           PERFORM UNTIL WS-THEATRE NOT = SPACES
               DISPLAY 'THE THEATRE CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-THEATRE
           END-PERFORM.
           DISPLAY 'Enter target grid square, 6 chars: '.
           ACCEPT WS-CHK-SQUARE.
           PERFORM CHECK-GRID-SQUARE.
           MOVE WS-CHK-SQUARE TO WS-TARGET-SQUARE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           DISPLAY 'Enter window opening date, CCYYMMDD: '.
           ACCEPT WS-WINDOW-FROM-DATE.
           MOVE WS-WINDOW-FROM-DATE TO WS-CHK-DATE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-WINDOW-FROM-DATE.
           DISPLAY 'Enter window opening time and zone letter, '
              'HHMMZ: '.
           ACCEPT WS-CNV-ZONED-TIME.
           MOVE WS-WINDOW-FROM-DATE TO WS-CNV-DATE.
           PERFORM CHECK-ZONED-TIME.
           MOVE WS-CNV-DATE TO WS-WINDOW-FROM-DATE.
           MOVE WS-CNV-TIME TO WS-WINDOW-FROM-TIME.
           DISPLAY 'Enter window closing date, CCYYMMDD: '.
           ACCEPT WS-WINDOW-TO-DATE.
           MOVE WS-WINDOW-TO-DATE TO WS-CHK-DATE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-WINDOW-TO-DATE.
           DISPLAY 'Enter window closing time and zone letter, '
              'HHMMZ: '.
           ACCEPT WS-CNV-ZONED-TIME.
           MOVE WS-WINDOW-TO-DATE TO WS-CNV-DATE.
           PERFORM CHECK-ZONED-TIME.
           MOVE WS-CNV-DATE TO WS-WINDOW-TO-DATE.
           MOVE WS-CNV-TIME TO WS-WINDOW-TO-TIME.
           PERFORM UNTIL WS-WINDOW-TO-DATE > WS-WINDOW-FROM-DATE
              OR (WS-WINDOW-TO-DATE = WS-WINDOW-FROM-DATE
                 AND WS-WINDOW-TO-TIME > WS-WINDOW-FROM-TIME)
               DISPLAY 'WINDOW CLOSES BEFORE IT OPENS, RE-ENTER '
                  'CLOSING DATE, CCYYMMDD: '
               ACCEPT WS-WINDOW-TO-DATE
               MOVE WS-WINDOW-TO-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-WINDOW-TO-DATE
               DISPLAY 'Enter window closing time and zone letter, '
                  'HHMMZ: '
               ACCEPT WS-CNV-ZONED-TIME
               MOVE WS-WINDOW-TO-DATE TO WS-CNV-DATE
               PERFORM CHECK-ZONED-TIME
               MOVE WS-CNV-DATE TO WS-WINDOW-TO-DATE
               MOVE WS-CNV-TIME TO WS-WINDOW-TO-TIME
           END-PERFORM.
           DISPLAY 'WINDOW STORED AS GMT ' WS-WINDOW-FROM-DATE ' '
              WS-WINDOW-FROM-TIME ' TO ' WS-WINDOW-TO-DATE ' '
              WS-WINDOW-TO-TIME.
           DISPLAY 'Enter minimum calibre in mm (example 152.00): '.
           ACCEPT WS-MIN-CALIBRE.
           DISPLAY 'Enter estimated rounds, 5 digits: '.
           ACCEPT WS-EST-ROUNDS.
           PERFORM UNTIL WS-EST-ROUNDS > 0
               DISPLAY 'A MISSION NEEDS AT LEAST ONE ROUND, '
                  'RE-ENTER: '
               ACCEPT WS-EST-ROUNDS
           END-PERFORM.
           MOVE WS-TODAY TO WS-ENTERED-DATE.
           MOVE 'R' TO WS-STATE.
           MOVE SPACES TO WS-SHIP-UID.
           MOVE 0 TO WS-CALIBRE.
           MOVE SPACES TO WS-PROPOSED-DATE.
           MOVE 0 TO WS-ROUNDS-FIRED.
           MOVE SPACES TO WS-FIRED-DATE.

      *Re-prompts through the shared CNVZONE subprogram until the
      *time and zone letter are real ones, leaving WS-CNV-DATE and
      *WS-CNV-TIME moved onto GMT
       CHECK-ZONED-TIME.
           MOVE 'G' TO WS-CNV-DIRECTION.
           CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-CNV-ZONE,
              WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT.
           PERFORM UNTIL WS-CNV-RESULT = 'Y'
               DISPLAY 'INVALID TIME OR ZONE ' WS-CNV-ZONED-TIME
                  ', RE-ENTER HHMMZ: '
               ACCEPT WS-CNV-ZONED-TIME
               CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-CNV-ZONE,
                  WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT
           END-PERFORM.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one
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

      *Re-prompts through the shared CHKGRID subprogram until the
      *target is a square the GRIDMST master carries
       CHECK-GRID-SQUARE.
           CALL 'CHKGRID' USING WS-CHK-SQUARE, WS-CHK-GRID-RESULT.
           PERFORM UNTIL WS-CHK-GRID-RESULT = 'Y'
              OR WS-CHK-GRID-RESULT = 'U'
               DISPLAY 'UNRECOGNIZED GRID SQUARE ' WS-CHK-SQUARE
                  ', RE-ENTER: '
               ACCEPT WS-CHK-SQUARE
               CALL 'CHKGRID' USING WS-CHK-SQUARE,
                  WS-CHK-GRID-RESULT
           END-PERFORM.
