      *This program is the HF/DF bearing intake: every bearing a
      *direction-finding station takes on an enemy transmission is
      *entered here as it is signalled in -- station, date and time
      *of the intercept, bearing in degrees true, and the
      *transmitter's identity or, where none is known, its
      *frequency. The station is proven on the DFSTNDT master kept
      *by DFSTMNT. A lone bearing is no position, so nothing goes
      *to SIGHTNG from here; DFFIX crosses the bearings on each
      *transmitter and writes the fix. Stations sit in different
      *zones, so the intercept time is keyed with the station's
      *zone letter and stored as GMT (CNVZONE) -- bearings taken at
      *the same moment then fall inside the same DFFIX window.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DFBRG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DF-BEARINGS ASSIGN TO DFBRGS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DFB-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT DF-STATIONS ASSIGN TO DFSTNDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DFS-STATION
           FILE STATUS IS WS-DFS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DF-BEARINGS.
       COPY DFBRREC.
       FD  DF-STATIONS.
       COPY DFSTREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-DFS-FILE-STATUS PIC XX.
       01 WS-DFS-AVAILABLE PIC X VALUE 'n'.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common time-zone plumbing; see CNVZONE
       01 WS-CNV-DIRECTION PIC X(1).
       01 WS-CNV-DATE PIC X(8).
       01 WS-CNV-ZONED-TIME.
           05 WS-CNV-TIME PIC X(4).
           05 WS-CNV-ZONE PIC X(1).
       01 WS-CNV-RESULT PIC X(1).
       01 WS-BEARING.
           05 WS-KEY.
                10 WS-TRANSMITTER PIC X(12).
                10 WS-DATE PIC X(8).
                10 WS-TIME PIC X(4).
                10 WS-STATION PIC X(20).
           05 WS-BEARING-DEG PIC 9(3).
           05 WS-FREQUENCY-KC PIC 9(5).
           05 WS-FIX-STATE PIC X(1).
           05 WS-FIX-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O DF-BEARINGS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT DF-BEARINGS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT DF-STATIONS.
           IF WS-DFS-FILE-STATUS = '00' OR WS-DFS-FILE-STATUS = '97'
               MOVE 'y' TO WS-DFS-AVAILABLE
           ELSE
               DISPLAY 'WARNING: DFSTNDT NOT AVAILABLE, STATION '
                  'CANNOT BE VERIFIED, STATUS ' WS-DFS-FILE-STATUS
           END-IF.
           PERFORM ADD-OR-UPDATE-BEARING.
           CLOSE DF-BEARINGS.
           IF WS-DFS-AVAILABLE = 'y'
               CLOSE DF-STATIONS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-BEARING.
           PERFORM LOAD-BEARING.
           MOVE WS-BEARING TO DF-BEARING-RECORD.
           WRITE DF-BEARING-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE DF-BEARING-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *A re-entered bearing goes back to uncrossed, so a corrected
      *bearing is crossed afresh on the next DFFIX run
       LOAD-BEARING.
           DISPLAY 'Enter DF station name, 20 chars: '.
           ACCEPT WS-STATION.
           PERFORM CHECK-STATION.
           DISPLAY 'Enter intercept date, CCYYMMDD: '.
           ACCEPT WS-DATE.
           MOVE WS-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE.
           DISPLAY 'Enter intercept time and zone letter, HHMMZ: '.
           ACCEPT WS-CNV-ZONED-TIME.
           MOVE WS-DATE TO WS-CNV-DATE.
           PERFORM CHECK-ZONED-TIME.
           MOVE WS-CNV-DATE TO WS-DATE.
           MOVE WS-CNV-TIME TO WS-TIME.
           DISPLAY 'STORED AS ' WS-DATE ' ' WS-TIME 'Z'.
           DISPLAY 'Enter bearing, degrees true, 3 digits: '.
           ACCEPT WS-BEARING-DEG.
           PERFORM UNTIL WS-BEARING-DEG IS NUMERIC
              AND WS-BEARING-DEG <= 359
               DISPLAY 'INVALID BEARING, RE-ENTER 000-359: '
               ACCEPT WS-BEARING-DEG
           END-PERFORM.
           DISPLAY 'Enter frequency in kc/s, 5 digits, 0 if not '
              'taken: '.
           ACCEPT WS-FREQUENCY-KC.
           PERFORM UNTIL WS-FREQUENCY-KC IS NUMERIC
               DISPLAY 'INVALID FREQUENCY, RE-ENTER 5 DIGITS: '
               ACCEPT WS-FREQUENCY-KC
           END-PERFORM.
           DISPLAY 'Enter transmitter identity, 12 chars, blank '
              'if unknown: '.
           ACCEPT WS-TRANSMITTER.
           IF WS-TRANSMITTER = SPACES
               PERFORM UNTIL WS-FREQUENCY-KC > 0
                   DISPLAY 'NO IDENTITY, FREQUENCY REQUIRED, '
                      'RE-ENTER 5 DIGITS: '
                   ACCEPT WS-FREQUENCY-KC
               END-PERFORM
               STRING WS-FREQUENCY-KC 'KC' DELIMITED BY SIZE
                  INTO WS-TRANSMITTER
               END-STRING
               DISPLAY 'TRANSMITTER RECORDED AS ' WS-TRANSMITTER
           END-IF.
           MOVE SPACE TO WS-FIX-STATE.
           MOVE SPACES TO WS-FIX-DATE.

       CHECK-STATION.
           IF WS-DFS-AVAILABLE = 'y'
               MOVE '99' TO WS-DFS-FILE-STATUS
               PERFORM UNTIL WS-DFS-FILE-STATUS = '00'
                   MOVE WS-STATION TO DFS-STATION
                   READ DF-STATIONS RECORD KEY DFS-STATION
                   IF WS-DFS-FILE-STATUS NOT = '00'
                       DISPLAY 'STATION NOT ON DFSTNDT: ' WS-STATION
                       DISPLAY 'Enter DF station name, 20 chars: '
                       ACCEPT WS-STATION
                   ELSE
                       DISPLAY WS-STATION ' -> ' DFS-GRID-SQUARE
                   END-IF
               END-PERFORM
           END-IF.

      *The time takes part in DFFIX's window arithmetic, so it must
      *be a real hour and minute in a real zone; re-prompts through
      *the shared CNVZONE subprogram, leaving WS-CNV-DATE and
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
