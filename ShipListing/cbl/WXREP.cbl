      *This program captures weather by grid square, in the POSREP
      *mould: the met office's forecasts and the observations ships
      *and stations send in, one record per square and date with
      *wind force, sea state and visibility. Until now a convoy was
      *sailed into a full gale because nobody at the schedule desk
      *could see the forecast; with the weather held by square,
      *SAILSCHD, SAILRPT and ESCADEQ look up the departure and
      *destination squares through CHKWX. An observation entered
      *for a square and day that already carries a forecast simply
      *replaces it. The time of the report is keyed with the zone
      *letter it was made in and stored as GMT (CNVZONE), the date
      *moving with it across midnight, so the day a report is filed
      *under is the GMT day the sailing checks look up.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    WXREP.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEATHER-FILE ASSIGN TO WXOBS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WX-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  WEATHER-FILE.
       COPY WXOBS.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-WEATHER.
           05 WS-KEY.
                10 WS-GRID-SQUARE PIC X(6).
                10 WS-DATE PIC X(8).
           05 WS-KIND PIC X(1).
           05 WS-TIME PIC X(4).
           05 WS-WIND-FORCE PIC 99.
           05 WS-SEA-STATE PIC 9.
           05 WS-VISIBILITY-NM PIC 99.
           05 WS-AUTHORITY PIC X(25).
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
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O WEATHER-FILE.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT WEATHER-FILE
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-WEATHER-REPORT.
           CLOSE WEATHER-FILE.
           GOBACK.

       ADD-WEATHER-REPORT.
           PERFORM LOAD-WEATHER-REPORT.
           MOVE WS-WEATHER TO WEATHER-RECORD.
           WRITE WEATHER-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE WEATHER-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'WEATHER LOGGED'
           ELSE
               DISPLAY 'ERROR: LOG FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-WEATHER-REPORT.
      *The square is the key, so unlike the other capture programs a
      *blank square is not accepted here
           MOVE SPACES TO WS-CHK-SQUARE.
           PERFORM UNTIL WS-CHK-SQUARE NOT = SPACES
               DISPLAY 'Enter grid square, 6 chars: '
               ACCEPT WS-CHK-SQUARE
           END-PERFORM.
           PERFORM CHECK-GRID-SQUARE.
           MOVE WS-CHK-SQUARE TO WS-GRID-SQUARE.
           MOVE SPACE TO WS-KIND.
           PERFORM UNTIL WS-KIND = 'O' OR WS-KIND = 'F'
               DISPLAY 'Enter O for observed, F for forecast: '
               ACCEPT WS-KIND
           END-PERFORM.
           DISPLAY 'Enter weather date, CCYYMMDD: '.
           ACCEPT WS-DATE.
           MOVE WS-DATE TO WS-CHK-DATE.
      *A forecast is for days still to come; an observation is not
           IF WS-KIND = 'F'
               MOVE 'Y' TO WS-CHK-ALLOW-FUTURE
           ELSE
               MOVE 'N' TO WS-CHK-ALLOW-FUTURE
           END-IF.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE.
           DISPLAY 'Enter time of report and zone letter, HHMMZ: '.
           ACCEPT WS-CNV-ZONED-TIME.
           MOVE WS-DATE TO WS-CNV-DATE.
           PERFORM CHECK-ZONED-TIME.
           MOVE WS-CNV-DATE TO WS-DATE.
           MOVE WS-CNV-TIME TO WS-TIME.
           DISPLAY 'STORED AS GMT ' WS-DATE ' ' WS-TIME.
           MOVE 99 TO WS-WIND-FORCE.
           PERFORM UNTIL WS-WIND-FORCE <= 12
               DISPLAY 'Enter wind force, Beaufort 00-12: '
               ACCEPT WS-WIND-FORCE
           END-PERFORM.
           DISPLAY 'Enter sea state, 0-9: '.
           ACCEPT WS-SEA-STATE.
           DISPLAY 'Enter visibility in nautical miles, 2 digits: '.
           ACCEPT WS-VISIBILITY-NM.
           DISPLAY 'Enter reporting authority, 25 chars: '.
           ACCEPT WS-AUTHORITY.

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

      *Re-prompts through the shared CHKGRID subprogram until the
      *square is one the GRIDMST master carries
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
           IF WS-CHK-GRID-RESULT = 'U'
               DISPLAY 'WARNING: GRID MASTER NOT AVAILABLE, SQUARE '
                  'STORED UNPROVEN'
           END-IF.
