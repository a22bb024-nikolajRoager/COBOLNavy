      *position, course, speed, and the reporting authority -- plus,
      *on request, the hull's full report history in order. This is
      *the inquiry the missing-ship worklist draws on the moment a
      *ship goes 'Missing'. Report times are on file as GMT and
      *print as such with a Z, the local time of the ship's theatre
      *off the ZONEREF reference beside the last known position.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PSR-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *Canonical grid square for the free-text position, proven
      *through CHKGRID; spaces on rows from before the grid went in
           05 PSR-GRID-SQUARE PIC X(6).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SEARCH-UID PIC X(12).
       01 WS-SHOW-ALL PIC X.
           05 WS-LAST-COURSE PIC 9(3).
           05 WS-LAST-SPEED PIC 99.
           05 WS-LAST-AUTHORITY PIC X(25).
      *Common time-zone plumbing; see GETZONE and CNVZONE
       01 WS-ZON-THEATRE PIC X(20).
       01 WS-ZON-ZONE PIC X(1).
       01 WS-ZON-RESULT PIC X(1).
       01 WS-CNV-DIRECTION PIC X(1).
       01 WS-CNV-DATE PIC X(8).
       01 WS-CNV-TIME PIC X(4).
       01 WS-CNV-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
                  WS-SEARCH-UID
           ELSE
               DISPLAY 'LAST KNOWN POSITION FOR ' WS-SEARCH-UID ':'
               DISPLAY '  ' WS-LAST-DATE ' ' WS-LAST-TIME 'Z AT '
                  WS-LAST-POSITION
               PERFORM SHOW-THEATRE-TIME
               DISPLAY '  COURSE ' WS-LAST-COURSE ' SPEED '
                  WS-LAST-SPEED ' KN, REPORTED BY '
                  WS-LAST-AUTHORITY
           MOVE PSR-SPEED-KN TO WS-LAST-SPEED.
           MOVE PSR-AUTHORITY TO WS-LAST-AUTHORITY.
           IF WS-SHOW-ALL = 'Y' OR WS-SHOW-ALL = 'y'
               DISPLAY '  ' PSR-DATE ' ' PSR-TIME 'Z ' PSR-POSITION
                  ' CRS ' PSR-COURSE ' SPD ' PSR-SPEED-KN
           END-IF.

      *The ship's own theatre sets the local time printed beside the
      *GMT of the last report; a ship off the register or a theatre
      *with no zone on file prints GMT only
       SHOW-THEATRE-TIME.
           MOVE SPACES TO WS-ZON-THEATRE.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE WS-SEARCH-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SHIP-THEATRE TO WS-ZON-THEATRE
               END-READ
               CLOSE ALLIED-SHIPS
           END-IF.
           MOVE 'N' TO WS-CNV-RESULT.
           CALL 'GETZONE' USING WS-ZON-THEATRE, WS-ZON-ZONE,
              WS-ZON-RESULT.
           IF WS-ZON-RESULT = 'Y'
               MOVE WS-LAST-DATE TO WS-CNV-DATE
               MOVE WS-LAST-TIME TO WS-CNV-TIME
               MOVE 'L' TO WS-CNV-DIRECTION
               CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-ZON-ZONE,
                  WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT
           END-IF.
           IF WS-CNV-RESULT = 'Y'
               DISPLAY '  LOCAL ' WS-CNV-DATE ' ' WS-CNV-TIME
                  WS-ZON-ZONE ' IN ' WS-ZON-THEATRE
           ELSE
               DISPLAY '  NO THEATRE ZONE ON FILE, GMT ONLY'
           END-IF.
