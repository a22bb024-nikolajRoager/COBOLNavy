      *This program maintains the HF/DF station master: the
      *direction-finding stations report bearings on enemy
      *transmissions, often our earliest contact, but a bearing has
      *no position until it is crossed with another, and a cross
      *needs to know where each station stands. One record per
      *station name carries the grid square it stands in, proven
      *through CHKGRID, and its fixed position in degrees and
      *minutes, with the authority that surveyed it. DFBRG proves
      *the reporting station here; DFFIX takes the bearing lines
      *from these positions.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DFSTMNT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DF-STATIONS ASSIGN TO DFSTNDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DFS-STATION
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DF-STATIONS.
       COPY DFSTREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
       01 WS-DF-STATION.
           05 WS-STATION PIC X(20).
           05 WS-GRID-SQUARE PIC X(6).
           05 WS-LAT-DEG PIC 99.
           05 WS-LAT-MIN PIC 99.
           05 WS-LAT-HEMI PIC X(1).
           05 WS-LON-DEG PIC 9(3).
           05 WS-LON-MIN PIC 99.
           05 WS-LON-HEMI PIC X(1).
           05 WS-AUTHORITY PIC X(25).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O DF-STATIONS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT DF-STATIONS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-STATION.
           CLOSE DF-STATIONS.
           GOBACK.

       ADD-OR-UPDATE-STATION.
           PERFORM LOAD-STATION.
           MOVE WS-DF-STATION TO DF-STATION-RECORD.
           WRITE DF-STATION-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE DF-STATION-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-STATION.
           DISPLAY 'Enter DF station name, 20 chars: '.
           ACCEPT WS-STATION.
           PERFORM UNTIL WS-STATION NOT = SPACES
               DISPLAY 'A STATION NAME CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-STATION
           END-PERFORM.
           DISPLAY 'Enter grid square, 6 chars: '.
           ACCEPT WS-CHK-SQUARE.
           PERFORM CHECK-GRID-SQUARE.
           MOVE WS-CHK-SQUARE TO WS-GRID-SQUARE.
           PERFORM LOAD-POSITION.
           DISPLAY 'Enter surveying authority, 25 chars: '.
           ACCEPT WS-AUTHORITY.

      *Every station must have a position: a bearing from nowhere
      *crosses nothing
       LOAD-POSITION.
           DISPLAY 'Enter latitude degrees, 2 digits: '.
           ACCEPT WS-LAT-DEG.
           PERFORM UNTIL WS-LAT-DEG IS NUMERIC AND WS-LAT-DEG <= 89
               DISPLAY 'INVALID DEGREES, RE-ENTER 00-89: '
               ACCEPT WS-LAT-DEG
           END-PERFORM.
           DISPLAY 'Enter latitude minutes, 2 digits: '.
           ACCEPT WS-LAT-MIN.
           PERFORM UNTIL WS-LAT-MIN IS NUMERIC AND WS-LAT-MIN <= 59
               DISPLAY 'INVALID MINUTES, RE-ENTER 00-59: '
               ACCEPT WS-LAT-MIN
           END-PERFORM.
           DISPLAY 'Enter N or S: '.
           ACCEPT WS-LAT-HEMI.
           PERFORM UNTIL WS-LAT-HEMI = 'N' OR WS-LAT-HEMI = 'S'
               DISPLAY 'INVALID HEMISPHERE, ENTER N OR S: '
               ACCEPT WS-LAT-HEMI
           END-PERFORM.
           DISPLAY 'Enter longitude degrees, 3 digits: '.
           ACCEPT WS-LON-DEG.
           PERFORM UNTIL WS-LON-DEG IS NUMERIC AND WS-LON-DEG <= 179
               DISPLAY 'INVALID DEGREES, RE-ENTER 000-179: '
               ACCEPT WS-LON-DEG
           END-PERFORM.
           DISPLAY 'Enter longitude minutes, 2 digits: '.
           ACCEPT WS-LON-MIN.
           PERFORM UNTIL WS-LON-MIN IS NUMERIC AND WS-LON-MIN <= 59
               DISPLAY 'INVALID MINUTES, RE-ENTER 00-59: '
               ACCEPT WS-LON-MIN
           END-PERFORM.
           DISPLAY 'Enter E or W: '.
           ACCEPT WS-LON-HEMI.
           PERFORM UNTIL WS-LON-HEMI = 'E' OR WS-LON-HEMI = 'W'
               DISPLAY 'INVALID HEMISPHERE, ENTER E OR W: '
               ACCEPT WS-LON-HEMI
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
