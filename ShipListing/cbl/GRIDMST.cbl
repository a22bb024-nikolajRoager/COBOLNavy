      *programs prove entered squares through the shared CHKGRID
      *subprogram and store the canonical code alongside their free
      *text, which is what finally makes sightings, positions, and
      *engagements matchable by area. The square's centre may be
      *plotted in degrees and minutes, which lets DFFIX put a
      *direction-finding cross-fix into the nearest square.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 GRD-SQUARE PIC X(6).
           05 GRD-NAME PIC X(25).
           05 GRD-THEATRE PIC X(20).
      *Chart position of the square's centre in degrees and
      *minutes; hemisphere spaces on squares never plotted
           05 GRD-LAT-DEG PIC 99.
           05 GRD-LAT-MIN PIC 99.
           05 GRD-LAT-HEMI PIC X(1).
           05 GRD-LON-DEG PIC 9(3).
           05 GRD-LON-MIN PIC 99.
           05 GRD-LON-HEMI PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           05 WS-SQUARE PIC X(6).
           05 WS-NAME PIC X(25).
           05 WS-THEATRE PIC X(20).
           05 WS-LAT-DEG PIC 99.
           05 WS-LAT-MIN PIC 99.
           05 WS-LAT-HEMI PIC X(1).
           05 WS-LON-DEG PIC 9(3).
           05 WS-LON-MIN PIC 99.
           05 WS-LON-HEMI PIC X(1).
       01 WS-PLOTTED PIC X.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           ACCEPT WS-NAME.
           DISPLAY 'Enter theatre, 20 chars: '.
           ACCEPT WS-THEATRE.
           PERFORM LOAD-POSITION.

      *The centre of the square as read off the chart; DFFIX needs
      *it to place a cross-fix in a square. A square may be left
      *unplotted, with the hemispheres blank
       LOAD-POSITION.
           MOVE ZERO TO WS-LAT-DEG WS-LAT-MIN WS-LON-DEG WS-LON-MIN.
           MOVE SPACES TO WS-LAT-HEMI WS-LON-HEMI.
           DISPLAY 'Plot the centre of the square? (Y/N): '.
           ACCEPT WS-PLOTTED.
           IF WS-PLOTTED = 'Y' OR WS-PLOTTED = 'y'
               DISPLAY 'Enter latitude degrees, 2 digits: '
               ACCEPT WS-LAT-DEG
               PERFORM UNTIL WS-LAT-DEG IS NUMERIC
                  AND WS-LAT-DEG <= 89
                   DISPLAY 'INVALID DEGREES, RE-ENTER 00-89: '
                   ACCEPT WS-LAT-DEG
               END-PERFORM
               DISPLAY 'Enter latitude minutes, 2 digits: '
               ACCEPT WS-LAT-MIN
               PERFORM UNTIL WS-LAT-MIN IS NUMERIC
                  AND WS-LAT-MIN <= 59
                   DISPLAY 'INVALID MINUTES, RE-ENTER 00-59: '
                   ACCEPT WS-LAT-MIN
               END-PERFORM
               DISPLAY 'Enter N or S: '
               ACCEPT WS-LAT-HEMI
               PERFORM UNTIL WS-LAT-HEMI = 'N' OR WS-LAT-HEMI = 'S'
                   DISPLAY 'INVALID HEMISPHERE, ENTER N OR S: '
                   ACCEPT WS-LAT-HEMI
               END-PERFORM
               DISPLAY 'Enter longitude degrees, 3 digits: '
               ACCEPT WS-LON-DEG
               PERFORM UNTIL WS-LON-DEG IS NUMERIC
                  AND WS-LON-DEG <= 179
                   DISPLAY 'INVALID DEGREES, RE-ENTER 000-179: '
                   ACCEPT WS-LON-DEG
               END-PERFORM
               DISPLAY 'Enter longitude minutes, 2 digits: '
               ACCEPT WS-LON-MIN
               PERFORM UNTIL WS-LON-MIN IS NUMERIC
                  AND WS-LON-MIN <= 59
                   DISPLAY 'INVALID MINUTES, RE-ENTER 00-59: '
                   ACCEPT WS-LON-MIN
               END-PERFORM
               DISPLAY 'Enter E or W: '
               ACCEPT WS-LON-HEMI
               PERFORM UNTIL WS-LON-HEMI = 'E' OR WS-LON-HEMI = 'W'
                   DISPLAY 'INVALID HEMISPHERE, ENTER E OR W: '
                   ACCEPT WS-LON-HEMI
               END-PERFORM
           END-IF.
