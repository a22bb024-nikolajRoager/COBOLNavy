      *This subprogram is the common heavy-weather check the sailing
      *programs CALL, in the CHKGRID mould: given a grid square and
      *a window of days it browses the WXOBS weather file for that
      *square and reports whether any day in the window is observed
      *or forecast at gale force or worse, with the worst force
      *found and the first day it blows. Result byte: Y gale in the
      *window, N none on file, U weather file unavailable. A blank
      *square (a port never plotted) is simply N -- there is no
      *weather to look up for it.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHKWX.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEATHER-FILE ASSIGN TO WXOBS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
       01 WS-EOF PIC X.
      *Beaufort force from which a day counts as gale weather
       01 WS-GALE-FORCE PIC 99 VALUE 8.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-SQUARE PIC X(6).
       01 LK-FROM-DATE PIC X(8).
       01 LK-TO-DATE PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-WORST-FORCE PIC 99.
       01 LK-GALE-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION USING LK-SQUARE, LK-FROM-DATE, LK-TO-DATE,
           LK-RESULT, LK-WORST-FORCE, LK-GALE-DATE.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE ZERO TO LK-WORST-FORCE.
           MOVE SPACES TO LK-GALE-DATE.
           IF LK-SQUARE = SPACES
               GOBACK
           END-IF.
           OPEN INPUT WEATHER-FILE.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
      *A short forward browse over the square's days from the start
      *of the window; the first row past the window or belonging to
      *another square ends it
           MOVE LK-SQUARE TO WX-GRID-SQUARE.
           MOVE LK-FROM-DATE TO WX-DATE.
           MOVE 'N' TO WS-EOF.
           START WEATHER-FILE KEY >= WX-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WEATHER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WX-GRID-SQUARE NOT = LK-SQUARE
                          OR WX-DATE > LK-TO-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM CHECK-ONE-DAY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WEATHER-FILE.
           GOBACK.

       CHECK-ONE-DAY.
           IF WX-WIND-FORCE > LK-WORST-FORCE
               MOVE WX-WIND-FORCE TO LK-WORST-FORCE
           END-IF.
           IF WX-WIND-FORCE >= WS-GALE-FORCE
              AND LK-RESULT NOT = 'Y'
               MOVE 'Y' TO LK-RESULT
               MOVE WX-DATE TO LK-GALE-DATE
           END-IF.
