      *This program maintains the theatre time-zone reference: one
      *record per theatre with the naval zone letter kept there.
      *Every file stores its dates and times as GMT, the capture
      *programs taking each time with its zone letter; SITPLOT,
      *LKPINQ, and WARDIARY print theatre local time beside GMT
      *from this reference, and GMTCONV used it to bring the rows
      *written before GMT went in onto GMT. A theatre that shifts
      *its clocks is a data edit here, not a code change.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ZONEMST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THEATRE-ZONES ASSIGN TO ZONEREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ZNR-THEATRE
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  THEATRE-ZONES.
       COPY ZONEREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-THEATRE-ZONE.
           05 WS-THEATRE PIC X(20).
           05 WS-ZONE PIC X(1).
           05 WS-DESCRIPTION PIC X(25).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O THEATRE-ZONES.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT THEATRE-ZONES
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-ZONE.
           CLOSE THEATRE-ZONES.
           GOBACK.

       ADD-OR-UPDATE-ZONE.
           PERFORM LOAD-ZONE.
           MOVE WS-THEATRE-ZONE TO THEATRE-ZONE-RECORD.
           WRITE THEATRE-ZONE-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE THEATRE-ZONE-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-ZONE.
           DISPLAY 'Enter theatre, 20 chars: '.
           ACCEPT WS-THEATRE.
           DISPLAY 'Enter zone letter (A-M ahead of GMT, N-Y behind, '
              'Z GMT): '.
           ACCEPT WS-ZONE.
           PERFORM UNTIL WS-ZONE >= 'A' AND WS-ZONE <= 'Z'
                     AND WS-ZONE NOT = 'J'
               DISPLAY 'NOT A ZONE LETTER, RE-ENTER: '
               ACCEPT WS-ZONE
           END-PERFORM.
           DISPLAY 'Enter description, 25 chars: '.
           ACCEPT WS-DESCRIPTION.
