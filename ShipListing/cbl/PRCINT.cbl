      *This program maintains the practice interval reference: one
      *record per hull type (SHIP-TYPE) and practice type it must
      *carry out, with the most days allowed between practices. A
      *hull type with no record for a practice is not required to
      *carry it out. PRCDUE lists the ships past their interval,
      *and GETEFF counts an overdue practice against a ship's
      *efficiency.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRCINT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRACTICE-INTERVALS ASSIGN TO PRCINT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIV-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The hull-type codes ADDSH validates SHIP-TYPE against
           SELECT NAVY-TYPE-CODES ASSIGN TO NVTYPCD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NVT-KEY
           FILE STATUS IS WS-NVT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRACTICE-INTERVALS.
       COPY PIVREC.
       FD  NAVY-TYPE-CODES.
       01 NAVY-TYPE-RECORD.
           05 NVT-KEY.
                10 NVT-KIND PIC X(4).
                10 NVT-CODE PIC X(4).
           05 NVT-DESC PIC X(30).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-NVT-FILE-STATUS PIC XX.
       01 WS-NVT-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRACTICE-INTERVAL.
           05 WS-KEY.
                10 WS-SHIP-TYPE PIC X(4).
                10 WS-TYPE PIC X(1).
           05 WS-INTERVAL-DAYS PIC 9(3).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O PRACTICE-INTERVALS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT PRACTICE-INTERVALS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT NAVY-TYPE-CODES.
           IF WS-NVT-FILE-STATUS = '00' OR WS-NVT-FILE-STATUS = '97'
               MOVE 'y' TO WS-NVT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: NVTYPCD NOT AVAILABLE, SKIPPING '
                  'HULL TYPE VALIDATION'
           END-IF.
           PERFORM ADD-OR-UPDATE-INTERVAL.
           CLOSE PRACTICE-INTERVALS.
           IF WS-NVT-AVAILABLE = 'y'
               CLOSE NAVY-TYPE-CODES
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-INTERVAL.
           PERFORM LOAD-INTERVAL.
           MOVE WS-PRACTICE-INTERVAL TO PRACTICE-INTERVAL-RECORD.
           WRITE PRACTICE-INTERVAL-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE PRACTICE-INTERVAL-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-INTERVAL.
           DISPLAY 'Enter hull type, 4 chars: '.
           ACCEPT WS-SHIP-TYPE.
           PERFORM CHECK-TYPE-CODE.
           DISPLAY 'Enter practice type, F=full-calibre A=AA '
              'S=A/S attack: '.
           ACCEPT WS-TYPE.
           PERFORM UNTIL WS-TYPE = 'F' OR WS-TYPE = 'A'
              OR WS-TYPE = 'S'
               DISPLAY 'INVALID TYPE, ENTER F, A OR S: '
               ACCEPT WS-TYPE
           END-PERFORM.
           DISPLAY 'Enter most days between practices, 3 digits: '.
           ACCEPT WS-INTERVAL-DAYS.
           PERFORM UNTIL WS-INTERVAL-DAYS IS NUMERIC
              AND WS-INTERVAL-DAYS > 0
               DISPLAY 'INVALID INTERVAL, ENTER 3 DIGITS ABOVE '
                  'ZERO: '
               ACCEPT WS-INTERVAL-DAYS
           END-PERFORM.

       CHECK-TYPE-CODE.
           IF WS-NVT-AVAILABLE = 'y'
               MOVE '99' TO WS-NVT-FILE-STATUS
               PERFORM UNTIL WS-NVT-FILE-STATUS = '00'
                   MOVE 'TYPE' TO NVT-KIND
                   MOVE WS-SHIP-TYPE TO NVT-CODE
                   READ NAVY-TYPE-CODES RECORD KEY NVT-KEY
                   IF WS-NVT-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED HULL TYPE CODE '
                          WS-SHIP-TYPE
                       DISPLAY 'Enter hull type, 4 chars: '
                       ACCEPT WS-SHIP-TYPE
                   END-IF
               END-PERFORM
           END-IF.
