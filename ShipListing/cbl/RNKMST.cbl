      *This program maintains the rank/rate reference table that
      *CREWROST and MANPOOL validate a man's rank against through
      *GETRNK, and that the Navy List (NAVYLST) takes its order of
      *precedence from.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RNKMST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANK-MASTER ASSIGN TO RANKREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RNK-CODE
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RANK-MASTER.
       COPY RANKREF.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-RANK.
           05 WS-CODE PIC X(6).
           05 WS-TITLE PIC X(25).
           05 WS-CLASS PIC X(1).
           05 WS-PRECEDENCE PIC 9(3).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O RANK-MASTER.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT RANK-MASTER
                 CLOSE RANK-MASTER
                 OPEN I-O RANK-MASTER
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-RANK.
           CLOSE RANK-MASTER.
           GOBACK.

       ADD-OR-UPDATE-RANK.
           PERFORM LOAD-RANK.
           MOVE WS-RANK TO RANK-RECORD.
           WRITE RANK-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE RANK-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-RANK.
           DISPLAY 'Enter rank/rate code, 6 chars: '.
           ACCEPT WS-CODE.
           DISPLAY 'Enter title (Commander/Leading Seaman/...), '
              '25 chars: '.
           ACCEPT WS-TITLE.
           DISPLAY 'Enter class, O = officer, R = rating: '.
           ACCEPT WS-CLASS.
           IF WS-CLASS = 'o' MOVE 'O' TO WS-CLASS END-IF.
           IF WS-CLASS = 'r' MOVE 'R' TO WS-CLASS END-IF.
           PERFORM UNTIL WS-CLASS = 'O' OR WS-CLASS = 'R'
               DISPLAY 'ENTER O OR R: '
               ACCEPT WS-CLASS
           END-PERFORM.
           DISPLAY 'Enter precedence, 3 digits, 001 = most senior: '.
           ACCEPT WS-PRECEDENCE.
