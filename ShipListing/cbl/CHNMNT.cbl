      *This program maintains the swept-channel register: the routes
      *the sweepers keep searched were known only to the flotilla
      *staff, and MINEFLD could say where a field lay but not which
      *water had been swept clear through it. One record per
      *channel identifier carries its name, the two PORTMSTR ports
      *it joins, up to six grid squares it runs through (each
      *proven through CHKGRID), the interval after which it must be
      *swept again, the date it was last swept, and its status.
      *Re-entering a channel keeps its last-swept date unless a new
      *one is given, since SWPLOG keeps that date up from the sweep
      *log. CHNSTAT reports the channels and SAILSCHD checks a
      *passage's channel through CHKCHNL.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHNMNT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEPT-CHANNELS ASSIGN TO CHNREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHN-ID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SWEPT-CHANNELS.
       COPY CHNREC.
       FD  PORT-MASTER.
       01 PORT-MASTER-RECORD.
           05 PRT-NAME PIC X(25).
           05 PRT-THEATRE PIC X(20).
           05 PRT-BERTHS PIC 9(3).
           05 PRT-DOCKS PIC 9(3).
      *Grade of bunker fuel the port can issue: FO = fuel oil,
      *COAL = coal, BOTH = both; spaces on old records mean FO
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-CHECK-NAME PIC X(25).
       01 WS-IDX PIC 9.
       01 WS-SQUARES-DONE PIC X.
       01 WS-OLD-SWEPT-DATE PIC X(8).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
       01 WS-CHANNEL.
           05 WS-ID PIC X(10).
           05 WS-NAME PIC X(25).
           05 WS-FROM-PORT PIC X(25).
           05 WS-TO-PORT PIC X(25).
           05 WS-SQUARE-COUNT PIC 9.
           05 WS-SQUARE PIC X(6) OCCURS 6 TIMES.
           05 WS-RESWEEP-DAYS PIC 9(3).
           05 WS-LAST-SWEPT-DATE PIC X(8).
           05 WS-STATUS PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O SWEPT-CHANNELS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT SWEPT-CHANNELS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: PORT-MASTER NOT AVAILABLE, '
                  'SKIPPING PORT VALIDATION'
           END-IF.
           PERFORM ADD-OR-UPDATE-CHANNEL.
           CLOSE SWEPT-CHANNELS.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-CHANNEL.
           PERFORM LOAD-CHANNEL.
           MOVE WS-CHANNEL TO SWEPT-CHANNEL-RECORD.
           WRITE SWEPT-CHANNEL-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE SWEPT-CHANNEL-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-CHANNEL.
           DISPLAY 'Enter channel identifier, 10 chars: '.
           ACCEPT WS-ID.
           MOVE SPACES TO WS-OLD-SWEPT-DATE.
           MOVE WS-ID TO CHN-ID.
           READ SWEPT-CHANNELS RECORD KEY CHN-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CHN-LAST-SWEPT-DATE TO WS-OLD-SWEPT-DATE
               DISPLAY WS-ID ' -> ' CHN-NAME ', LAST SWEPT '
                  CHN-LAST-SWEPT-DATE
           END-READ.
           DISPLAY 'Enter channel name, 25 chars: '.
           ACCEPT WS-NAME.
           DISPLAY 'Enter port at one end, 25 chars: '.
           ACCEPT WS-FROM-PORT.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE WS-FROM-PORT TO WS-PRT-CHECK-NAME
               PERFORM CHECK-PORT-NAME
               MOVE WS-PRT-CHECK-NAME TO WS-FROM-PORT
           END-IF.
           DISPLAY 'Enter port at the other end, 25 chars: '.
           ACCEPT WS-TO-PORT.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE WS-TO-PORT TO WS-PRT-CHECK-NAME
               PERFORM CHECK-PORT-NAME
               MOVE WS-PRT-CHECK-NAME TO WS-TO-PORT
           END-IF.
           PERFORM LOAD-CHANNEL-SQUARES.
           DISPLAY 'Enter re-sweep interval in days, 3 digits: '.
           ACCEPT WS-RESWEEP-DAYS.
           PERFORM UNTIL WS-RESWEEP-DAYS IS NUMERIC
              AND WS-RESWEEP-DAYS > 0
               DISPLAY 'INVALID INTERVAL, ENTER 001-999: '
               ACCEPT WS-RESWEEP-DAYS
           END-PERFORM.
           DISPLAY 'Enter date last swept, CCYYMMDD, spaces to '
              'leave as it is: '.
           ACCEPT WS-LAST-SWEPT-DATE.
           IF WS-LAST-SWEPT-DATE = SPACES
               MOVE WS-OLD-SWEPT-DATE TO WS-LAST-SWEPT-DATE
           ELSE
               MOVE WS-LAST-SWEPT-DATE TO WS-CHK-DATE
               MOVE 'N' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-LAST-SWEPT-DATE
           END-IF.
           DISPLAY 'Enter status, O=open C=closed: '.
           ACCEPT WS-STATUS.
           PERFORM UNTIL WS-STATUS = 'O' OR WS-STATUS = 'C'
               DISPLAY 'INVALID STATUS, ENTER O OR C: '
               ACCEPT WS-STATUS
           END-PERFORM.

      *Up to six squares; a blank square ends the channel, but a
      *channel needs at least one
       LOAD-CHANNEL-SQUARES.
           MOVE 0 TO WS-SQUARE-COUNT.
           MOVE SPACES TO WS-SQUARE(1) WS-SQUARE(2) WS-SQUARE(3)
              WS-SQUARE(4) WS-SQUARE(5) WS-SQUARE(6).
           MOVE 'N' TO WS-SQUARES-DONE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 6 OR WS-SQUARES-DONE = 'Y'
               DISPLAY 'Enter channel grid square ' WS-IDX
                  ', 6 chars (blank to end): '
               ACCEPT WS-CHK-SQUARE
               PERFORM CHECK-GRID-SQUARE
               IF WS-CHK-SQUARE = SPACES
                   IF WS-SQUARE-COUNT > 0
                       MOVE 'Y' TO WS-SQUARES-DONE
                   ELSE
                       DISPLAY 'A CHANNEL NEEDS AT LEAST ONE SQUARE'
                       SUBTRACT 1 FROM WS-IDX
                   END-IF
               ELSE
                   ADD 1 TO WS-SQUARE-COUNT
                   MOVE WS-CHK-SQUARE TO WS-SQUARE(WS-SQUARE-COUNT)
               END-IF
           END-PERFORM.

       CHECK-PORT-NAME.
           MOVE '99' TO WS-PRT-FILE-STATUS.
           PERFORM UNTIL WS-PRT-FILE-STATUS = '00'
               MOVE WS-PRT-CHECK-NAME TO PRT-NAME
               READ PORT-MASTER RECORD KEY PRT-NAME
               IF WS-PRT-FILE-STATUS NOT = '00'
                   DISPLAY 'UNRECOGNIZED PORT ' WS-PRT-CHECK-NAME
                   DISPLAY 'Enter port, 25 chars: '
                   ACCEPT WS-PRT-CHECK-NAME
               END-IF
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
      *square is one the GRIDMST master carries; blank ends the list
       CHECK-GRID-SQUARE.
           CALL 'CHKGRID' USING WS-CHK-SQUARE, WS-CHK-GRID-RESULT.
           PERFORM UNTIL WS-CHK-GRID-RESULT = 'Y'
              OR WS-CHK-GRID-RESULT = 'U'
              OR WS-CHK-SQUARE = SPACES
               DISPLAY 'UNRECOGNIZED GRID SQUARE ' WS-CHK-SQUARE
                  ', RE-ENTER (BLANK TO END): '
               ACCEPT WS-CHK-SQUARE
               CALL 'CHKGRID' USING WS-CHK-SQUARE,
                  WS-CHK-GRID-RESULT
           END-PERFORM.
