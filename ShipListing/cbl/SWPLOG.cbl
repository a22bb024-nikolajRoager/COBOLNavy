      *This program captures the minesweeping log: MINEFLD held the
      *day a field was laid and the day it was declared clear, but
      *none of the sweeping in between, so nobody could say which
      *water had been swept, how, or how recently. One record per
      *sweeper UID (proven on ALLSHPS) per day carries up to six
      *grid squares swept (each proven through CHKGRID), the kind
      *of sweep -- moored, magnetic or acoustic -- and the mines cut
      *or detonated. A sweep run over a registered channel names
      *it; the channel must be on CHNREG, and once the log row is
      *written the channel's last-swept date is brought forward to
      *the sweep date, so CHNSTAT and SAILSCHD's channel check see
      *the sweep the flotilla reported.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SWPLOG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-LOG ASSIGN TO SWPLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SWP-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here only to prove the entered
      *UID exists and echo the sweeper's name back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT SWEPT-CHANNELS ASSIGN TO CHNREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHN-ID
           FILE STATUS IS WS-CHN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SWEEP-LOG.
       COPY SWPREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  SWEPT-CHANNELS.
       COPY CHNREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-CHN-FILE-STATUS PIC XX.
       01 WS-CHN-AVAILABLE PIC X VALUE 'n'.
       01 WS-IDX PIC 9.
       01 WS-SQUARES-DONE PIC X.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
       01 WS-SWEEP.
           05 WS-KEY.
                10 WS-UID PIC X(12).
                10 WS-DATE PIC X(8).
           05 WS-SQUARE-COUNT PIC 9.
           05 WS-SQUARE PIC X(6) OCCURS 6 TIMES.
           05 WS-TYPE PIC X(1).
           05 WS-MINES-CUT PIC 9(3).
           05 WS-MINES-DETONATED PIC 9(3).
           05 WS-CHANNEL-ID PIC X(10).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O SWEEP-LOG.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT SWEEP-LOG
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, UID CANNOT '
                  'BE VERIFIED, STATUS ' WS-SHIP-FILE-STATUS
           END-IF.
           OPEN I-O SWEPT-CHANNELS.
           IF WS-CHN-FILE-STATUS = '00' OR WS-CHN-FILE-STATUS = '97'
               MOVE 'y' TO WS-CHN-AVAILABLE
           ELSE
               DISPLAY 'WARNING: CHNREG NOT AVAILABLE, CHANNELS '
                  'NOT RECORDED, STATUS ' WS-CHN-FILE-STATUS
           END-IF.
           PERFORM ADD-OR-UPDATE-SWEEP.
           CLOSE SWEEP-LOG.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-CHN-AVAILABLE = 'y'
               CLOSE SWEPT-CHANNELS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-SWEEP.
           PERFORM LOAD-SWEEP.
           MOVE WS-SWEEP TO SWEEP-LOG-RECORD.
           WRITE SWEEP-LOG-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE SWEEP-LOG-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
               IF WS-CHANNEL-ID NOT = SPACES
                   PERFORM UPDATE-CHANNEL-SWEPT
               END-IF
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *The sweep has been done, so its date may not be in the future
       LOAD-SWEEP.
           DISPLAY 'Enter sweeper UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter date swept, CCYYMMDD: '.
           ACCEPT WS-DATE.
           MOVE WS-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE.
           PERFORM LOAD-SWEPT-SQUARES.
           DISPLAY 'Enter sweep type, M=moored G=magnetic '
              'A=acoustic: '.
           ACCEPT WS-TYPE.
           PERFORM UNTIL WS-TYPE = 'M' OR WS-TYPE = 'G'
              OR WS-TYPE = 'A'
               DISPLAY 'INVALID SWEEP TYPE, ENTER M, G OR A: '
               ACCEPT WS-TYPE
           END-PERFORM.
           DISPLAY 'Enter mines cut, 3 digits: '.
           ACCEPT WS-MINES-CUT.
           DISPLAY 'Enter mines detonated, 3 digits: '.
           ACCEPT WS-MINES-DETONATED.
           DISPLAY 'Enter channel swept, 10 chars (blank if none): '.
           ACCEPT WS-CHANNEL-ID.
           PERFORM CHECK-CHANNEL-ID.

      *Up to six squares; a blank square ends the list, but a sweep
      *covers at least one
       LOAD-SWEPT-SQUARES.
           MOVE 0 TO WS-SQUARE-COUNT.
           MOVE SPACES TO WS-SQUARE(1) WS-SQUARE(2) WS-SQUARE(3)
              WS-SQUARE(4) WS-SQUARE(5) WS-SQUARE(6).
           MOVE 'N' TO WS-SQUARES-DONE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 6 OR WS-SQUARES-DONE = 'Y'
               DISPLAY 'Enter grid square swept ' WS-IDX
                  ', 6 chars (blank to end): '
               ACCEPT WS-CHK-SQUARE
               PERFORM CHECK-GRID-SQUARE
               IF WS-CHK-SQUARE = SPACES
                   IF WS-SQUARE-COUNT > 0
                       MOVE 'Y' TO WS-SQUARES-DONE
                   ELSE
                       DISPLAY 'A SWEEP COVERS AT LEAST ONE SQUARE'
                       SUBTRACT 1 FROM WS-IDX
                   END-IF
               ELSE
                   ADD 1 TO WS-SQUARE-COUNT
                   MOVE WS-CHK-SQUARE TO WS-SQUARE(WS-SQUARE-COUNT)
               END-IF
           END-PERFORM.

      *A named channel must be on the register; without the
      *register the name is kept but nothing is brought forward
       CHECK-CHANNEL-ID.
           IF WS-CHN-AVAILABLE = 'y'
               MOVE '99' TO WS-CHN-FILE-STATUS
               PERFORM UNTIL WS-CHN-FILE-STATUS = '00'
                  OR WS-CHANNEL-ID = SPACES
                   MOVE WS-CHANNEL-ID TO CHN-ID
                   READ SWEPT-CHANNELS RECORD KEY CHN-ID
                   IF WS-CHN-FILE-STATUS NOT = '00'
                       DISPLAY 'CHANNEL NOT ON CHNREG: '
                          WS-CHANNEL-ID
                       DISPLAY 'Enter channel swept, 10 chars '
                          '(blank if none): '
                       ACCEPT WS-CHANNEL-ID
                   ELSE
                       DISPLAY WS-CHANNEL-ID ' -> ' CHN-NAME
                   END-IF
               END-PERFORM
           END-IF.

      *Only ever forward: a late-entered older sweep does not make
      *the channel look staler than it is
       UPDATE-CHANNEL-SWEPT.
           IF WS-CHN-AVAILABLE = 'y'
               MOVE WS-CHANNEL-ID TO CHN-ID
               READ SWEPT-CHANNELS RECORD KEY CHN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CHN-LAST-SWEPT-DATE = SPACES
                      OR CHN-LAST-SWEPT-DATE < WS-DATE
                       MOVE WS-DATE TO CHN-LAST-SWEPT-DATE
                       REWRITE SWEPT-CHANNEL-RECORD
                       IF WS-CHN-FILE-STATUS = '00'
                           DISPLAY 'CHANNEL ' WS-CHANNEL-ID
                              ' LAST SWEPT ' WS-DATE
                       ELSE
                           DISPLAY 'WARNING: CHANNEL NOT UPDATED, '
                              'STATUS ' WS-CHN-FILE-STATUS
                       END-IF
                   END-IF
               END-READ
           END-IF.

       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                       DISPLAY 'Enter sweeper UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME
                          ' ' SHIP-TYPE
                   END-IF
               END-PERFORM
           END-IF.

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
