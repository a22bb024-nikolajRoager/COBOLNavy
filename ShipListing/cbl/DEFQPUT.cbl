      *This subprogram queues one ALLSHPS update to the DEFRUPD
      *deferred-update queue while NIGHTRUN has the master quiesced
      *(see CHKQSC): the writer passes its own name, the operator,
      *the hull, its correlation identifier, and the transaction as
      *it would have applied it. The row is keyed on the arrival
      *date and time, the sequence stepped past any row already
      *queued in the same hundredth, so DEFAPPLY replays the queue
      *in arrival order. Result byte: Y queued, N the queue could
      *not be written (the caller's update is then lost, and says
      *so).
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DEFQPUT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRED-UPDATES ASSIGN TO DEFRUPD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DFQ-KEY
           FILE STATUS IS WS-DFQ-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DEFERRED-UPDATES.
       COPY DEFQREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-DFQ-FILE-STATUS PIC XX.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-QUEUED PIC X.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-PROGRAM PIC X(8).
       01 LK-OPERATOR PIC X(12).
       01 LK-UID PIC X(12).
       01 LK-CORR-ID PIC X(12).
       01 LK-PAYLOAD PIC X(495).
       01 LK-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION USING LK-PROGRAM, LK-OPERATOR, LK-UID,
           LK-CORR-ID, LK-PAYLOAD, LK-RESULT.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           OPEN I-O DEFERRED-UPDATES.
           IF WS-DFQ-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-DFQ-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: DEFRUPD OPEN ERROR-CODE:'
                    WS-DFQ-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT DEFERRED-UPDATES
                 CLOSE DEFERRED-UPDATES
                 OPEN I-O DEFERRED-UPDATES
                 IF WS-DFQ-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: DEFRUPD OPEN ERROR-CODE:'
                      WS-DFQ-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO DFQ-QUEUED-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO DFQ-QUEUED-TIME.
           MOVE 0 TO DFQ-SEQ.
           MOVE LK-PROGRAM TO DFQ-PROGRAM.
           MOVE LK-OPERATOR TO DFQ-OPERATOR.
           MOVE LK-UID TO DFQ-UID.
           MOVE LK-CORR-ID TO DFQ-CORR-ID.
           MOVE LK-PAYLOAD TO DFQ-PAYLOAD.
           MOVE 'n' TO WS-QUEUED.
           PERFORM UNTIL WS-QUEUED = 'y' OR DFQ-SEQ = 999
               WRITE DEFERRED-UPDATE-RECORD
               INVALID KEY
                   ADD 1 TO DFQ-SEQ
               NOT INVALID KEY
                   MOVE 'y' TO WS-QUEUED
               END-WRITE
           END-PERFORM.
           IF WS-QUEUED = 'y'
               MOVE 'Y' TO LK-RESULT
           ELSE
               DISPLAY 'ERROR: DEFRUPD WRITE FAILED, STATUS '
                  WS-DFQ-FILE-STATUS
           END-IF.
           CLOSE DEFERRED-UPDATES.
           GOBACK.
