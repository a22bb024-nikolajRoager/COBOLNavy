      *This subprogram tells an interactive ALLSHPS writer whether
      *NIGHTRUN has the master quiesced for its backup and extract
      *steps. The QSCFLAG marker holds one row, keyed 'ALLSHPS': Q
      *while the window is open, O once DEFAPPLY has released it; the
      *CICS update SHPUPD reads the same row through file control.
      *Result byte: Y
      *quiesced (the caller queues its update through DEFQPUT
      *instead of writing ALLSHPS), N not. No marker at all means no
      *batch window has ever been run, and is N. The date and time
      *the window was set come back for the caller's message.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHKQSC.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUIESCE-FLAG ASSIGN TO QSCFLAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QSC-KEY
           FILE STATUS IS WS-QSC-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  QUIESCE-FLAG.
       COPY QSCREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-QSC-FILE-STATUS PIC XX.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-RESULT PIC X(1).
       01 LK-SET-DATE PIC X(8).
       01 LK-SET-TIME PIC X(8).
      *------------------
       PROCEDURE DIVISION USING LK-RESULT, LK-SET-DATE, LK-SET-TIME.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE SPACES TO LK-SET-DATE.
           MOVE SPACES TO LK-SET-TIME.
           OPEN INPUT QUIESCE-FLAG.
           IF WS-QSC-FILE-STATUS NOT = '00'
              AND WS-QSC-FILE-STATUS NOT = '97'
               GOBACK
           END-IF.
           MOVE 'ALLSHPS' TO QSC-KEY.
           READ QUIESCE-FLAG RECORD KEY QSC-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF QSC-STATE = 'Q'
                   MOVE 'Y' TO LK-RESULT
                   MOVE QSC-SET-DATE TO LK-SET-DATE
                   MOVE QSC-SET-TIME TO LK-SET-TIME
               END-IF
           END-READ.
           CLOSE QUIESCE-FLAG.
           GOBACK.
