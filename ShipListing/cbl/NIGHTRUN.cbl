      *This program is the end-of-day batch driver, replacing the
      *hand-run nightly sequence: it executes BACKUP, LOGFEED, the
      *whole-fleet JSON dump (ReadVSAM), CSVEXP, FWEXPORT, RECON,
      *the deferred-update release DEFAPPLY, DQSCAN, the airframe
      *reconciliation ACFRECON, the enemy track builder ENMTRACK,
      *the threat proximity alert THRTALRT, the swept-channel status
      *report CHNSTAT, the capacity count CAPCNT, the saved queries
      *flagged nightly (QRYRUN), the neutral-port overstay watch
      *OVERSTAY, the open-defect list OPDRPT, the reserve
      *inspection-due list RSVINSP, and the compromise report for
      *hulls lost online, CBKQRUN, in their fixed order. Steps 1-6,
      *BACKUP through RECON, run with ALLSHPS quiesced through the
      *QSCFLAG marker, the interactive writers queuing their updates
      *on DEFRUPD meanwhile; DEFAPPLY, step 7, replays that queue
      *and releases the master. It records each step's start, end,
      *and outcome in the RUNCTL run-control file keyed on run date
      *and step number, refuses to run steps out of order,
      *and on a rerun after a failure resumes from the failed step
      *instead of repeating the whole window -- no more rerunning
      *BACKUP at 02:00 because CSVEXP abended.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS RC-KEY
           FILE STATUS IS WS-RC-FILE-STATUS.
      *The quiesce marker the interactive writers read; see CHKQSC
           SELECT QUIESCE-FLAG ASSIGN TO QSCFLAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QSC-KEY
           FILE STATUS IS WS-QSC-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *OK = completed, FAIL = abended, RUN = started and never ended
      *(an operator cancel or a crash mid-step)
           05 RC-OUTCOME PIC X(4).
       FD  QUIESCE-FLAG.
       COPY QSCREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-RC-FILE-STATUS PIC XX.
       01 WS-QSC-FILE-STATUS PIC XX.
      *Quiesce plumbing; see CHKQSC
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
       01 WS-IDX PIC 99.
           05 FILLER PIC X(8) VALUE 'CSVEXP'.
           05 FILLER PIC X(8) VALUE 'FWEXPORT'.
           05 FILLER PIC X(8) VALUE 'RECON'.
           05 FILLER PIC X(8) VALUE 'DEFAPPLY'.
           05 FILLER PIC X(8) VALUE 'DQSCAN'.
           05 FILLER PIC X(8) VALUE 'ACFRECON'.
           05 FILLER PIC X(8) VALUE 'ENMTRACK'.
           05 FILLER PIC X(8) VALUE 'THRTALRT'.
           05 FILLER PIC X(8) VALUE 'CHNSTAT'.
           05 FILLER PIC X(8) VALUE 'CAPCNT'.
           05 FILLER PIC X(8) VALUE 'QRYRUN'.
           05 FILLER PIC X(8) VALUE 'OVERSTAY'.
           05 FILLER PIC X(8) VALUE 'OPDRPT'.
           05 FILLER PIC X(8) VALUE 'RSVINSP'.
           05 FILLER PIC X(8) VALUE 'CBKQRUN'.
       01 WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05 WS-STEP-NAME OCCURS 18 TIMES PIC X(8).
       01 WS-STEP-COUNT PIC 99 VALUE 18.
      *Steps 1 through this one run with ALLSHPS quiesced; the step
      *after it is DEFAPPLY, which releases it
       01 WS-QUIESCE-LAST-STEP PIC 99 VALUE 6.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           IF WS-STEP-FAILED = 'y'
               DISPLAY 'NIGHTLY RUN STOPPED AT STEP ' WS-FAILED-STEP
                  '; FIX AND RERUN, COMPLETED STEPS WILL BE SKIPPED'
               IF WS-FAILED-STEP <= WS-QUIESCE-LAST-STEP + 1
                   DISPLAY 'ALLSHPS REMAINS QUIESCED; UPDATES ARE '
                      'QUEUING ON DEFRUPD UNTIL DEFAPPLY HAS RUN'
               END-IF
           ELSE
               DISPLAY 'NIGHTLY RUN COMPLETE, ALL STEPS OK'
           END-IF.
           INVALID KEY
               REWRITE RUN-CONTROL-RECORD
           END-WRITE.
           IF WS-IDX <= WS-QUIESCE-LAST-STEP
               PERFORM SET-QUIESCE
           END-IF.
      *The step programs set a non-zero RETURN-CODE on their error
      *exits; a step that DISPLAYs its error and returns normally
      *must still be recorded FAIL, or the rerun skips it
               MOVE 'OK  ' TO RC-OUTCOME
           END-IF.
           REWRITE RUN-CONTROL-RECORD.

      *Sets the marker before the first step of the window; on a
      *restart inside the window it is already set, and the time it
      *was first set is kept
       SET-QUIESCE.
           CALL 'CHKQSC' USING WS-QSC-RESULT, WS-QSC-SET-DATE,
              WS-QSC-SET-TIME.
           IF WS-QSC-RESULT NOT = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               OPEN I-O QUIESCE-FLAG
               IF WS-QSC-FILE-STATUS = '35'
                   OPEN OUTPUT QUIESCE-FLAG
                   CLOSE QUIESCE-FLAG
                   OPEN I-O QUIESCE-FLAG
               END-IF
               MOVE 'ALLSHPS' TO QSC-KEY
               MOVE 'Q' TO QSC-STATE
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO QSC-SET-DATE
               MOVE WS-CURRENT-TIMESTAMP(9:8) TO QSC-SET-TIME
               MOVE WS-STEP-NAME(WS-IDX) TO QSC-SET-BY
               WRITE QUIESCE-FLAG-RECORD
               INVALID KEY
                   REWRITE QUIESCE-FLAG-RECORD
               END-WRITE
               CLOSE QUIESCE-FLAG
               DISPLAY 'ALLSHPS QUIESCED FOR THE BATCH WINDOW, '
                  'INTERACTIVE UPDATES WILL BE QUEUED'
           END-IF.
