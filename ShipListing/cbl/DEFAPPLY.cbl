      *This program is NIGHTRUN's release step for the batch-window
      *quiesce. While BACKUP and the extract steps run, NIGHTRUN holds
      *ALLSHPS quiesced through the QSCFLAG marker, and ADDSH, EXPEND,
      *BULKSTAT, CONSOLE's status change, and the CICS update SHPUPD
      *queue their updates on the DEFRUPD deferred-update queue
      *instead of writing the master mid-unload. This
      *replays the queue in arrival order, each row the way its own
      *writer would have applied it: under the SHIPLOCK record lock
      *(or the whole-file lock for a sweep), with the STHIST, AUDTRL,
      *and JRNLSHP rows stamped with the operator and correlation
      *identifier of the original entry, and for ADDSH the mirror
      *dual-write, the name-lineage register, and the compromise
      *report for a hull gone Sunk or Missing; an EXPEND row posts
      *its EXPNDLOG entry as well, and a SHPUPD or CONSOLE row goes
      *onto the compromise report the same way an ADDSH one does.
      *Each row leaves the queue once tried. The marker is released
      *once the queue is empty, and the queue is swept once more
      *for anything that arrived in between. Every row is listed on
      *the release report, and a row that failed on replay is listed
      *with the reason, for the operator to re-enter by hand.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DEFAPPLY.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFERRED-UPDATES ASSIGN TO DEFRUPD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DFQ-KEY
           FILE STATUS IS WS-DFQ-FILE-STATUS.
           SELECT QUIESCE-FLAG ASSIGN TO QSCFLAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QSC-KEY
           FILE STATUS IS WS-QSC-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
      *Append-only log of every SHIP-STATUS transition, same file
      *ADDSH/BULKLD post to
           SELECT STATUS-HISTORY ASSIGN TO STHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-FILE-STATUS.
      *Append-only log of who changed what and when, same file
      *ADDSH/BULKLD post to
           SELECT AUDIT-TRAIL ASSIGN TO AUDTRL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-FILE-STATUS.
      *Record-level enqueue file shared by every program that writes
      *ALLIED-SHIPS; see ADDSH for the discipline
           SELECT SHIP-LOCKS ASSIGN TO SHIPLOCK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LCK-UID
           FILE STATUS IS WS-LCK-FILE-STATUS.
      *Before/after-image journal, same file ADDSH/BULKLD post to
           SELECT SHIP-JOURNAL ASSIGN TO JRNLSHP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-FILE-STATUS.
      *EXPEND's append-only expenditure log
           SELECT EXPENDITURE ASSIGN TO EXPNDLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXP-FILE-STATUS.
      *Offsite mirror, kept in step for ADDSH rows as ADDSH does
           SELECT MIRROR-SHIPS ASSIGN TO MIRRSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MIR-UID
           FILE STATUS IS WS-MIR-FILE-STATUS.
      *The archive and the name-lineage register, for a brand-new
      *hull whose name an archived one bore; see ADDSH
           SELECT HISTORICAL-SHIPS ASSIGN TO HISTSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-SHIP-UID
           FILE STATUS IS WS-HISTSHP-FILE-STATUS.
           SELECT NAME-LINEAGE ASSIGN TO NAMELIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NLN-KEY
           FILE STATUS IS WS-NLN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DEFERRED-UPDATES.
       COPY DEFQREC.
       FD  QUIESCE-FLAG.
       COPY QSCREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  STATUS-HISTORY.
       01 STATUS-HIST-RECORD.
           05 HIST-UID PIC X(12).
           05 HIST-OLD-STATUS PIC X(11).
           05 HIST-NEW-STATUS PIC X(11).
           05 HIST-CHANGE-DATE PIC X(8).
           05 HIST-CHANGE-TIME PIC X(8).
      *Run-scoped correlation identifier stitching this row to
      *every other log row the same action wrote; see GETCORR
           05 HIST-CORR-ID PIC X(12).
       FD  AUDIT-TRAIL.
       01 AUDIT-TRAIL-RECORD.
           05 AUD-UID PIC X(12).
           05 AUD-OPERATOR PIC X(12).
           05 AUD-DATE PIC X(8).
           05 AUD-TIME PIC X(8).
           05 AUD-ACTION PIC X(6).
           05 AUD-FIELDS-CHANGED PIC X(250).
      *Run-scoped correlation identifier stitching this row to
      *every other log row the same action wrote; see GETCORR
           05 AUD-CORR-ID PIC X(12).
       FD  SHIP-LOCKS.
       01 SHIP-LOCK-RECORD.
           05 LCK-UID PIC X(12).
           05 LCK-OPERATOR PIC X(12).
           05 LCK-DATE PIC X(8).
           05 LCK-TIME PIC X(8).
       FD  SHIP-JOURNAL.
       01 SHIP-JOURNAL-RECORD.
           05 JRN-UID PIC X(12).
           05 JRN-DATE PIC X(8).
           05 JRN-TIME PIC X(8).
           05 JRN-PROGRAM PIC X(8).
           05 JRN-ACTION PIC X(6).
           05 JRN-BEFORE-IMAGE PIC X(495).
           05 JRN-AFTER-IMAGE PIC X(495).
      *Run-scoped correlation identifier stitching this row to
      *every other log row the same action wrote; see GETCORR
           05 JRN-CORR-ID PIC X(12).
       FD  EXPENDITURE.
       01 EXPENDITURE-RECORD.
           05 EXP-UID PIC X(12).
           05 EXP-DATE PIC X(8).
      *E = expended (fired/dropped), R = restocked/resupplied
           05 EXP-TRANSACTION-TYPE PIC X(1).
           05 EXP-TORPEDOES-QTY PIC 9(3).
           05 EXP-DEPTH-CHARGES-QTY PIC 9(3).
           05 EXP-ENGAGEMENT-REF PIC X(30).
       FD  MIRROR-SHIPS.
       01 MIRROR-SHIP-RECORD.
           05 MIR-UID PIC X(12).
           05 MIR-OTHER-DATA PIC X(483).
       FD  HISTORICAL-SHIPS.
       01 HISTORICAL-SHIP-RECORD.
           05 HIST-SHIP-UID PIC X(12).
           05 HIST-SHIP-OTHER-DATA PIC X(483).
       FD  NAME-LINEAGE.
       01 NAME-LINEAGE-RECORD.
           05 NLN-KEY.
                10 NLN-NAME PIC X(20).
                10 NLN-SUCCESSION PIC 9(2).
           05 NLN-UID PIC X(12).
           05 NLN-DATE-FROM PIC X(8).
           05 NLN-DATE-TO PIC X(8).
           05 NLN-FATE PIC X(11).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-DFQ-FILE-STATUS PIC XX.
       01 WS-QSC-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-HIST-FILE-STATUS PIC XX.
       01 WS-AUD-FILE-STATUS PIC XX.
       01 WS-LCK-FILE-STATUS PIC XX.
       01 WS-JRN-FILE-STATUS PIC XX.
       01 WS-EXP-FILE-STATUS PIC XX.
       01 WS-MIR-FILE-STATUS PIC XX.
       01 WS-MIR-AVAILABLE PIC X VALUE 'n'.
       01 WS-HISTSHP-FILE-STATUS PIC XX.
       01 WS-NLN-FILE-STATUS PIC XX.
       01 WS-NLN-EOF PIC X.
       01 WS-NLN-MAX PIC 99.
       01 WS-NLN-HAS-PRIOR PIC X.
       01 WS-NLN-HAS-NEW PIC X.
       01 WS-NLN-USABLE PIC X.
       01 WS-PRIOR-BEARER-UID PIC X(12).
       01 WS-PRIOR-BEARER-FATE PIC X(11).
       01 WS-QUEUE-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X.
       01 WS-SHIP-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-LOCK-HELD PIC X VALUE 'n'.
       01 WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
       01 WS-PRIOR-STATUS PIC X(11).
       01 WS-IS-UPDATE PIC X.
      *On-disk values an ADDSH update must carry through untouched;
      *see ADDSH's WRITE-CONFIRMED-SHIP
       01 WS-EXISTING-PRIOR-UID PIC X(12).
       01 WS-EXISTING-SUPERSEDED-BY PIC X(12).
       01 WS-EXISTING-FUTURE-DATA-2 PIC X(96).
      *The row being replayed, and how it went
       01 WS-REPLAY-OK PIC X.
       01 WS-FAIL-REASON PIC X(50).
       01 WS-SWEPT-COUNT PIC 9(6).
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
      *The fields a SHPUPD row changed, for its audit row
       01 WS-UPD-CHANGED-FIELDS PIC X(40).
       01 WS-UPD-POINTER PIC 9(3).
      *Operator data-scope plumbing; see CHKOPER's SCOPE function
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-SCOPE-RESULT PIC X(1).
       01 WS-SCOPE-REQUEST.
           05 WS-SCOPE-UID PIC X(12).
           05 WS-SCOPE-NAVY PIC X(4).
           05 WS-SCOPE-THEATRE PIC X(20).
      *Confidential-books compromise plumbing; see CBKCOMP
       01 WS-CBK-ACTION PIC X(1).
       01 WS-CBK-UID PIC X(12).
       01 WS-CBK-EVENT-DATE PIC X(8).
       01 WS-CBK-EVENT PIC X(10).
       01 WS-CBK-OPEN PIC X VALUE 'n'.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'DEFAPPLY'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O DEFERRED-UPDATES.
           IF WS-DFQ-FILE-STATUS = '00' OR WS-DFQ-FILE-STATUS = '97'
               MOVE 'y' TO WS-QUEUE-AVAILABLE
           ELSE
               IF WS-DFQ-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR: DEFRUPD OPEN ERROR-CODE:'
                      WS-DFQ-FILE-STATUS
                   DISPLAY 'ALLSHPS LEFT QUIESCED, QUEUE NOT APPLIED'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF WS-QUEUE-AVAILABLE NOT = 'y'
               DISPLAY 'NO DEFERRED UPDATES WERE QUEUED'
               PERFORM RELEASE-QUIESCE
               GOBACK
           END-IF.
           OPEN I-O ALLIED-SHIPS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               DISPLAY 'ALLSHPS LEFT QUIESCED, QUEUE NOT APPLIED'
               CLOSE DEFERRED-UPDATES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-LOCK-FILE.
           OPEN EXTEND STATUS-HISTORY.
           IF WS-HIST-FILE-STATUS NOT = '00'
               CLOSE STATUS-HISTORY
               OPEN OUTPUT STATUS-HISTORY
           END-IF.
           OPEN EXTEND AUDIT-TRAIL.
           IF WS-AUD-FILE-STATUS NOT = '00'
               CLOSE AUDIT-TRAIL
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.
           OPEN EXTEND SHIP-JOURNAL.
           IF WS-JRN-FILE-STATUS NOT = '00'
               CLOSE SHIP-JOURNAL
               OPEN OUTPUT SHIP-JOURNAL
           END-IF.
           OPEN EXTEND EXPENDITURE.
           IF WS-EXP-FILE-STATUS NOT = '00'
               CLOSE EXPENDITURE
               OPEN OUTPUT EXPENDITURE
           END-IF.
           OPEN I-O MIRROR-SHIPS.
           IF WS-MIR-FILE-STATUS = '00' OR WS-MIR-FILE-STATUS = '97'
               MOVE 'y' TO WS-MIR-AVAILABLE
           ELSE
               DISPLAY 'WARNING: MIRROR-SHIPS NOT AVAILABLE, OFFSITE '
                  'DUAL-WRITE SKIPPED, STATUS ' WS-MIR-FILE-STATUS
           END-IF.
           PERFORM OPEN-REPORT.
           MOVE 'QUEUED          SEQ PROGRAM  OPERATOR     UID'
              TO WS-RPT-LINE.
           MOVE 'RESULT' TO WS-RPT-LINE(57:).
           PERFORM PRINT-REPORT-LINE.
      *Drain, release, then sweep once more: a writer that read the
      *marker just before it was cleared has queued, not written
           PERFORM DRAIN-QUEUE.
           PERFORM RELEASE-QUIESCE.
           PERFORM DRAIN-QUEUE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'APPLIED: ' WS-APPLIED-COUNT '   FAILED ON REPLAY: '
              WS-FAILED-COUNT DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM PRINT-REPORT-LINE.
           IF WS-FAILED-COUNT > 0
               STRING 'FAILED UPDATES ARE OFF THE QUEUE AND MUST BE '
                  'RE-ENTERED BY THE OPERATOR' DELIMITED BY SIZE
                  INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM CLOSE-REPORT.
           IF WS-CBK-OPEN = 'y'
               MOVE 'C' TO WS-CBK-ACTION
               CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
                  WS-CBK-EVENT-DATE, WS-CBK-EVENT
           END-IF.
           CLOSE DEFERRED-UPDATES.
           CLOSE ALLIED-SHIPS.
           CLOSE SHIP-LOCKS.
           CLOSE STATUS-HISTORY.
           CLOSE AUDIT-TRAIL.
           CLOSE SHIP-JOURNAL.
           CLOSE EXPENDITURE.
           IF WS-MIR-AVAILABLE = 'y'
               CLOSE MIRROR-SHIPS
           END-IF.
           DISPLAY 'DEFERRED UPDATES APPLIED: ' WS-APPLIED-COUNT
              ', FAILED: ' WS-FAILED-COUNT.
           GOBACK.

      *Creates the lock file the first time any updater runs
       OPEN-LOCK-FILE.
           OPEN I-O SHIP-LOCKS.
           IF WS-LCK-FILE-STATUS NOT = '00'
              AND WS-LCK-FILE-STATUS NOT = '97'
              IF WS-LCK-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: SHIPLOCK OPEN ERROR-CODE:'
                    WS-LCK-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT SHIP-LOCKS
                 CLOSE SHIP-LOCKS
                 OPEN I-O SHIP-LOCKS
              END-IF
           END-IF.

      *Key order is arrival order; every row tried leaves the queue,
      *applied or not, so one bad row never holds up the rest
       DRAIN-QUEUE.
           MOVE LOW-VALUES TO DFQ-KEY.
           MOVE 'N' TO WS-EOF.
           START DEFERRED-UPDATES KEY >= DFQ-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEFERRED-UPDATES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM REPLAY-ONE
                       DELETE DEFERRED-UPDATES RECORD
               END-READ
           END-PERFORM.

       REPLAY-ONE.
           MOVE 'y' TO WS-REPLAY-OK.
           MOVE SPACES TO WS-FAIL-REASON.
           EVALUATE DFQ-PROGRAM
               WHEN 'ADDSH'
                   PERFORM REPLAY-SHIP-ENTRY
               WHEN 'EXPEND'
                   PERFORM REPLAY-EXPENDITURE
               WHEN 'BULKSTAT'
                   PERFORM REPLAY-STATUS-SWEEP
               WHEN 'SHPUPD'
               WHEN 'CONSOLE'
                   PERFORM REPLAY-ONLINE-CHANGE
               WHEN OTHER
                   MOVE 'n' TO WS-REPLAY-OK
                   MOVE 'NOT A QUEUEING PROGRAM' TO WS-FAIL-REASON
           END-EVALUATE.
           STRING DFQ-QUEUED-DATE ' ' DFQ-QUEUED-TIME(1:6) ' '
              DFQ-SEQ ' ' DFQ-PROGRAM ' ' DFQ-OPERATOR ' ' DFQ-UID
              DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           IF WS-REPLAY-OK = 'y'
               ADD 1 TO WS-APPLIED-COUNT
               IF DFQ-PROGRAM = 'BULKSTAT'
                   STRING ' APPLIED ' WS-SWEPT-COUNT ' HULLS'
                      DELIMITED BY SIZE INTO WS-RPT-LINE(56:)
                   END-STRING
               ELSE
                   MOVE ' APPLIED' TO WS-RPT-LINE(56:)
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               STRING ' FAILED: ' WS-FAIL-REASON
                  DELIMITED BY SIZE INTO WS-RPT-LINE(56:)
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *ADDSH's write-or-rewrite of the entered image, the reserve
      *span on disk carried through untouched as ADDSH carries it
       REPLAY-SHIP-ENTRY.
           MOVE DFQ-UID TO LCK-UID.
           PERFORM ACQUIRE-RECORD-LOCK.
           IF WS-LOCK-HELD NOT = 'y'
               MOVE 'n' TO WS-REPLAY-OK
           ELSE
               MOVE SPACES TO WS-PRIOR-STATUS
               MOVE SPACES TO WS-JRN-BEFORE-IMAGE
               MOVE 'N' TO WS-IS-UPDATE
               MOVE DFQ-SHIP-IMAGE TO SHIP-RECORD
               MOVE 1 TO SHIP-FORMAT-VERSION
               WRITE SHIP-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-IS-UPDATE
                   PERFORM REWRITE-SHIP-ENTRY
               END-WRITE
               IF WS-REPLAY-OK = 'y' AND WS-FILE-STATUS NOT = '00'
                   MOVE 'n' TO WS-REPLAY-OK
                   STRING 'ALLSHPS WRITE FAILED, STATUS '
                      WS-FILE-STATUS DELIMITED BY SIZE
                      INTO WS-FAIL-REASON
                   END-STRING
               END-IF
               IF WS-REPLAY-OK = 'y'
                   PERFORM POST-SHIP-ENTRY
               END-IF
               MOVE DFQ-UID TO LCK-UID
               PERFORM RELEASE-RECORD-LOCK
           END-IF.

       REWRITE-SHIP-ENTRY.
           READ ALLIED-SHIPS RECORD KEY UID
           INVALID KEY
               MOVE 'n' TO WS-REPLAY-OK
               MOVE 'EXISTING RECORD COULD NOT BE READ'
                  TO WS-FAIL-REASON
           NOT INVALID KEY
               MOVE SHIP-STATUS TO WS-PRIOR-STATUS
               MOVE SHIP-RECORD TO WS-JRN-BEFORE-IMAGE
               MOVE SHIP-PRIOR-UID TO WS-EXISTING-PRIOR-UID
               MOVE SHIP-SUPERSEDED-BY TO WS-EXISTING-SUPERSEDED-BY
               MOVE SHIP-FUTURE-DATA-2 TO WS-EXISTING-FUTURE-DATA-2
               MOVE DFQ-SHIP-OTHER-DATA TO OTHER-DATA
               MOVE WS-EXISTING-PRIOR-UID TO SHIP-PRIOR-UID
               MOVE WS-EXISTING-SUPERSEDED-BY TO SHIP-SUPERSEDED-BY
               MOVE WS-EXISTING-FUTURE-DATA-2 TO SHIP-FUTURE-DATA-2
               MOVE 1 TO SHIP-FORMAT-VERSION
               REWRITE SHIP-RECORD
           END-READ.

       POST-SHIP-ENTRY.
           PERFORM LOG-STATUS-CHANGE.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-JOURNAL-RECORD.
           IF WS-MIR-AVAILABLE = 'y'
               PERFORM MIRROR-THE-WRITE
           END-IF.
           IF WS-IS-UPDATE NOT = 'Y'
               PERFORM REGISTER-NAME-LINEAGE
           END-IF.
           IF WS-IS-UPDATE = 'Y'
              AND WS-PRIOR-STATUS NOT = SHIP-STATUS
              AND (SHIP-STATUS = 'Sunk' OR SHIP-STATUS = 'Missing')
               PERFORM REPORT-CONFIDENTIAL-BOOKS
           END-IF.

      *EXPEND's adjustment, made against the counts as they stand
      *now rather than as they stood when the entry was queued
       REPLAY-EXPENDITURE.
           MOVE DFQ-UID TO LCK-UID.
           PERFORM ACQUIRE-RECORD-LOCK.
           IF WS-LOCK-HELD NOT = 'y'
               MOVE 'n' TO WS-REPLAY-OK
           ELSE
               MOVE DFQ-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   MOVE 'n' TO WS-REPLAY-OK
                   MOVE 'UID NOT FOUND ON ALLSHPS' TO WS-FAIL-REASON
               NOT INVALID KEY
                   PERFORM APPLY-EXPENDITURE
               END-READ
               MOVE DFQ-UID TO LCK-UID
               PERFORM RELEASE-RECORD-LOCK
           END-IF.

       APPLY-EXPENDITURE.
           MOVE SHIP-RECORD TO WS-JRN-BEFORE-IMAGE.
           MOVE SHIP-STATUS TO WS-PRIOR-STATUS.
           IF DFQ-EXP-TRANSACTION-TYPE = 'E'
              OR DFQ-EXP-TRANSACTION-TYPE = 'e'
               IF SHIP-TORPEDOES >= DFQ-EXP-TORPEDOES-QTY
                   SUBTRACT DFQ-EXP-TORPEDOES-QTY FROM SHIP-TORPEDOES
               ELSE
                   MOVE 0 TO SHIP-TORPEDOES
               END-IF
               IF SHIP-DEPTH-CHARGES >= DFQ-EXP-DEPTH-CHARGES-QTY
                   SUBTRACT DFQ-EXP-DEPTH-CHARGES-QTY
                      FROM SHIP-DEPTH-CHARGES
               ELSE
                   MOVE 0 TO SHIP-DEPTH-CHARGES
               END-IF
           ELSE
               ADD DFQ-EXP-TORPEDOES-QTY TO SHIP-TORPEDOES
               ADD DFQ-EXP-DEPTH-CHARGES-QTY TO SHIP-DEPTH-CHARGES
           END-IF.
           MOVE 1 TO SHIP-FORMAT-VERSION.
           REWRITE SHIP-RECORD.
           IF WS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-IS-UPDATE
               PERFORM WRITE-JOURNAL-RECORD
               MOVE DFQ-EXPEND-ENTRY TO EXPENDITURE-RECORD
               WRITE EXPENDITURE-RECORD
           ELSE
               MOVE 'n' TO WS-REPLAY-OK
               STRING 'ALLSHPS UPDATE FAILED, STATUS '
                  WS-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-FAIL-REASON
               END-STRING
           END-IF.

      *SHPUPD's online change, made to the hull as she stands now:
      *a field left blank on the page keeps her current value. The
      *change was checked against the operator's sign-on, scope, and
      *the formation and theatre/fleet masters when it was keyed.
      *CONSOLE's status change queues the same row, status only
       REPLAY-ONLINE-CHANGE.
           MOVE DFQ-UID TO LCK-UID.
           PERFORM ACQUIRE-RECORD-LOCK.
           IF WS-LOCK-HELD NOT = 'y'
               MOVE 'n' TO WS-REPLAY-OK
           ELSE
               MOVE DFQ-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   MOVE 'n' TO WS-REPLAY-OK
                   MOVE 'UID NOT FOUND ON ALLSHPS' TO WS-FAIL-REASON
               NOT INVALID KEY
                   PERFORM APPLY-ONLINE-CHANGE
               END-READ
               MOVE DFQ-UID TO LCK-UID
               PERFORM RELEASE-RECORD-LOCK
           END-IF.

       APPLY-ONLINE-CHANGE.
           MOVE SHIP-RECORD TO WS-JRN-BEFORE-IMAGE.
           MOVE SHIP-STATUS TO WS-PRIOR-STATUS.
           MOVE SPACES TO WS-UPD-CHANGED-FIELDS.
           MOVE 1 TO WS-UPD-POINTER.
           IF DFQ-UPD-NEW-STATUS NOT = SPACES
              AND DFQ-UPD-NEW-STATUS NOT = SHIP-STATUS
               MOVE DFQ-UPD-NEW-STATUS TO SHIP-STATUS
               STRING 'STATUS ' DELIMITED BY SIZE
                  INTO WS-UPD-CHANGED-FIELDS WITH POINTER WS-UPD-POINTER
           END-IF.
           IF DFQ-UPD-NEW-THEATRE NOT = SPACES
              AND DFQ-UPD-NEW-THEATRE NOT = SHIP-THEATRE
               MOVE DFQ-UPD-NEW-THEATRE TO SHIP-THEATRE
               STRING 'THEATRE ' DELIMITED BY SIZE
                  INTO WS-UPD-CHANGED-FIELDS WITH POINTER WS-UPD-POINTER
           END-IF.
           IF DFQ-UPD-NEW-FLEET NOT = SPACES
              AND DFQ-UPD-NEW-FLEET NOT = SHIP-FLEET
               MOVE DFQ-UPD-NEW-FLEET TO SHIP-FLEET
               STRING 'FLEET ' DELIMITED BY SIZE
                  INTO WS-UPD-CHANGED-FIELDS WITH POINTER WS-UPD-POINTER
           END-IF.
           IF DFQ-UPD-NEW-FORMATION NOT = SPACES
              AND DFQ-UPD-NEW-FORMATION NOT = SHIP-FORMATION
               MOVE DFQ-UPD-NEW-FORMATION TO SHIP-FORMATION
               STRING 'FORMATION ' DELIMITED BY SIZE
                  INTO WS-UPD-CHANGED-FIELDS WITH POINTER WS-UPD-POINTER
           END-IF.
      *Already made since it was queued: nothing left to apply
           IF WS-UPD-CHANGED-FIELDS NOT = SPACES
               MOVE 1 TO SHIP-FORMAT-VERSION
               MOVE 'Y' TO WS-IS-UPDATE
               REWRITE SHIP-RECORD
               IF WS-FILE-STATUS = '00'
                   PERFORM LOG-STATUS-CHANGE
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   IF WS-PRIOR-STATUS NOT = SHIP-STATUS
                      AND (SHIP-STATUS = 'Sunk'
                           OR SHIP-STATUS = 'Missing')
                       PERFORM REPORT-CONFIDENTIAL-BOOKS
                   END-IF
               ELSE
                   MOVE 'n' TO WS-REPLAY-OK
                   STRING 'ALLSHPS UPDATE FAILED, STATUS '
                      WS-FILE-STATUS DELIMITED BY SIZE
                      INTO WS-FAIL-REASON
                   END-STRING
               END-IF
           END-IF.

      *BULKSTAT's sweep, run whole under the whole-file lock with
      *the queued criteria and the queuing operator's data scope
       REPLAY-STATUS-SWEEP.
           MOVE 0 TO WS-SWEPT-COUNT.
           MOVE '**ALLSHPS***' TO LCK-UID.
           PERFORM ACQUIRE-RECORD-LOCK.
           IF WS-LOCK-HELD NOT = 'y'
               MOVE 'n' TO WS-REPLAY-OK
           ELSE
               MOVE LOW-VALUES TO UID
               MOVE 'N' TO WS-SHIP-EOF
               START ALLIED-SHIPS KEY >= UID
               INVALID KEY
                   MOVE 'Y' TO WS-SHIP-EOF
               END-START
               PERFORM UNTIL WS-SHIP-EOF = 'Y'
                   READ ALLIED-SHIPS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SHIP-EOF
                       NOT AT END
                           PERFORM SWEEP-ONE-HULL
                   END-READ
               END-PERFORM
               MOVE '**ALLSHPS***' TO LCK-UID
               PERFORM RELEASE-RECORD-LOCK
           END-IF.

       SWEEP-ONE-HULL.
           IF (DFQ-BLK-FILTER-KIND = 'F'
               AND SHIP-FLEET = DFQ-BLK-FILTER-VALUE)
              OR (DFQ-BLK-FILTER-KIND = 'M'
                  AND SHIP-FORMATION = DFQ-BLK-FILTER-VALUE)
               MOVE UID TO WS-SCOPE-UID
               MOVE SHIP-NAVY TO WS-SCOPE-NAVY
               MOVE SHIP-THEATRE TO WS-SCOPE-THEATRE
               PERFORM ASK-HULL-SCOPE
               MOVE UID TO LCK-UID
               READ SHIP-LOCKS RECORD KEY LCK-UID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY '  SKIPPING ' UID ': IN USE BY OPERATOR '
                      LCK-OPERATOR
               END-READ
               IF WS-LCK-FILE-STATUS NOT = '00'
                  AND WS-SCOPE-RESULT NOT = 'N'
                  AND SHIP-STATUS NOT = DFQ-BLK-NEW-STATUS
                   MOVE SHIP-STATUS TO WS-PRIOR-STATUS
                   MOVE SHIP-RECORD TO WS-JRN-BEFORE-IMAGE
                   MOVE DFQ-BLK-NEW-STATUS TO SHIP-STATUS
                   MOVE 1 TO SHIP-FORMAT-VERSION
                   MOVE 'Y' TO WS-IS-UPDATE
                   REWRITE SHIP-RECORD
                   IF WS-FILE-STATUS = '00'
                       ADD 1 TO WS-SWEPT-COUNT
                       PERFORM LOG-STATUS-CHANGE
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                       IF SHIP-STATUS = 'Sunk'
                          OR SHIP-STATUS = 'Missing'
                           PERFORM REPORT-CONFIDENTIAL-BOOKS
                       END-IF
                   ELSE
                       DISPLAY '  ERROR: REWRITE FAILED FOR ' UID
                          ' STATUS ' WS-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

      *The lock is taken in the queuing operator's name, as if they
      *were making the update now
       ACQUIRE-RECORD-LOCK.
           MOVE 'n' TO WS-LOCK-HELD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE DFQ-OPERATOR TO LCK-OPERATOR.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO LCK-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO LCK-TIME.
           WRITE SHIP-LOCK-RECORD
           INVALID KEY
               READ SHIP-LOCKS RECORD KEY LCK-UID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING 'RECORD ' LCK-UID ' IN USE BY '
                      LCK-OPERATOR DELIMITED BY SIZE
                      INTO WS-FAIL-REASON
                   END-STRING
               END-READ
           NOT INVALID KEY
               MOVE 'y' TO WS-LOCK-HELD
           END-WRITE.

       RELEASE-RECORD-LOCK.
           DELETE SHIP-LOCKS RECORD.
           MOVE 'n' TO WS-LOCK-HELD.

       LOG-STATUS-CHANGE.
           IF WS-PRIOR-STATUS NOT = SHIP-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE UID TO HIST-UID
               MOVE WS-PRIOR-STATUS TO HIST-OLD-STATUS
               MOVE SHIP-STATUS TO HIST-NEW-STATUS
               CALL 'GETGMT' USING WS-GMT-TIMESTAMP
               MOVE WS-GMT-TIMESTAMP(1:8) TO HIST-CHANGE-DATE
               MOVE WS-GMT-TIMESTAMP(9:8) TO HIST-CHANGE-TIME
               MOVE DFQ-CORR-ID TO HIST-CORR-ID
               WRITE STATUS-HIST-RECORD
           END-IF.

      *Stamped with the operator who made the entry; the fields are
      *named for a sweep and an online change, an ADDSH row points
      *at the journal's before and after images
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO AUD-UID.
           MOVE DFQ-OPERATOR TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE SPACES TO AUD-FIELDS-CHANGED.
           IF WS-IS-UPDATE = 'Y'
               MOVE 'UPDATE' TO AUD-ACTION
           ELSE
               MOVE 'ADD   ' TO AUD-ACTION
           END-IF.
           IF DFQ-PROGRAM = 'BULKSTAT'
               STRING 'STATUS, DEFERRED FROM ' DFQ-QUEUED-DATE ' '
                  DFQ-QUEUED-TIME(1:6) DELIMITED BY SIZE
                  INTO AUD-FIELDS-CHANGED
               END-STRING
           END-IF.
           IF DFQ-PROGRAM = 'SHPUPD' OR DFQ-PROGRAM = 'CONSOLE'
               STRING WS-UPD-CHANGED-FIELDS DELIMITED BY '  '
                  ' DEFERRED FROM ' DFQ-QUEUED-DATE ' '
                  DFQ-QUEUED-TIME(1:6) DELIMITED BY SIZE
                  INTO AUD-FIELDS-CHANGED
               END-STRING
           END-IF.
           IF DFQ-PROGRAM NOT = 'BULKSTAT'
              AND DFQ-PROGRAM NOT = 'SHPUPD'
              AND DFQ-PROGRAM NOT = 'CONSOLE'
               STRING 'DEFERRED FROM ' DFQ-QUEUED-DATE ' '
                  DFQ-QUEUED-TIME(1:6) ', SEE JRNLSHP IMAGES'
                  DELIMITED BY SIZE INTO AUD-FIELDS-CHANGED
               END-STRING
           END-IF.
           MOVE DFQ-CORR-ID TO AUD-CORR-ID.
           WRITE AUDIT-TRAIL-RECORD.

      *Same before/after-image journaling as ADDSH's
      *WRITE-JOURNAL-RECORD, under the writer's own name
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE DFQ-PROGRAM TO JRN-PROGRAM.
           IF WS-IS-UPDATE = 'Y'
               MOVE 'UPDATE' TO JRN-ACTION
           ELSE
               MOVE 'ADD   ' TO JRN-ACTION
           END-IF.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SHIP-RECORD TO JRN-AFTER-IMAGE.
           MOVE DFQ-CORR-ID TO JRN-CORR-ID.
           WRITE SHIP-JOURNAL-RECORD.

       MIRROR-THE-WRITE.
           MOVE SHIP-RECORD TO MIRROR-SHIP-RECORD.
           WRITE MIRROR-SHIP-RECORD
           INVALID KEY
               REWRITE MIRROR-SHIP-RECORD
           END-WRITE.
           IF WS-MIR-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: MIRROR-SHIPS DUAL-WRITE FAILED, '
                  'STATUS ' WS-MIR-FILE-STATUS
           END-IF.

      *The compromise report is opened on the first hull lost in the
      *release and closed once at the end, as BULKSTAT does
       REPORT-CONFIDENTIAL-BOOKS.
           IF WS-CBK-OPEN = 'n'
               MOVE 'O' TO WS-CBK-ACTION
               CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
                  WS-CBK-EVENT-DATE, WS-CBK-EVENT
               MOVE 'y' TO WS-CBK-OPEN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO WS-CBK-UID.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CBK-EVENT-DATE.
           IF SHIP-STATUS = 'Sunk'
               MOVE 'SUNK' TO WS-CBK-EVENT
           ELSE
               MOVE 'MISSING' TO WS-CBK-EVENT
           END-IF.
           MOVE 'H' TO WS-CBK-ACTION.
           CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
              WS-CBK-EVENT-DATE, WS-CBK-EVENT.

      *ADDSH's reused-name registration for a brand-new hull: the
      *archived bearer and the new one both get lineage rows
       REGISTER-NAME-LINEAGE.
           MOVE SPACES TO WS-PRIOR-BEARER-UID.
           OPEN INPUT HISTORICAL-SHIPS.
           IF WS-HISTSHP-FILE-STATUS NOT = '00'
              AND WS-HISTSHP-FILE-STATUS NOT = '97'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-NLN-EOF
               PERFORM UNTIL WS-NLN-EOF = 'Y'
                   READ HISTORICAL-SHIPS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-NLN-EOF
                       NOT AT END
      *The archived name sits 13 bytes into OTHER-DATA (after
      *navy, type, and pennant), the fate 53 bytes in
                           IF HIST-SHIP-OTHER-DATA(13:20) = SHIP-NAME
                               MOVE HIST-SHIP-UID
                                  TO WS-PRIOR-BEARER-UID
                               MOVE HIST-SHIP-OTHER-DATA(53:11)
                                  TO WS-PRIOR-BEARER-FATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICAL-SHIPS
           END-IF.
           IF WS-PRIOR-BEARER-UID NOT = SPACES
               PERFORM WRITE-LINEAGE-ROWS
           END-IF.

       WRITE-LINEAGE-ROWS.
           MOVE 'y' TO WS-NLN-USABLE.
           OPEN I-O NAME-LINEAGE.
           IF WS-NLN-FILE-STATUS NOT = '00'
              AND WS-NLN-FILE-STATUS NOT = '97'
              IF WS-NLN-FILE-STATUS NOT = '35'
                 DISPLAY 'WARNING: NAMELIN NOT AVAILABLE, NAME '
                    'LINEAGE NOT RECORDED'
                 MOVE 'n' TO WS-NLN-USABLE
              ELSE
                 OPEN OUTPUT NAME-LINEAGE
                 CLOSE NAME-LINEAGE
                 OPEN I-O NAME-LINEAGE
              END-IF
           END-IF.
           IF WS-NLN-USABLE = 'y'
               PERFORM POST-LINEAGE-ROWS
           END-IF.

       POST-LINEAGE-ROWS.
           MOVE 0 TO WS-NLN-MAX.
           MOVE 'N' TO WS-NLN-HAS-PRIOR.
           MOVE 'N' TO WS-NLN-HAS-NEW.
           MOVE SHIP-NAME TO NLN-NAME.
           MOVE 0 TO NLN-SUCCESSION.
           MOVE 'N' TO WS-NLN-EOF.
           START NAME-LINEAGE KEY >= NLN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-NLN-EOF
           END-START.
           PERFORM UNTIL WS-NLN-EOF = 'Y'
               READ NAME-LINEAGE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-NLN-EOF
                   NOT AT END
                       IF NLN-NAME NOT = SHIP-NAME
                           MOVE 'Y' TO WS-NLN-EOF
                       ELSE
                           MOVE NLN-SUCCESSION TO WS-NLN-MAX
                           IF NLN-UID = WS-PRIOR-BEARER-UID
                               MOVE 'Y' TO WS-NLN-HAS-PRIOR
                           END-IF
                           IF NLN-UID = UID
                               MOVE 'Y' TO WS-NLN-HAS-NEW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NLN-HAS-PRIOR NOT = 'Y'
               MOVE SHIP-NAME TO NLN-NAME
               COMPUTE NLN-SUCCESSION = WS-NLN-MAX + 1
               MOVE NLN-SUCCESSION TO WS-NLN-MAX
               MOVE WS-PRIOR-BEARER-UID TO NLN-UID
               MOVE SPACES TO NLN-DATE-FROM
               MOVE SPACES TO NLN-DATE-TO
               MOVE WS-PRIOR-BEARER-FATE TO NLN-FATE
               WRITE NAME-LINEAGE-RECORD
               INVALID KEY
                   CONTINUE
               END-WRITE
           END-IF.
           IF WS-NLN-HAS-NEW NOT = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE SHIP-NAME TO NLN-NAME
               COMPUTE NLN-SUCCESSION = WS-NLN-MAX + 1
               MOVE UID TO NLN-UID
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO NLN-DATE-FROM
               MOVE SPACES TO NLN-DATE-TO
               MOVE SPACES TO NLN-FATE
               WRITE NAME-LINEAGE-RECORD
               INVALID KEY
                   CONTINUE
               END-WRITE
           END-IF.
           CLOSE NAME-LINEAGE.

      *Asks CHKOPER whether the queuing operator's data scope covers
      *the hull in WS-SCOPE-REQUEST; a refusal is logged on SIGNLOG
       ASK-HULL-SCOPE.
           MOVE 'SCOPE' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, DFQ-OPERATOR,
              WS-SCOPE-RESULT, WS-SCOPE-REQUEST.
           IF WS-SCOPE-RESULT = 'N'
               DISPLAY '  SKIPPING ' UID ': OUTSIDE OPERATOR SCOPE'
           END-IF.

      *Opens ALLSHPS to the interactive writers again
       RELEASE-QUIESCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           OPEN I-O QUIESCE-FLAG.
           IF WS-QSC-FILE-STATUS = '35'
               OPEN OUTPUT QUIESCE-FLAG
               CLOSE QUIESCE-FLAG
               OPEN I-O QUIESCE-FLAG
           END-IF.
           MOVE 'ALLSHPS' TO QSC-KEY.
           MOVE 'O' TO QSC-STATE.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO QSC-SET-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO QSC-SET-TIME.
           MOVE 'DEFAPPLY' TO QSC-SET-BY.
           WRITE QUIESCE-FLAG-RECORD
           INVALID KEY
               REWRITE QUIESCE-FLAG-RECORD
           END-WRITE.
           CLOSE QUIESCE-FLAG.
           DISPLAY 'ALLSHPS RELEASED FOR UPDATES AT '
              WS-CURRENT-TIMESTAMP(9:6).

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'DEFERRED UPDATE RELEASE' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       PRINT-REPORT-LINE.
           MOVE 'L' TO WS-RPT-ACTION.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE 'C' TO WS-RPT-ACTION.
           MOVE 'REGISTRY CHIEF' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
