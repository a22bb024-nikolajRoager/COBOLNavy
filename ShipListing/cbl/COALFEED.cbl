      *This program applies an allied navy's daily ship-status feed
      *to ALLSHPS, so the USN and RCN hulls we carry are kept current
      *from the file their own systems send instead of by operators
      *re-keying the signals into ADDSH. Each feed line carries one
      *of the sending navy's own hulls with its status, theatre,
      *fleet, and formation; a blank field means not reported, and
      *leaves our value alone. Lines go through the same NVTYPE,
      *FRMNMST, and THFLMST checks ADDSH makes, under the SHIPLOCK
      *discipline, with status-history, audit, and journal rows for
      *every hull changed. A line that fails a check is kept on the
      *COALREJ reject file with its reason codes, as BULKLD does.
      *A hull our own operators have changed since that navy's
      *previous feed is not overwritten: the line is rejected as a
      *conflict and listed with our value against theirs, for the
      *registry to reconcile and resubmit. The COALCTL control file
      *remembers, per sending navy, when its previous feed ran.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COALFEED.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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
           SELECT NAVY-TYPE-CODES ASSIGN TO NVTYPCD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NVT-KEY
           FILE STATUS IS WS-NVT-FILE-STATUS.
           SELECT FORMATION-MASTER ASSIGN TO FRMNMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FRM-NAME
           FILE STATUS IS WS-FRM-FILE-STATUS.
           SELECT THEATRE-FLEET-XREF ASSIGN TO THFLXDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TFX-FLEET
           FILE STATUS IS WS-TFX-FILE-STATUS.
      *The sending navy's daily status file
           SELECT FEED-INPUT ASSIGN TO COALIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEED-REJECTS ASSIGN TO COALREJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-FILE-STATUS.
      *One row per sending navy: when its previous feed ran, and
      *the run sequence it carried
           SELECT FEED-CONTROL ASSIGN TO COALCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CFC-NAVY
           FILE STATUS IS WS-CTL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
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
       FD  NAVY-TYPE-CODES.
       01 NAVY-TYPE-RECORD.
           05 NVT-KEY.
                10 NVT-KIND PIC X(4).
                10 NVT-CODE PIC X(4).
           05 NVT-DESC PIC X(30).
       FD  FORMATION-MASTER.
       01 FORMATION-MASTER-RECORD.
           05 FRM-NAME PIC X(25).
           05 FRM-PARENT-FLEET PIC X(20).
           05 FRM-COMMANDING-SHIP-UID PIC X(12).
       FD  THEATRE-FLEET-XREF.
       01 THEATRE-FLEET-XREF-RECORD.
           05 TFX-FLEET PIC X(20).
           05 TFX-THEATRE PIC X(20).
       FD  FEED-INPUT.
      *Spaces in STATUS, THEATRE, FLEET or FORMATION mean the
      *sending navy did not report that field
       01 FEED-INPUT-RECORD.
           05 CFD-NAVY PIC X(4).
           05 CFD-UID PIC X(12).
           05 CFD-STATUS PIC X(11).
           05 CFD-THEATRE PIC X(20).
           05 CFD-FLEET PIC X(20).
           05 CFD-FORMATION PIC X(25).
           05 CFD-REPORT-DATE PIC X(8).
       FD  FEED-REJECTS.
       01 FEED-REJECT-RECORD.
      *One letter per failed check: V line not from the sending
      *navy, U hull not on ALLSHPS, O hull belongs to another navy,
      *S status, F formation, T theatre/fleet mismatch, L hull held
      *by an operator, C hull changed locally since the last feed
           05 CRJ-REASON-CODES PIC X(8).
           05 CRJ-INPUT PIC X(100).
       FD  FEED-CONTROL.
       01 FEED-CONTROL-RECORD.
           05 CFC-NAVY PIC X(4).
           05 CFC-LAST-RUN-DATE PIC X(8).
           05 CFC-LAST-RUN-TIME PIC X(8).
           05 CFC-RUN-SEQ PIC 9(6).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-HIST-FILE-STATUS PIC XX.
       01 WS-AUD-FILE-STATUS PIC XX.
       01 WS-JRN-FILE-STATUS PIC XX.
       01 WS-LCK-FILE-STATUS PIC XX.
       01 WS-NVT-FILE-STATUS PIC XX.
       01 WS-NVT-AVAILABLE PIC X VALUE 'n'.
       01 WS-FRM-FILE-STATUS PIC XX.
       01 WS-FRM-AVAILABLE PIC X VALUE 'n'.
       01 WS-TFX-FILE-STATUS PIC XX.
       01 WS-TFX-AVAILABLE PIC X VALUE 'n'.
       01 WS-FEED-FILE-STATUS PIC XX.
       01 WS-REJ-FILE-STATUS PIC XX.
       01 WS-CTL-FILE-STATUS PIC XX.
       01 WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Batch-window quiesce check; see CHKQSC
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-FEED-NAVY PIC X(4).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-RUN-SEQ PIC 9(6) VALUE 0.
      *Where this navy's previous feed ended; 'n' on its first feed,
      *when there is nothing yet a local change could conflict with
       01 WS-PREVIOUS-FEED PIC X VALUE 'n'.
       01 WS-SINCE-DATE PIC X(8) VALUE '00000000'.
       01 WS-SINCE-TIME PIC X(8) VALUE '00000000'.
      *Hulls changed locally since the previous feed, with the last
      *such change and who (operator or program) made it
       01 WS-LOCAL-TABLE.
           05 WS-LOC-ENTRY OCCURS 2000 TIMES.
                10 WS-LOC-UID PIC X(12).
                10 WS-LOC-DATE PIC X(8).
                10 WS-LOC-TIME PIC X(8).
                10 WS-LOC-BY PIC X(12).
       01 WS-LOCAL-COUNT PIC 9(4) VALUE 0.
      *Set when the table fills: conflicts past the 2000th hull
      *cannot be seen, so the COALCTL watermark must not advance
       01 WS-TABLE-OVERFLOW PIC X VALUE 'n'.
       01 WS-IDX PIC 9(4).
       01 WS-MATCH-IDX PIC 9(4).
       01 WS-NOTE-UID PIC X(12).
       01 WS-NOTE-DATE PIC X(8).
       01 WS-NOTE-TIME PIC X(8).
       01 WS-NOTE-BY PIC X(12).
      *The hull as it stands after the feed line is laid over it
       01 WS-NEW-STATUS PIC X(11).
       01 WS-NEW-THEATRE PIC X(20).
       01 WS-NEW-FLEET PIC X(20).
       01 WS-NEW-FORMATION PIC X(25).
       01 WS-PRIOR-STATUS PIC X(11).
       01 WS-CHANGED-FIELDS PIC X(250).
       01 WS-CF-POINTER PIC 9(3).
       01 WS-SKIP-RECORD PIC X VALUE 'N'.
       01 WS-REJECT-REASONS PIC X(8).
       01 WS-REASON-POINTER PIC 9(2).
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNCHANGED-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-CONFLICT-COUNT PIC 9(6) VALUE 0.
      *Run-scoped correlation identifier plumbing; see GETCORR
       01 WS-CORR-PROGRAM PIC X(8).
       01 WS-CORR-ID PIC X(12).
      *Confidential-books compromise plumbing; see CBKCOMP
       01 WS-CBK-ACTION PIC X(1).
       01 WS-CBK-UID PIC X(12).
       01 WS-CBK-EVENT-DATE PIC X(8).
       01 WS-CBK-EVENT PIC X(10).
       01 WS-CBK-OPEN PIC X VALUE 'n'.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'COALFEED'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM MINT-CORRELATION-ID.
           DISPLAY 'Enter operator ID, 12 chars: '.
           ACCEPT WS-OPERATOR-ID.
      *A feed rewrites a whole navy's hulls in one pass: only
      *operators the OPERMST master allows bulk runs for may start it
           MOVE 'BULK ' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OPERATOR-ID,
              WS-CHK-RESULT.
           IF WS-CHK-RESULT = 'N'
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' NOT AUTHORIZED '
                  'FOR BULK RUNS, SIGN-ON REFUSED'
               GOBACK
           END-IF.
           IF WS-CHK-RESULT = 'U'
               DISPLAY 'WARNING: OPERATOR MASTER NOT AVAILABLE, '
                  'PROCEEDING UNCHECKED'
           END-IF.
      *Nothing is written to ALLSHPS while NIGHTRUN has it
      *quiesced for the backup and extracts
           CALL 'CHKQSC' USING WS-QSC-RESULT, WS-QSC-SET-DATE,
              WS-QSC-SET-TIME.
           IF WS-QSC-RESULT = 'Y'
               DISPLAY 'ALLSHPS QUIESCED FOR THE BATCH WINDOW, '
                  'RE-ENTER AFTER RELEASE'
               DISPLAY 'QUIESCED SINCE ' WS-QSC-SET-DATE ' '
                  WS-QSC-SET-TIME(1:6)
               GOBACK
           END-IF.
           OPEN INPUT NAVY-TYPE-CODES.
           IF WS-NVT-FILE-STATUS = '00' OR WS-NVT-FILE-STATUS = '97'
               MOVE 'y' TO WS-NVT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: NAVY-TYPE-CODES NOT AVAILABLE, '
                  'SKIPPING NAVY VALIDATION, STATUS '
                  WS-NVT-FILE-STATUS
           END-IF.
           DISPLAY 'Enter sending navy code, 4 chars: '.
           ACCEPT WS-FEED-NAVY.
           PERFORM CHECK-FEED-NAVY.
           PERFORM OPEN-LOCK-FILE.
      *The feed declares itself with the file-level lock, so
      *interactive updates wait instead of being eaten mid-run
           MOVE '**ALLSHPS***' TO LCK-UID.
           MOVE WS-OPERATOR-ID TO LCK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO LCK-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO LCK-TIME.
           WRITE SHIP-LOCK-RECORD
           INVALID KEY
               READ SHIP-LOCKS RECORD KEY LCK-UID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'ALLSHPS ALREADY LOCKED FOR A BULK RUN '
                      'BY ' LCK-OPERATOR ' SINCE ' LCK-DATE
                   CLOSE SHIP-LOCKS
                   GOBACK
               END-READ
           END-WRITE.
      *The watermark is the moment the lock was taken: nothing but
      *this run can touch ALLSHPS between here and the end. It is
      *kept on GMT, the clock every audit and journal row is on
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO WS-RUN-TIME.
           PERFORM READ-FEED-CONTROL.
           IF WS-PREVIOUS-FEED = 'y'
               PERFORM COLLECT-AUDIT-CHANGES
               PERFORM COLLECT-JOURNAL-CHANGES
           ELSE
               DISPLAY 'NOTE: NO PREVIOUS FEED ON FILE FOR '
                  WS-FEED-NAVY ', NO LOCAL CHANGES TO CONFLICT WITH'
           END-IF.
           OPEN INPUT FEED-INPUT.
           IF WS-FEED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: FEED INPUT OPEN FAILED, STATUS '
                  WS-FEED-FILE-STATUS
               PERFORM RELEASE-FILE-LOCK
               GOBACK
           END-IF.
           OPEN I-O ALLIED-SHIPS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               CLOSE FEED-INPUT
               PERFORM RELEASE-FILE-LOCK
               GOBACK
           END-IF.
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
           OPEN INPUT FORMATION-MASTER.
           IF WS-FRM-FILE-STATUS = '00' OR WS-FRM-FILE-STATUS = '97'
               MOVE 'y' TO WS-FRM-AVAILABLE
           END-IF.
           OPEN INPUT THEATRE-FLEET-XREF.
           IF WS-TFX-FILE-STATUS = '00' OR WS-TFX-FILE-STATUS = '97'
               MOVE 'y' TO WS-TFX-AVAILABLE
           END-IF.
      *A fresh reject file per run, as BULKLD keeps BULKREJ
           OPEN OUTPUT FEED-REJECTS.
           PERFORM OPEN-REPORT.
           PERFORM PRINT-FEED-HEADING.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEED-INPUT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE FEED-INPUT.
           CLOSE FEED-REJECTS.
           CLOSE ALLIED-SHIPS.
           CLOSE STATUS-HISTORY.
           CLOSE AUDIT-TRAIL.
           CLOSE SHIP-JOURNAL.
           IF WS-NVT-AVAILABLE = 'y'
               CLOSE NAVY-TYPE-CODES
           END-IF.
           IF WS-FRM-AVAILABLE = 'y'
               CLOSE FORMATION-MASTER
           END-IF.
           IF WS-TFX-AVAILABLE = 'y'
               CLOSE THEATRE-FLEET-XREF
           END-IF.
           IF WS-CBK-OPEN = 'y'
               MOVE 'C' TO WS-CBK-ACTION
               CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
                  WS-CBK-EVENT-DATE, WS-CBK-EVENT
           END-IF.
           PERFORM PRINT-FEED-TOTALS.
           PERFORM CLOSE-REPORT.
           PERFORM UPDATE-FEED-CONTROL.
           PERFORM RELEASE-FILE-LOCK.
           DISPLAY 'COALITION FEED ' WS-FEED-NAVY ' RUN ' WS-RUN-SEQ
              ' COMPLETE. APPLIED: ' WS-APPLIED-COUNT
              ' REJECTED: ' WS-REJECTED-COUNT
              ' CONFLICTS: ' WS-CONFLICT-COUNT.
           GOBACK.

      *Re-prompts until the sending navy is one the NVTYPE reference
      *carries, the same re-prompt shape as ADDSH's navy check
       CHECK-FEED-NAVY.
           IF WS-NVT-AVAILABLE = 'y'
               MOVE '99' TO WS-NVT-FILE-STATUS
               PERFORM UNTIL WS-NVT-FILE-STATUS = '00'
                   MOVE 'NAVY' TO NVT-KIND
                   MOVE WS-FEED-NAVY TO NVT-CODE
                   READ NAVY-TYPE-CODES RECORD KEY NVT-KEY
                   IF WS-NVT-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED NAVY CODE ' WS-FEED-NAVY
                       DISPLAY 'Enter sending navy code, 4 chars: '
                       ACCEPT WS-FEED-NAVY
                   END-IF
               END-PERFORM
           END-IF.

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

       RELEASE-FILE-LOCK.
           MOVE '**ALLSHPS***' TO LCK-UID.
           DELETE SHIP-LOCKS RECORD.
           CLOSE SHIP-LOCKS.

      *Creates the control file on the first feed from any navy; no
      *row for this navy yet means this is its first feed
       READ-FEED-CONTROL.
           OPEN I-O FEED-CONTROL.
           IF WS-CTL-FILE-STATUS NOT = '00'
              AND WS-CTL-FILE-STATUS NOT = '97'
              IF WS-CTL-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: COALCTL OPEN ERROR-CODE:'
                    WS-CTL-FILE-STATUS
                 PERFORM RELEASE-FILE-LOCK
                 GOBACK
              ELSE
                 OPEN OUTPUT FEED-CONTROL
                 CLOSE FEED-CONTROL
                 OPEN I-O FEED-CONTROL
              END-IF
           END-IF.
           MOVE WS-FEED-NAVY TO CFC-NAVY.
           READ FEED-CONTROL RECORD KEY CFC-NAVY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'y' TO WS-PREVIOUS-FEED
                   MOVE CFC-LAST-RUN-DATE TO WS-SINCE-DATE
                   MOVE CFC-LAST-RUN-TIME TO WS-SINCE-TIME
                   MOVE CFC-RUN-SEQ TO WS-RUN-SEQ
           END-READ.
           ADD 1 TO WS-RUN-SEQ.

      *Every audited change since the previous feed that this
      *program did not make itself is a local one
       COLLECT-AUDIT-CHANGES.
           OPEN INPUT AUDIT-TRAIL.
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'NOTE: AUDTRL NOT AVAILABLE, AUDITED LOCAL '
                  'CHANGES CANNOT BE COLLECTED, STATUS '
                  WS-AUD-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-TRAIL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AUD-ACTION NOT = 'CFEED '
                              AND (AUD-DATE > WS-SINCE-DATE
                                   OR (AUD-DATE = WS-SINCE-DATE
                                       AND AUD-TIME > WS-SINCE-TIME))
                               MOVE AUD-UID TO WS-NOTE-UID
                               MOVE AUD-DATE TO WS-NOTE-DATE
                               MOVE AUD-TIME TO WS-NOTE-TIME
                               MOVE AUD-OPERATOR TO WS-NOTE-BY
                               PERFORM NOTE-LOCAL-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.
           MOVE 'N' TO WS-EOF.

      *Some updaters (DECOM, EXPEND, ACTNRPT) journal but never
      *audit, so the journal is read for their changes too
       COLLECT-JOURNAL-CHANGES.
           OPEN INPUT SHIP-JOURNAL.
           IF WS-JRN-FILE-STATUS NOT = '00'
               DISPLAY 'NOTE: JRNLSHP NOT AVAILABLE, JOURNALLED LOCAL '
                  'CHANGES CANNOT BE COLLECTED, STATUS '
                  WS-JRN-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SHIP-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF JRN-PROGRAM NOT = 'COALFEED'
                              AND (JRN-DATE > WS-SINCE-DATE
                                   OR (JRN-DATE = WS-SINCE-DATE
                                       AND JRN-TIME > WS-SINCE-TIME))
                               MOVE JRN-UID TO WS-NOTE-UID
                               MOVE JRN-DATE TO WS-NOTE-DATE
                               MOVE JRN-TIME TO WS-NOTE-TIME
                               MOVE JRN-PROGRAM TO WS-NOTE-BY
                               PERFORM NOTE-LOCAL-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-JOURNAL
           END-IF.
           MOVE 'N' TO WS-EOF.

      *Keeps the latest local change per hull, so the conflict line
      *shows the change the registry most needs to look at
       NOTE-LOCAL-CHANGE.
           PERFORM FIND-LOCAL-CHANGE.
           IF WS-MATCH-IDX = 0
               IF WS-LOCAL-COUNT < 2000
                   ADD 1 TO WS-LOCAL-COUNT
                   MOVE WS-LOCAL-COUNT TO WS-MATCH-IDX
                   MOVE WS-NOTE-UID TO WS-LOC-UID(WS-MATCH-IDX)
                   MOVE LOW-VALUES TO WS-LOC-DATE(WS-MATCH-IDX)
                   MOVE LOW-VALUES TO WS-LOC-TIME(WS-MATCH-IDX)
               ELSE
                   IF WS-TABLE-OVERFLOW NOT = 'y'
                       MOVE 'y' TO WS-TABLE-OVERFLOW
                       DISPLAY '*** LOCAL-CHANGE TABLE FULL AT 2000: '
                          'CONFLICTS PAST IT CANNOT BE SEEN AND THE '
                          'FEED WINDOW WILL BE RE-COVERED NEXT TIME'
                   END-IF
               END-IF
           END-IF.
           IF WS-MATCH-IDX NOT = 0
               IF WS-NOTE-DATE > WS-LOC-DATE(WS-MATCH-IDX)
                  OR (WS-NOTE-DATE = WS-LOC-DATE(WS-MATCH-IDX)
                      AND WS-NOTE-TIME > WS-LOC-TIME(WS-MATCH-IDX))
                   MOVE WS-NOTE-DATE TO WS-LOC-DATE(WS-MATCH-IDX)
                   MOVE WS-NOTE-TIME TO WS-LOC-TIME(WS-MATCH-IDX)
                   MOVE WS-NOTE-BY TO WS-LOC-BY(WS-MATCH-IDX)
               END-IF
           END-IF.

       FIND-LOCAL-CHANGE.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LOCAL-COUNT
               IF WS-LOC-UID(WS-IDX) = WS-NOTE-UID
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

      *A batch job has no operator to re-prompt, so every check that
      *fails adds its letter to the reason codes and the line is
      *kept on the reject file instead of being applied
       APPLY-ONE-LINE.
           MOVE 'N' TO WS-SKIP-RECORD.
           MOVE SPACES TO WS-REJECT-REASONS.
           MOVE 1 TO WS-REASON-POINTER.
           MOVE SPACES TO WS-CHANGED-FIELDS.
           IF CFD-NAVY NOT = WS-FEED-NAVY
               DISPLAY 'SKIPPING ' CFD-UID ': LINE IS FROM NAVY '
                  CFD-NAVY ', NOT ' WS-FEED-NAVY
               MOVE 'Y' TO WS-SKIP-RECORD
               STRING 'V' DELIMITED BY SIZE
                  INTO WS-REJECT-REASONS
                  WITH POINTER WS-REASON-POINTER
           END-IF.
           IF WS-SKIP-RECORD NOT = 'Y'
               MOVE CFD-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'SKIPPING ' CFD-UID ': NOT ON ALLSHPS'
                   MOVE 'Y' TO WS-SKIP-RECORD
                   STRING 'U' DELIMITED BY SIZE
                      INTO WS-REJECT-REASONS
                      WITH POINTER WS-REASON-POINTER
               END-IF
           END-IF.
      *A navy reports its own hulls only; one of ours or a third
      *navy's on its file is never taken from it
           IF WS-SKIP-RECORD NOT = 'Y'
              AND SHIP-NAVY NOT = WS-FEED-NAVY
               DISPLAY 'SKIPPING ' CFD-UID ': HULL BELONGS TO NAVY '
                  SHIP-NAVY
               MOVE 'Y' TO WS-SKIP-RECORD
               STRING 'O' DELIMITED BY SIZE
                  INTO WS-REJECT-REASONS
                  WITH POINTER WS-REASON-POINTER
           END-IF.
           IF WS-SKIP-RECORD NOT = 'Y'
               PERFORM MERGE-FEED-LINE
               PERFORM VALIDATE-FEED-LINE
           END-IF.
           IF WS-SKIP-RECORD NOT = 'Y'
               PERFORM COMPARE-FIELDS
               IF WS-CHANGED-FIELDS = SPACES
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   PERFORM CHECK-HULL-FREE
               END-IF
           END-IF.
           IF WS-SKIP-RECORD = 'Y'
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-REJECT-REASONS TO CRJ-REASON-CODES
               MOVE FEED-INPUT-RECORD TO CRJ-INPUT
               WRITE FEED-REJECT-RECORD
               IF WS-REJECT-REASONS NOT = 'C'
                   STRING '  REJECTED ' CFD-UID
                      '  REASON CODES ' WS-REJECT-REASONS
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
           ELSE
               IF WS-CHANGED-FIELDS NOT = SPACES
                   PERFORM APPLY-FEED-CHANGES
               END-IF
           END-IF.

      *Fields the sending navy left blank keep our value
       MERGE-FEED-LINE.
           MOVE SHIP-STATUS TO WS-NEW-STATUS.
           MOVE SHIP-THEATRE TO WS-NEW-THEATRE.
           MOVE SHIP-FLEET TO WS-NEW-FLEET.
           MOVE SHIP-FORMATION TO WS-NEW-FORMATION.
           IF CFD-STATUS NOT = SPACES
               MOVE CFD-STATUS TO WS-NEW-STATUS
           END-IF.
           IF CFD-THEATRE NOT = SPACES
               MOVE CFD-THEATRE TO WS-NEW-THEATRE
           END-IF.
           IF CFD-FLEET NOT = SPACES
               MOVE CFD-FLEET TO WS-NEW-FLEET
           END-IF.
           IF CFD-FORMATION NOT = SPACES
               MOVE CFD-FORMATION TO WS-NEW-FORMATION
           END-IF.

      *The same status list and FRMNMST/THFLMST checks ADDSH makes
      *at the keyboard; a fleet THFLMST does not carry is a warning
      *there and is a warning here
       VALIDATE-FEED-LINE.
           EVALUATE WS-NEW-STATUS
               WHEN 'Operational'
               WHEN 'Repairing'
               WHEN 'Refitting'
               WHEN 'Resupplying'
               WHEN 'Reserve'
               WHEN 'Sunk'
               WHEN 'Scrapped'
               WHEN 'Missing'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SKIPPING ' CFD-UID ': INVALID STATUS '
                      WS-NEW-STATUS
                   MOVE 'Y' TO WS-SKIP-RECORD
                   STRING 'S' DELIMITED BY SIZE
                      INTO WS-REJECT-REASONS
                      WITH POINTER WS-REASON-POINTER
           END-EVALUATE.
           IF WS-FRM-AVAILABLE = 'y' AND WS-NEW-FORMATION NOT = SPACES
              AND WS-NEW-FORMATION NOT = SHIP-FORMATION
               MOVE WS-NEW-FORMATION TO FRM-NAME
               READ FORMATION-MASTER RECORD KEY FRM-NAME
               IF WS-FRM-FILE-STATUS NOT = '00'
                   DISPLAY 'SKIPPING ' CFD-UID ': UNRECOGNIZED '
                      'FORMATION ' WS-NEW-FORMATION
                   MOVE 'Y' TO WS-SKIP-RECORD
                   STRING 'F' DELIMITED BY SIZE
                      INTO WS-REJECT-REASONS
                      WITH POINTER WS-REASON-POINTER
               END-IF
           END-IF.
           IF WS-TFX-AVAILABLE = 'y'
              AND (WS-NEW-FLEET NOT = SHIP-FLEET
                   OR WS-NEW-THEATRE NOT = SHIP-THEATRE)
               MOVE WS-NEW-FLEET TO TFX-FLEET
               READ THEATRE-FLEET-XREF RECORD KEY TFX-FLEET
               IF WS-TFX-FILE-STATUS NOT = '00'
                   DISPLAY 'WARNING: FLEET NOT REGISTERED IN '
                      'THEATRE-FLEET-XREF, SKIPPING THEATRE/FLEET '
                      'CONSISTENCY CHECK ' WS-NEW-FLEET
               ELSE
                   IF WS-NEW-THEATRE NOT = TFX-THEATRE
                       DISPLAY 'SKIPPING ' CFD-UID ': THEATRE/FLEET '
                          'MISMATCH, ' WS-NEW-FLEET
                          ' BELONGS TO THEATRE ' TFX-THEATRE
                       MOVE 'Y' TO WS-SKIP-RECORD
                       STRING 'T' DELIMITED BY SIZE
                          INTO WS-REJECT-REASONS
                          WITH POINTER WS-REASON-POINTER
                   END-IF
               END-IF
           END-IF.

      *Only a line that would actually change the hull needs the
      *hull free: not held by an operator, and not changed here
      *since the previous feed
       CHECK-HULL-FREE.
           MOVE UID TO LCK-UID.
           READ SHIP-LOCKS RECORD KEY LCK-UID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY 'SKIPPING ' UID ': IN USE BY OPERATOR '
                  LCK-OPERATOR
               MOVE 'Y' TO WS-SKIP-RECORD
               STRING 'L' DELIMITED BY SIZE
                  INTO WS-REJECT-REASONS
                  WITH POINTER WS-REASON-POINTER
           END-READ.
           MOVE UID TO WS-NOTE-UID.
           PERFORM FIND-LOCAL-CHANGE.
           IF WS-MATCH-IDX NOT = 0
               DISPLAY 'CONFLICT ' UID ': CHANGED LOCALLY SINCE THE '
                  'PREVIOUS FEED BY ' WS-LOC-BY(WS-MATCH-IDX)
               MOVE 'Y' TO WS-SKIP-RECORD
               STRING 'C' DELIMITED BY SIZE
                  INTO WS-REJECT-REASONS
                  WITH POINTER WS-REASON-POINTER
               ADD 1 TO WS-CONFLICT-COUNT
               PERFORM PRINT-CONFLICT
           END-IF.

      *Our value against theirs for every field the feed would have
      *changed, so the registry can decide which one stands
       PRINT-CONFLICT.
           STRING '  CONFLICT ' UID ' ' SHIP-NAME
              ' CHANGED LOCALLY ' WS-LOC-DATE(WS-MATCH-IDX) ' '
              WS-LOC-TIME(WS-MATCH-IDX) ' BY '
              WS-LOC-BY(WS-MATCH-IDX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-NEW-STATUS NOT = SHIP-STATUS
               STRING '      STATUS     OURS ' SHIP-STATUS
                  '  FEED ' WS-NEW-STATUS
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WS-NEW-THEATRE NOT = SHIP-THEATRE
               STRING '      THEATRE    OURS ' SHIP-THEATRE
                  '  FEED ' WS-NEW-THEATRE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WS-NEW-FLEET NOT = SHIP-FLEET
               STRING '      FLEET      OURS ' SHIP-FLEET
                  '  FEED ' WS-NEW-FLEET
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WS-NEW-FORMATION NOT = SHIP-FORMATION
               STRING '      FORMATION  OURS ' SHIP-FORMATION
                  '  FEED ' WS-NEW-FORMATION
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Same field-by-field token list ADDSH and BULKLD write to the
      *audit trail, over the four fields a feed can carry
       COMPARE-FIELDS.
           MOVE SPACES TO WS-CHANGED-FIELDS.
           MOVE 1 TO WS-CF-POINTER.
           IF WS-NEW-STATUS NOT = SHIP-STATUS
               STRING 'STATUS ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-CF-POINTER
           END-IF.
           IF WS-NEW-THEATRE NOT = SHIP-THEATRE
               STRING 'THEATRE ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-CF-POINTER
           END-IF.
           IF WS-NEW-FLEET NOT = SHIP-FLEET
               STRING 'FLEET ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-CF-POINTER
           END-IF.
           IF WS-NEW-FORMATION NOT = SHIP-FORMATION
               STRING 'FORMATION ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-CF-POINTER
           END-IF.

       APPLY-FEED-CHANGES.
           MOVE SHIP-STATUS TO WS-PRIOR-STATUS.
           MOVE SHIP-RECORD TO WS-JRN-BEFORE-IMAGE.
           MOVE WS-NEW-STATUS TO SHIP-STATUS.
           MOVE WS-NEW-THEATRE TO SHIP-THEATRE.
           MOVE WS-NEW-FLEET TO SHIP-FLEET.
           MOVE WS-NEW-FORMATION TO SHIP-FORMATION.
           MOVE 1 TO SHIP-FORMAT-VERSION.
           REWRITE SHIP-RECORD.
           IF WS-FILE-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
               IF SHIP-STATUS NOT = WS-PRIOR-STATUS
                   PERFORM LOG-STATUS-CHANGE
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
               STRING '  APPLIED  ' UID ' ' SHIP-NAME ' '
                  WS-CHANGED-FIELDS
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               IF SHIP-STATUS NOT = WS-PRIOR-STATUS
                  AND (SHIP-STATUS = 'Sunk' OR SHIP-STATUS = 'Missing')
                   PERFORM REPORT-CONFIDENTIAL-BOOKS
               END-IF
           ELSE
               DISPLAY '  ERROR: REWRITE FAILED FOR ' UID
                  ' STATUS ' WS-FILE-STATUS
           END-IF.

      *The compromise report is opened on the first hull lost in the
      *feed and closed once at the end of the run
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

       LOG-STATUS-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO HIST-UID.
           MOVE WS-PRIOR-STATUS TO HIST-OLD-STATUS.
           MOVE SHIP-STATUS TO HIST-NEW-STATUS.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO HIST-CHANGE-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO HIST-CHANGE-TIME.
           MOVE WS-CORR-ID TO HIST-CORR-ID
           WRITE STATUS-HIST-RECORD.

      *Same before/after-image journaling as ADDSH's
      *WRITE-JOURNAL-RECORD, for JRNRECOV single-record recovery
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'COALFEED' TO JRN-PROGRAM.
           MOVE 'UPDATE' TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SHIP-RECORD TO JRN-AFTER-IMAGE.
           MOVE WS-CORR-ID TO JRN-CORR-ID
           WRITE SHIP-JOURNAL-RECORD.

      *CFEED rather than UPDATE marks the change as the allied
      *navy's own, so the next feed does not count it as local
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO AUD-UID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'CFEED ' TO AUD-ACTION.
           MOVE WS-CHANGED-FIELDS TO AUD-FIELDS-CHANGED.
           MOVE WS-CORR-ID TO AUD-CORR-ID
           WRITE AUDIT-TRAIL-RECORD.

      *The window only moves on once every local change in it could
      *be seen; after an overflow the next feed re-covers it
       UPDATE-FEED-CONTROL.
           IF WS-TABLE-OVERFLOW = 'y'
               DISPLAY '*** COALCTL WATERMARK NOT ADVANCED'
           ELSE
               MOVE WS-FEED-NAVY TO CFC-NAVY
               MOVE WS-RUN-DATE TO CFC-LAST-RUN-DATE
               MOVE WS-RUN-TIME TO CFC-LAST-RUN-TIME
               MOVE WS-RUN-SEQ TO CFC-RUN-SEQ
               WRITE FEED-CONTROL-RECORD
               INVALID KEY
                   REWRITE FEED-CONTROL-RECORD
               END-WRITE
               IF WS-CTL-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: COALCTL UPDATE FAILED WITH STATUS'
                      WS-CTL-FILE-STATUS
               END-IF
           END-IF.
           CLOSE FEED-CONTROL.

       PRINT-FEED-HEADING.
           STRING 'SENDING NAVY ' WS-FEED-NAVY '  FEED RUN ' WS-RUN-SEQ
              '  TAKEN ' WS-RUN-DATE ' ' WS-RUN-TIME
              '  OPERATOR ' WS-OPERATOR-ID
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-PREVIOUS-FEED = 'y'
               STRING 'LOCAL CHANGES SINCE PREVIOUS FEED OF '
                  WS-SINCE-DATE ' ' WS-SINCE-TIME ' ARE CONFLICTS'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE 'FIRST FEED FROM THIS NAVY, NO CONFLICT CHECK'
                  TO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-FEED-TOTALS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'LINES READ ' WS-READ-COUNT
              '  APPLIED ' WS-APPLIED-COUNT
              '  UNCHANGED ' WS-UNCHANGED-COUNT
              '  REJECTED ' WS-REJECTED-COUNT
              '  OF WHICH CONFLICTS ' WS-CONFLICT-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-TABLE-OVERFLOW = 'y'
               MOVE 'LOCAL-CHANGE TABLE FULL: CONFLICT CHECK INCOMPLETE'
                  TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'COALITION SHIP-STATUS FEED' TO WS-RPT-LINE.
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

      *Mints the run-scoped correlation identifier every log row
      *this run writes is stamped with; see GETCORR
       MINT-CORRELATION-ID.
           MOVE 'COALFEED' TO WS-CORR-PROGRAM.
           CALL 'GETCORR' USING WS-CORR-PROGRAM, WS-CORR-ID.
