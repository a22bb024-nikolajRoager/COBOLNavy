      *matching an operator-entered SHIP-FLEET or SHIP-FORMATION value
      *in one pass, for fleet-wide events (a whole fleet ordered to
      *Resupplying, a formation stood down to Repairing) that would
      *otherwise mean running ADDSH once per hull. Hulls swept to
      *Sunk or Missing have their confidential books listed on one
      *CBKCOMP compromise report for the whole run. While NIGHTRUN
      *has ALLSHPS quiesced for the batch window (CHKQSC) the sweep
      *is queued whole on DEFRUPD instead, and DEFAPPLY runs it with
      *these same criteria when the window closes.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Operator data-scope plumbing; see CHKOPER's SCOPE function
       01 WS-SCOPE-RESULT PIC X(1).
       01 WS-SCOPE-REQUEST.
           05 WS-SCOPE-UID PIC X(12).
           05 WS-SCOPE-NAVY PIC X(4).
           05 WS-SCOPE-THEATRE PIC X(20).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FILTER-KIND PIC X.
       01 WS-FILTER-VALUE PIC X(25).
       01 WS-VALID-STATUS PIC X VALUE 'n'.
       01 WS-PRIOR-STATUS PIC X(11).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-MATCH-COUNT PIC 9(6) VALUE 0.
      *Run-scoped correlation identifier plumbing; see GETCORR
       01 WS-CORR-PROGRAM PIC X(8).
       01 WS-CORR-ID PIC X(12).
      *Confidential-books compromise plumbing; see CBKCOMP
       01 WS-CBK-ACTION PIC X(1).
       01 WS-CBK-UID PIC X(12).
       01 WS-CBK-EVENT-DATE PIC X(8).
       01 WS-CBK-EVENT PIC X(10).
       01 WS-CBK-OPEN PIC X VALUE 'n'.
      *Deferred-update plumbing; see CHKQSC and DEFQPUT
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-DFQ-PROGRAM PIC X(8) VALUE 'BULKSTAT'.
       01 WS-DFQ-UID PIC X(12) VALUE SPACES.
       01 WS-DFQ-PAYLOAD PIC X(495).
       01 WS-DFQ-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
               END-READ
           END-WRITE.
           PERFORM LOAD-CRITERIA.
           CALL 'CHKQSC' USING WS-QSC-RESULT, WS-QSC-SET-DATE,
              WS-QSC-SET-TIME.
           IF WS-QSC-RESULT = 'Y'
               PERFORM QUEUE-SWEEP
               MOVE '**ALLSHPS***' TO LCK-UID
               DELETE SHIP-LOCKS RECORD
               CLOSE SHIP-LOCKS
               GOBACK
           END-IF.
           OPEN I-O ALLIED-SHIPS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
           CLOSE STATUS-HISTORY.
           CLOSE AUDIT-TRAIL.
           CLOSE SHIP-JOURNAL.
           IF WS-CBK-OPEN = 'y'
               MOVE 'C' TO WS-CBK-ACTION
               CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
                  WS-CBK-EVENT-DATE, WS-CBK-EVENT
           END-IF.
           MOVE '**ALLSHPS***' TO LCK-UID.
           DELETE SHIP-LOCKS RECORD.
           CLOSE SHIP-LOCKS.
           DISPLAY '    Repairing'.
           DISPLAY '    Refitting'.
           DISPLAY '    Resupplying'.
           DISPLAY '    Reserve'.
           DISPLAY '    Sunk'.
           DISPLAY '    Scrapped'.
           DISPLAY '    Missing'.
                   WHEN 'Repairing'
                   WHEN 'Refitting'
                   WHEN 'Resupplying'
                   WHEN 'Reserve'
                   WHEN 'Sunk'
                   WHEN 'Scrapped'
                   WHEN 'Missing'
               END-EVALUATE
           END-PERFORM.

      *ALLSHPS is being unloaded: the criteria wait on the deferred-
      *update queue, and the sweep runs when DEFAPPLY reaches them
       QUEUE-SWEEP.
           MOVE SPACES TO WS-DFQ-PAYLOAD.
           MOVE WS-FILTER-KIND TO WS-DFQ-PAYLOAD(1:1).
           MOVE WS-FILTER-VALUE TO WS-DFQ-PAYLOAD(2:25).
           MOVE WS-NEW-STATUS TO WS-DFQ-PAYLOAD(27:11).
           CALL 'DEFQPUT' USING WS-DFQ-PROGRAM, WS-OPERATOR-ID,
              WS-DFQ-UID, WS-CORR-ID, WS-DFQ-PAYLOAD, WS-DFQ-RESULT.
           IF WS-DFQ-RESULT = 'Y'
               DISPLAY 'ALLSHPS QUIESCED FOR THE BATCH WINDOW SINCE '
                  WS-QSC-SET-DATE ' ' WS-QSC-SET-TIME(1:6)
               DISPLAY 'SWEEP QUEUED, IT WILL RUN WHEN THE WINDOW '
                  'CLOSES'
           ELSE
               DISPLAY 'ERROR: SWEEP COULD NOT BE QUEUED, NO RECORD '
                  'CHANGED'
           END-IF.

       CHECK-AND-UPDATE-ONE.
           IF (WS-FILTER-KIND = 'F' AND SHIP-FLEET = WS-FILTER-VALUE)
              OR (WS-FILTER-KIND = 'M'
                  AND SHIP-FORMATION = WS-FILTER-VALUE)
      *A hull outside the operator's data scope is skipped, and the
      *refusal logged, without stopping the sweep
               MOVE UID TO WS-SCOPE-UID
               MOVE SHIP-NAVY TO WS-SCOPE-NAVY
               MOVE SHIP-THEATRE TO WS-SCOPE-THEATRE
               PERFORM ASK-HULL-SCOPE
               IF WS-SCOPE-RESULT = 'N'
                   DISPLAY '  SKIPPING ' UID ': OUTSIDE OPERATOR SCOPE'
               END-IF
      *A hull held by an interactive operator is skipped, not
      *silently overwritten under them
               MOVE UID TO LCK-UID
                      LCK-OPERATOR
               END-READ
               IF WS-LCK-FILE-STATUS NOT = '00'
                  AND WS-SCOPE-RESULT NOT = 'N'
                  AND SHIP-STATUS NOT = WS-NEW-STATUS
                   MOVE SHIP-STATUS TO WS-PRIOR-STATUS
                   MOVE SHIP-RECORD TO WS-JRN-BEFORE-IMAGE
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
           END-IF.

      *The compromise report is opened on the first hull lost in the
      *run and closed once at the end of the sweep
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

       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'BULKSTAT' TO JRN-PROGRAM.
           MOVE 'UPDATE' TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO AUD-UID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'UPDATE' TO AUD-ACTION.
           MOVE 'STATUS' TO AUD-FIELDS-CHANGED.
           MOVE WS-CORR-ID TO AUD-CORR-ID
       MINT-CORRELATION-ID.
           MOVE 'BULKSTAT' TO WS-CORR-PROGRAM.
           CALL 'GETCORR' USING WS-CORR-PROGRAM, WS-CORR-ID.

      *Asks CHKOPER whether the operator's data scope covers the
      *hull in WS-SCOPE-REQUEST; a refusal is logged on SIGNLOG
       ASK-HULL-SCOPE.
           MOVE 'SCOPE' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OPERATOR-ID,
              WS-SCOPE-RESULT, WS-SCOPE-REQUEST.
           IF WS-SCOPE-RESULT = 'N'
               DISPLAY 'HULL ' WS-SCOPE-UID ' (' WS-SCOPE-NAVY ' '
                  WS-SCOPE-THEATRE ') IS OUTSIDE THE DATA SCOPE OF '
                  'OPERATOR ' WS-OPERATOR-ID
           END-IF.
