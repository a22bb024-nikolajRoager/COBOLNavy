       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Operator data-scope plumbing; see CHKOPER's SCOPE function
       01 WS-SCOPE-RESULT PIC X(1).
       01 WS-SCOPE-REQUEST.
           05 WS-SCOPE-UID PIC X(12).
           05 WS-SCOPE-NAVY PIC X(4).
           05 WS-SCOPE-THEATRE PIC X(20).
       01 WS-IS-UPDATE PIC X VALUE 'N'.
       01 WS-CHANGED-FIELDS PIC X(250) VALUE SPACES.
       01 WS-CF-POINTER PIC 9(4) VALUE 1.
       01 WS-VALID-STATUS PIC X VALUE 'n'.
       01 WS-ENTRY-CONFIRMED PIC X VALUE 'n'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-UID-CALCULATION.
            05 WS-4-DIGIT PIC 9999 VALUE 0000.
            05 TYPE-STR-LEN PIC 9 VALUE 2.
      *Run-scoped correlation identifier plumbing; see GETCORR
       01 WS-CORR-PROGRAM PIC X(8).
       01 WS-CORR-ID PIC X(12).
      *Deferred-update plumbing; see CHKQSC and DEFQPUT
       01 WS-QSC-RESULT PIC X(1) VALUE 'N'.
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-DFQ-PROGRAM PIC X(8) VALUE 'ADDSH'.
       01 WS-DFQ-PAYLOAD PIC X(495).
       01 WS-DFQ-RESULT PIC X(1).
      *Confidential-books compromise plumbing; see CBKCOMP
       01 WS-CBK-ACTION PIC X(1).
       01 WS-CBK-UID PIC X(12).
       01 WS-CBK-EVENT-DATE PIC X(8).
       01 WS-CBK-EVENT PIC X(10).
      *------------------
       PROCEDURE DIVISION.
      *------------------
               PERFORM LOAD-SHIP
               PERFORM PREVIEW-AND-CONFIRM
           END-PERFORM.
           PERFORM CHECK-HULL-SCOPE.
           IF WS-SCOPE-RESULT NOT = 'N'
               CALL 'CHKQSC' USING WS-QSC-RESULT, WS-QSC-SET-DATE,
                  WS-QSC-SET-TIME
           END-IF.
           IF WS-SCOPE-RESULT = 'N'
               DISPLAY 'UPDATE REFUSED, RECORD NOT CHANGED'
           ELSE
      *NIGHTRUN is unloading ALLSHPS: the confirmed entry waits on
      *the deferred-update queue for DEFAPPLY instead
             IF WS-QSC-RESULT = 'Y'
               PERFORM QUEUE-SHIP-ENTRY
             ELSE
      *Hold the record before touching it; a second operator already
      *editing this hull means this update must not go through
               MOVE WS-UID TO LCK-UID
               PERFORM ACQUIRE-RECORD-LOCK
               IF WS-LOCK-HELD NOT = 'y'
                   DISPLAY 'UPDATE ABANDONED, RECORD NOT CHANGED'
               ELSE
                   PERFORM WRITE-CONFIRMED-SHIP
                   PERFORM RELEASE-RECORD-LOCK
               END-IF
             END-IF
           END-IF.

      *The entry as confirmed goes on the queue whole; the status
      *history, audit, journal, mirror, lineage, and compromise
      *report all follow when DEFAPPLY writes it
       QUEUE-SHIP-ENTRY.
           MOVE WS-SHIP TO WS-DFQ-PAYLOAD.
           CALL 'DEFQPUT' USING WS-DFQ-PROGRAM, WS-OPERATOR-ID,
              WS-UID, WS-CORR-ID, WS-DFQ-PAYLOAD, WS-DFQ-RESULT.
           IF WS-DFQ-RESULT = 'Y'
               DISPLAY 'ALLSHPS QUIESCED FOR THE BATCH WINDOW SINCE '
                  WS-QSC-SET-DATE ' ' WS-QSC-SET-TIME(1:6)
               DISPLAY 'UPDATE QUEUED, IT WILL BE APPLIED WHEN THE '
                  'WINDOW CLOSES'
           ELSE
               DISPLAY 'ERROR: UPDATE COULD NOT BE QUEUED, RECORD '
                  'NOT CHANGED'
           END-IF.

      *The operator must hold the hull as she stands on file (an
      *RN clerk may not touch an RCN hull) and as she will stand
      *after the update (nor move one into a theatre not theirs)
       CHECK-HULL-SCOPE.
           MOVE 'Y' TO WS-SCOPE-RESULT.
           MOVE WS-UID TO WS-SCOPE-UID.
           MOVE WS-UID TO UID.
           READ ALLIED-SHIPS RECORD KEY UID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SHIP-NAVY TO WS-SCOPE-NAVY
               MOVE SHIP-THEATRE TO WS-SCOPE-THEATRE
               PERFORM ASK-HULL-SCOPE
           END-READ.
           IF WS-SCOPE-RESULT NOT = 'N'
               MOVE WS-NAVY TO WS-SCOPE-NAVY
               MOVE WS-THEATRE TO WS-SCOPE-THEATRE
               PERFORM ASK-HULL-SCOPE
           END-IF.

       WRITE-CONFIRMED-SHIP.
               IF WS-IS-UPDATE NOT = 'Y'
                   PERFORM REGISTER-NAME-LINEAGE
               END-IF
      *A hull updated to Sunk or Missing takes her confidential books
      *with her; the signals security officer gets the list
               IF WS-IS-UPDATE = 'Y'
                  AND WS-PRIOR-STATUS NOT = WS-STATUS
                  AND (WS-STATUS = 'Sunk' OR WS-STATUS = 'Missing')
                   PERFORM REPORT-CONFIDENTIAL-BOOKS
               END-IF
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *Lists the hull's confidential books not certified destroyed
      *on the CBKCOMP compromise report, one hull in its own report
       REPORT-CONFIDENTIAL-BOOKS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-UID TO WS-CBK-UID.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CBK-EVENT-DATE.
           IF WS-STATUS = 'Sunk'
               MOVE 'SUNK' TO WS-CBK-EVENT
           ELSE
               MOVE 'MISSING' TO WS-CBK-EVENT
           END-IF.
           MOVE 'O' TO WS-CBK-ACTION.
           CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
              WS-CBK-EVENT-DATE, WS-CBK-EVENT.
           MOVE 'H' TO WS-CBK-ACTION.
           CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
              WS-CBK-EVENT-DATE, WS-CBK-EVENT.
           MOVE 'C' TO WS-CBK-ACTION.
           CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
              WS-CBK-EVENT-DATE, WS-CBK-EVENT.

      *Creates the lock file the first time any updater runs; the
      *same 35-means-not-created-yet idiom as the masters
       OPEN-LOCK-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-UID TO AUD-UID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           IF WS-IS-UPDATE = 'Y'
               MOVE 'UPDATE' TO AUD-ACTION
               MOVE WS-CHANGED-FIELDS TO AUD-FIELDS-CHANGED
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'ADDSH' TO JRN-PROGRAM.
           IF WS-IS-UPDATE = 'Y'
               MOVE 'UPDATE' TO JRN-ACTION
               MOVE WS-UID TO HIST-UID
               MOVE WS-PRIOR-STATUS TO HIST-OLD-STATUS
               MOVE WS-STATUS TO HIST-NEW-STATUS
               CALL 'GETGMT' USING WS-GMT-TIMESTAMP
               MOVE WS-GMT-TIMESTAMP(1:8) TO HIST-CHANGE-DATE
               MOVE WS-GMT-TIMESTAMP(9:8) TO HIST-CHANGE-TIME
               MOVE WS-CORR-ID TO HIST-CORR-ID
               WRITE STATUS-HIST-RECORD
           END-IF.
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
                  'REGISTER'
           END-IF.
           CLOSE NAME-LINEAGE.

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
