      *retyping the UID -- and hands off to ADDSH, DECOM, and RENUMBR
      *for the heavyweight flows, which keep their own confirmations.
      *Status changes made here post STHIST, AUDTRL, the JRNLSHP
      *journal, and the SHIPLOCK enqueue exactly as ADDSH does, and
      *a change to Sunk or Missing lists the hull's confidential
      *books on the CBKCOMP compromise report. While NIGHTRUN has
      *ALLSHPS quiesced for the batch window (CHKQSC) a status change
      *is queued through DEFQPUT instead, the same row the CICS update
      *SHPUPD queues, and DEFAPPLY makes it when the window closes. A
      *query saved through QRYMST runs from here by name through
      *QRYEXEC.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Deferred-update plumbing; see CHKQSC and DEFQPUT
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-DFQ-PROGRAM PIC X(8) VALUE 'CONSOLE'.
       01 WS-DFQ-CORR-ID PIC X(12) VALUE SPACES.
      *Laid out as DEFQREC's online change: the status alone, the
      *theatre, fleet and formation left blank
       01 WS-DFQ-PAYLOAD.
           05 WS-DFQ-NEW-STATUS PIC X(11).
           05 FILLER PIC X(484).
       01 WS-DFQ-RESULT PIC X(1).
       01 WS-CHOICE PIC X(1).
       01 WS-RUNNING PIC X VALUE 'y'.
      *The ship context carried between console functions
       01 WS-NEW-STATUS PIC X(11).
       01 WS-VALID-STATUS PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
      *Confidential-books compromise plumbing; see CBKCOMP
       01 WS-CBK-ACTION PIC X(1).
       01 WS-CBK-UID PIC X(12).
       01 WS-CBK-EVENT-DATE PIC X(8).
       01 WS-CBK-EVENT PIC X(10).
      *Saved-query plumbing; see QRYEXEC
       01 WS-QRY-NAME PIC X(20).
       01 WS-QRY-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
                   WHEN 'R'
                   WHEN 'r'
                       CALL 'RENUMBR'
                   WHEN 'Q'
                   WHEN 'q'
                       PERFORM RUN-SAVED-QUERY
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'n' TO WS-RUNNING
           DISPLAY '  A - add/update a ship (ADDSH)'.
           DISPLAY '  D - decommission (DECOM)'.
           DISPLAY '  R - renumber (RENUMBR)'.
           DISPLAY '  Q - run a saved query by name (QRYEXEC)'.
           DISPLAY '  X - exit'.
           DISPLAY 'Choice: '.

               CLOSE ALLIED-SHIPS
           END-IF.

       RUN-SAVED-QUERY.
           DISPLAY 'Enter saved query name, 20 chars: '.
           ACCEPT WS-QRY-NAME.
           CALL 'QRYEXEC' USING WS-QRY-NAME, WS-QRY-RESULT.
           IF WS-QRY-RESULT NOT = 'Y'
               DISPLAY 'QUERY ' WS-QRY-NAME ' NOT RUN'
           END-IF.

       SHOW-CURRENT-SHIP.
           IF WS-CURRENT-UID = SPACES
               DISPLAY 'NO CURRENT SHIP; USE F TO FIND ONE FIRST'
               DISPLAY 'NO CURRENT SHIP; USE F TO FIND ONE FIRST'
           ELSE
               PERFORM ASK-NEW-STATUS
               CALL 'CHKQSC' USING WS-QSC-RESULT, WS-QSC-SET-DATE,
                  WS-QSC-SET-TIME
               IF WS-QSC-RESULT = 'Y'
                   PERFORM QUEUE-STATUS-CHANGE
               ELSE
                   PERFORM LOCK-AND-CHANGE-STATUS
               END-IF
           END-IF.

       LOCK-AND-CHANGE-STATUS.
           PERFORM OPEN-LOCK-FILE.
           MOVE WS-CURRENT-UID TO LCK-UID.
           PERFORM ACQUIRE-RECORD-LOCK.
           IF WS-LOCK-HELD NOT = 'y'
               DISPLAY 'STATUS CHANGE ABANDONED'
           ELSE
               PERFORM APPLY-STATUS-CHANGE
               MOVE WS-CURRENT-UID TO LCK-UID
               PERFORM RELEASE-RECORD-LOCK
           END-IF.
           CLOSE SHIP-LOCKS.

      *ALLSHPS is being unloaded: the change waits on the deferred-
      *update queue, and its history, audit, journal and any
      *compromise report are written when DEFAPPLY makes it
       QUEUE-STATUS-CHANGE.
           MOVE SPACES TO WS-DFQ-PAYLOAD.
           MOVE WS-NEW-STATUS TO WS-DFQ-NEW-STATUS.
           CALL 'DEFQPUT' USING WS-DFQ-PROGRAM, WS-OPERATOR-ID,
              WS-CURRENT-UID, WS-DFQ-CORR-ID, WS-DFQ-PAYLOAD,
              WS-DFQ-RESULT.
           IF WS-DFQ-RESULT = 'Y'
               DISPLAY 'ALLSHPS QUIESCED FOR THE BATCH WINDOW SINCE '
                  WS-QSC-SET-DATE ' ' WS-QSC-SET-TIME(1:6)
               DISPLAY 'STATUS CHANGE QUEUED, IT WILL BE MADE WHEN '
                  'THE WINDOW CLOSES'
           ELSE
               DISPLAY 'ERROR: STATUS CHANGE COULD NOT BE QUEUED, '
                  'STATUS NOT CHANGED'
           END-IF.

       ASK-NEW-STATUS.
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
                   PERFORM LOG-STATUS-CHANGE
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   IF WS-PRIOR-STATUS NOT = WS-NEW-STATUS
                      AND (WS-NEW-STATUS = 'Sunk'
                           OR WS-NEW-STATUS = 'Missing')
                       PERFORM REPORT-CONFIDENTIAL-BOOKS
                   END-IF
               ELSE
                   DISPLAY 'ERROR: REWRITE FAILED, STATUS '
                      WS-FILE-STATUS
           END-READ.
           CLOSE ALLIED-SHIPS.

      *Lists the hull's confidential books not certified destroyed
      *on the CBKCOMP compromise report, one hull in its own report
       REPORT-CONFIDENTIAL-BOOKS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-UID TO WS-CBK-UID.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CBK-EVENT-DATE.
           IF WS-NEW-STATUS = 'Sunk'
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

       LOG-STATUS-CHANGE.
           OPEN EXTEND STATUS-HISTORY.
           IF WS-HIST-FILE-STATUS NOT = '00'
           MOVE WS-CURRENT-UID TO HIST-UID.
           MOVE WS-PRIOR-STATUS TO HIST-OLD-STATUS.
           MOVE WS-NEW-STATUS TO HIST-NEW-STATUS.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO HIST-CHANGE-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO HIST-CHANGE-TIME.
           MOVE SPACES TO HIST-CORR-ID
           WRITE STATUS-HIST-RECORD.
           CLOSE STATUS-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-UID TO AUD-UID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'UPDATE' TO AUD-ACTION.
           MOVE 'STATUS' TO AUD-FIELDS-CHANGED.
           MOVE SPACES TO AUD-CORR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'CONSOLE' TO JRN-PROGRAM.
           MOVE 'UPDATE' TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
