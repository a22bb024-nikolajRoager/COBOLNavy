      *just today's snapshot count sitting on SHIP-TORPEDOES and
      *SHIP-DEPTH-CHARGES. It logs the entry to EXPENDITURE the same
      *append-only way ENGAGE/REPLEN log their entries, and then
      *adjusts the live ALLSHPS counts for the ship to match. While
      *NIGHTRUN has ALLSHPS quiesced for the batch window (CHKQSC)
      *the entry is queued on DEFRUPD instead, and DEFAPPLY adjusts
      *the counts and logs it when the window closes.
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
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-GMT-TIMESTAMP PIC X(20).
      *Deferred-update plumbing; see CHKQSC and DEFQPUT
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-DFQ-PROGRAM PIC X(8) VALUE 'EXPEND'.
       01 WS-DFQ-CORR-ID PIC X(12) VALUE SPACES.
       01 WS-DFQ-PAYLOAD PIC X(495).
       01 WS-DFQ-RESULT PIC X(1).
       01 WS-EXPENDITURE.
           05 WS-UID PIC X(12).
           05 WS-DATE PIC X(8).
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR.
           PERFORM OPEN-LOCK-FILE.
           PERFORM LOAD-EXPENDITURE.
           CALL 'CHKQSC' USING WS-QSC-RESULT, WS-QSC-SET-DATE,
              WS-QSC-SET-TIME.
           IF WS-QSC-RESULT = 'Y'
               PERFORM QUEUE-EXPENDITURE
               CLOSE EXPENDITURE
               CLOSE ALLIED-SHIPS
               CLOSE SHIP-JOURNAL
               CLOSE SHIP-LOCKS
               GOBACK
           END-IF.
           MOVE WS-UID TO LCK-UID.
           PERFORM ACQUIRE-RECORD-LOCK.
           IF WS-LOCK-HELD NOT = 'y'
       LOAD-EXPENDITURE.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter date, CCYYMMDD: '.
           ACCEPT WS-DATE.
           MOVE WS-DATE TO WS-CHK-DATE.
           DISPLAY 'Enter engagement reference, 30 chars: '.
           ACCEPT WS-ENGAGEMENT-REF.

      *Only a hull on file and inside the operator's data scope is
      *taken; anything else is re-prompted for
       CHECK-SHIP-UID.
           MOVE 'N' TO WS-SCOPE-RESULT.
           PERFORM UNTIL WS-SCOPE-RESULT NOT = 'N'
               MOVE WS-UID TO UID
               READ ALLIED-SHIPS
               INVALID KEY
                   DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
               NOT INVALID KEY
                   MOVE UID TO WS-SCOPE-UID
                   MOVE SHIP-NAVY TO WS-SCOPE-NAVY
                   MOVE SHIP-THEATRE TO WS-SCOPE-THEATRE
                   PERFORM ASK-HULL-SCOPE
               END-READ
               IF WS-SCOPE-RESULT = 'N'
                   DISPLAY 'Enter ship UID, 12 chars: '
                   ACCEPT WS-UID
               END-IF
           END-PERFORM.

       APPLY-EXPENDITURE.
           MOVE SHIP-RECORD TO WS-JRN-BEFORE-IMAGE.
           IF WS-TRANSACTION-TYPE = 'E' OR WS-TRANSACTION-TYPE = 'e'
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'EXPEND' TO JRN-PROGRAM.
           MOVE 'UPDATE' TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SPACES TO JRN-CORR-ID
           WRITE SHIP-JOURNAL-RECORD.

      *ALLSHPS is being unloaded: the entry waits on the deferred-
      *update queue, and is logged when DEFAPPLY applies it
       QUEUE-EXPENDITURE.
           MOVE WS-EXPENDITURE TO WS-DFQ-PAYLOAD.
           CALL 'DEFQPUT' USING WS-DFQ-PROGRAM, WS-OPERATOR-ID,
              WS-UID, WS-DFQ-CORR-ID, WS-DFQ-PAYLOAD, WS-DFQ-RESULT.
           IF WS-DFQ-RESULT = 'Y'
               DISPLAY 'ALLSHPS QUIESCED FOR THE BATCH WINDOW SINCE '
                  WS-QSC-SET-DATE ' ' WS-QSC-SET-TIME(1:6)
               DISPLAY 'EXPENDITURE QUEUED, COUNTS WILL BE ADJUSTED '
                  'WHEN THE WINDOW CLOSES'
           ELSE
               DISPLAY 'ERROR: EXPENDITURE COULD NOT BE QUEUED, '
                  'COUNTS NOT CHANGED'
           END-IF.

       POST-EXPENDITURE-LOG.
           MOVE WS-EXPENDITURE TO EXPENDITURE-RECORD.
           WRITE EXPENDITURE-RECORD.
               CALL 'CHKDATE' USING WS-CHK-DATE,
                  WS-CHK-ALLOW-FUTURE, WS-CHK-DATE-RESULT
           END-PERFORM.

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
