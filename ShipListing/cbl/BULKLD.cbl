       01 WS-EXISTING-SUPERSEDED-BY PIC X(12).
       01 WS-EXISTING-FUTURE-DATA-2 PIC X(96).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-LOADED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-UID-CALCULATION.
               MOVE WS-UID TO HIST-UID
               MOVE WS-PRIOR-STATUS TO HIST-OLD-STATUS
               MOVE WS-STATUS TO HIST-NEW-STATUS
               CALL 'GETGMT' USING WS-GMT-TIMESTAMP
               MOVE WS-GMT-TIMESTAMP(1:8) TO HIST-CHANGE-DATE
               MOVE WS-GMT-TIMESTAMP(9:8) TO HIST-CHANGE-TIME
               MOVE WS-CORR-ID TO HIST-CORR-ID
               WRITE STATUS-HIST-RECORD
           END-IF.
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
           MOVE 'BULKLD' TO JRN-PROGRAM.
           IF WS-IS-UPDATE = 'Y'
               MOVE 'UPDATE' TO JRN-ACTION
