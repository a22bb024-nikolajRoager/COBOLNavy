       01 WS-FILE-STATUS PIC XX.
       01 WS-AUD-FILE-STATUS PIC XX.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
      *--------------------
       LINKAGE SECTION.
      *--------------------
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE LK-UID TO AUD-UID.
           MOVE LK-OPERATOR TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE LK-FUNCTION TO AUD-ACTION.
           MOVE SPACES TO AUD-FIELDS-CHANGED.
           STRING 'TWO-MAN RULE: REQUESTED BY ' PAP-REQUESTED-BY
