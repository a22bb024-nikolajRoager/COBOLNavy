       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Batch-window quiesce check; see CHKQSC
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
       01 WS-APPLIED-ACTION PIC X(6).
       01 WS-EOF PIC X VALUE 'N'.
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
           DISPLAY 'Enter UID to recover, 12 chars: '.
           ACCEPT WS-TARGET-UID.
      *The journal is stamped on GMT, so the target is too
           DISPLAY 'Enter roll-back target date (GMT), CCYYMMDD: '.
           ACCEPT WS-TARGET-DATE.
           DISPLAY 'Enter roll-back target time (GMT), HHMMSSss, '
              '99999999 for end of day: '.
           ACCEPT WS-TARGET-TIME.
      *Rolling a master record back in time is irreversible in the
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-TARGET-UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'JRNRECOV' TO JRN-PROGRAM.
           MOVE WS-APPLIED-ACTION TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           END-IF.
           MOVE WS-TARGET-UID TO AUD-UID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'RECOVR' TO AUD-ACTION.
           MOVE SPACES TO AUD-FIELDS-CHANGED.
           STRING 'ROLLED BACK TO ' WS-STATE-DATE ' ' WS-STATE-TIME
