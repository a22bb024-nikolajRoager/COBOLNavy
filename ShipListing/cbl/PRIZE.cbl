       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Batch-window quiesce check; see CHKQSC
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-CAPTURE-ENM-UID PIC X(12).
       01 WS-CAPTURE-DATE PIC X(8).
       01 WS-CAPTURE-PLACE PIC X(25).
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
           OPEN I-O ENEMY-SHIPS.
           IF WS-ENM-FILE-STATUS NOT = '00'
              AND WS-ENM-FILE-STATUS NOT = '97'
           MOVE WS-NEW-UID TO HIST-UID.
           MOVE SPACES TO HIST-OLD-STATUS.
           MOVE WS-STATUS TO HIST-NEW-STATUS.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO HIST-CHANGE-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO HIST-CHANGE-TIME.
           MOVE SPACES TO HIST-CORR-ID
           WRITE STATUS-HIST-RECORD.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-NEW-UID TO AUD-UID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'ADD   ' TO AUD-ACTION.
           MOVE SPACES TO AUD-FIELDS-CHANGED.
           STRING 'PRIZE CAPTURED FROM ' WS-CAPTURE-ENM-UID
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-NEW-UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'PRIZE' TO JRN-PROGRAM.
           MOVE 'ADD   ' TO JRN-ACTION.
           MOVE SPACES TO JRN-BEFORE-IMAGE.
