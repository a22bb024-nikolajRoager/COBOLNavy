       01 WS-LOCK-OPERATOR PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Batch-window quiesce check; see CHKQSC
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
       01 WS-OPERATOR-ID PIC X(12).
       01 WS-OLD-UID PIC X(12).
       01 WS-UID-FREE PIC X VALUE 'n'.
       01 WS-NEW-RECORD-CREATED PIC X VALUE 'n'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-UID-CALCULATION.
            05 WS-4-DIGIT PIC 9999 VALUE 0000.
            05 TYPE-STR-LEN PIC 9 VALUE 2.
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
               CLOSE ALLIED-SHIPS
               CLOSE AUDIT-TRAIL
               CLOSE SHIP-JOURNAL
               GOBACK
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR.
           PERFORM OPEN-LOCK-FILE.
           PERFORM RENUMBER-SHIP.
       WRITE-RENUMBER-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'RENUMBR' TO JRN-PROGRAM.
           MOVE 'RENUM ' TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO AUD-UID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'RENUM ' TO AUD-ACTION.
           STRING WS-OLD-UID ' RENUMBERED TO ' WS-NEW-UID
              DELIMITED BY SIZE INTO AUD-FIELDS-CHANGED.
