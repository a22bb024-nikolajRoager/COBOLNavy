       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Batch-window quiesce check; see CHKQSC
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
       01 WS-VALID PIC X.
       01 WS-CHK-DATE PIC X(8).
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
               GOBACK
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR.
           PERFORM OPEN-LOCK-FILE.
           PERFORM LOAD-ACTION-REPORT.
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'ACTNRPT' TO JRN-PROGRAM.
           MOVE 'UPDATE' TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
