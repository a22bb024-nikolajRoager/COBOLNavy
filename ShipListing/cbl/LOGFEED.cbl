           05 WS-TRL-MAIN-GUN-HASH PIC 9(9).
           05 WS-TRL-DISPLACEMENT-HASH PIC 9(12).
           05 FILLER PIC X(45) VALUE SPACES.
      *Releasability of this extract against its destination; see
      *CHKREL and the SECMST reference
       01 WS-REL-EXTRACT PIC X(8) VALUE 'LOGFEED'.
       01 WS-REL-RESULT PIC X(1).
       01 WS-REL-DESTINATION PIC X(8).
       01 WS-REL-MARKING PIC X(60).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM CHECK-RELEASABILITY.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO LOGF-EXTRACT-DATE.
           WRITE LOGISTICS-FEED-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.

      *Refused before any output is opened, so an uncleared
      *destination never receives even an empty file
       CHECK-RELEASABILITY.
           CALL 'CHKREL' USING WS-REL-EXTRACT, WS-REL-RESULT,
              WS-REL-DESTINATION, WS-REL-MARKING.
           IF WS-REL-RESULT = 'U'
               DISPLAY 'WARNING: SECREF NOT AVAILABLE, DESTINATION '
                  'CLEARANCE UNPROVEN'
           END-IF.
           IF WS-REL-RESULT = 'N'
               DISPLAY 'REFUSED: EXTRACT MARKED ' WS-REL-MARKING
               DISPLAY '  DESTINATION ' WS-REL-DESTINATION
                  ' NOT CLEARED TO RECEIVE IT, NOTHING WRITTEN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
