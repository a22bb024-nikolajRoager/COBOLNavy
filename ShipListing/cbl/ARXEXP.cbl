       01 WS-BATTLE-COUNT PIC 9(5) VALUE 0.
       01 WS-PART-COUNT PIC 9(6) VALUE 0.
       01 WS-CASUALTY-TOTAL PIC 9(6) VALUE 0.
      *Releasability of this extract against its destination; see
      *CHKREL and the SECMST reference
       01 WS-REL-EXTRACT PIC X(8) VALUE 'ARXEXP'.
       01 WS-REL-RESULT PIC X(1).
       01 WS-REL-DESTINATION PIC X(8).
       01 WS-REL-MARKING PIC X(60).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM CHECK-RELEASABILITY.
           OPEN INPUT BATTLE-HEADERS.
           IF WS-BTL-FILE-STATUS NOT = '00'
              AND WS-BTL-FILE-STATUS NOT = '97'
                   END-IF
               END-PERFORM
           END-IF.

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
