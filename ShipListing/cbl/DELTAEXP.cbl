       01 WS-EOF PIC X VALUE 'N'.
       01 WS-IDX PIC 9(4).
       01 WS-MATCH-IDX PIC 9(4).
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-SINCE-DATE PIC X(8) VALUE '00000000'.
       01 WS-SINCE-TIME PIC X(8) VALUE '00000000'.
       01 WS-RUN-SEQ PIC 9(6) VALUE 0.
       01 WS-TABLE-OVERFLOW PIC X VALUE 'n'.
       01 WS-NOTE-UID PIC X(12).
       01 WS-NOTE-ACTION PIC X(1).
      *Releasability of this extract against its destination; see
      *CHKREL and the SECMST reference
       01 WS-REL-EXTRACT PIC X(8) VALUE 'DELTAEXP'.
       01 WS-REL-RESULT PIC X(1).
       01 WS-REL-DESTINATION PIC X(8).
       01 WS-REL-MARKING PIC X(60).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM CHECK-RELEASABILITY.
           PERFORM READ-CONTROL-RECORD.
           PERFORM COLLECT-AUDIT-CHANGES.
           PERFORM COLLECT-JOURNAL-DELETES.

       WRITE-DELTA-EXTRACT.
           OPEN OUTPUT DELTA-EXTRACT.
      *The run is stamped on GMT, the clock AUDTRL and JRNLSHP
      *rows are on, so the next run's window starts where this
      *one ended
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
      *Header first: sequence number and the window covered, so the
      *consumer can see a missed or out-of-order file at once
           MOVE 'H' TO DLT-RECORD-TYPE.
           MOVE SPACES TO DLT-UID.
           MOVE SPACES TO DLT-OTHER-DATA.
           STRING 'SEQ ' WS-RUN-SEQ ' FROM ' WS-SINCE-DATE
              WS-SINCE-TIME ' TO ' WS-GMT-TIMESTAMP(1:16)
              DELIMITED BY SIZE INTO DLT-OTHER-DATA.
           WRITE DELTA-EXTRACT-RECORD.
           OPEN INPUT ALLIED-SHIPS.
               GOBACK
           END-IF.
           OPEN OUTPUT DELTA-CONTROL.
           MOVE WS-GMT-TIMESTAMP(1:8) TO DLC-LAST-RUN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO DLC-LAST-RUN-TIME.
           MOVE WS-RUN-SEQ TO DLC-RUN-SEQ.
           WRITE DELTA-CONTROL-RECORD.
           CLOSE DELTA-CONTROL.

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
