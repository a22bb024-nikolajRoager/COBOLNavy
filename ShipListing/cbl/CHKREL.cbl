      *This subprogram is the releasability check the outbound
      *extracts make before they open their output: given the
      *extract (the writing program's name) it looks up the
      *extract's classification and the destination it is sent to
      *through GETSEC, then proves the destination's clearance is at
      *or above the extract's level and its releasability. Result
      *byte: Y clear to write, N refused (destination uncleared or
      *not on the reference), U the reference unavailable. An
      *extract not on the reference is unclassified and always
      *clear. The marking and destination come back for the
      *caller's messages.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHKREL.
       AUTHOR.        Nikolaj R Christensen
      *-------------
       DATA DIVISION.
      *-------------
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-SEC-KIND PIC X(4).
       01 WS-SEC-NAME PIC X(8).
       01 WS-SEC-RESULT PIC X(1).
       01 WS-EXTRACT-LEVEL PIC 9(1).
       01 WS-EXTRACT-RELEASE PIC 9(1).
       01 WS-DEST-LEVEL PIC 9(1).
       01 WS-DEST-RELEASE PIC 9(1).
       01 WS-DEST-DESTINATION PIC X(8).
       01 WS-DEST-MARKING PIC X(60).
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-EXTRACT-NAME PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-DESTINATION PIC X(8).
       01 LK-MARKING PIC X(60).
      *------------------
       PROCEDURE DIVISION USING LK-EXTRACT-NAME, LK-RESULT,
           LK-DESTINATION, LK-MARKING.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'EXTR' TO WS-SEC-KIND.
           MOVE LK-EXTRACT-NAME TO WS-SEC-NAME.
           CALL 'GETSEC' USING WS-SEC-KIND, WS-SEC-NAME,
              WS-SEC-RESULT, WS-EXTRACT-LEVEL, WS-EXTRACT-RELEASE,
              LK-DESTINATION, LK-MARKING.
           EVALUATE WS-SEC-RESULT
               WHEN 'U'
                   MOVE 'U' TO LK-RESULT
               WHEN 'N'
                   MOVE 'Y' TO LK-RESULT
               WHEN OTHER
                   PERFORM CHECK-DESTINATION
           END-EVALUATE.
           GOBACK.

       CHECK-DESTINATION.
           IF WS-EXTRACT-LEVEL = 0 AND WS-EXTRACT-RELEASE = 0
               MOVE 'Y' TO LK-RESULT
           ELSE
               MOVE 'DEST' TO WS-SEC-KIND
               MOVE LK-DESTINATION TO WS-SEC-NAME
               CALL 'GETSEC' USING WS-SEC-KIND, WS-SEC-NAME,
                  WS-SEC-RESULT, WS-DEST-LEVEL, WS-DEST-RELEASE,
                  WS-DEST-DESTINATION, WS-DEST-MARKING
               IF WS-SEC-RESULT = 'Y'
                  AND WS-DEST-LEVEL >= WS-EXTRACT-LEVEL
                  AND WS-DEST-RELEASE >= WS-EXTRACT-RELEASE
                   MOVE 'Y' TO LK-RESULT
               ELSE
                   MOVE 'N' TO LK-RESULT
               END-IF
           END-IF.
