      *This program is the nightly saved-query step: it runs every
      *QRYDEF query flagged to run nightly through QRYEXEC, one
      *report or extract each, so a question the staff ask every
      *morning is answered before they ask it. The flagged names
      *are gathered first and the file closed before any runs. One
      *query that cannot run does not stop the others, but the
      *step ends with a non-zero return code so NIGHTRUN records it
      *failed; no saved queries at all is not a failure.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    QRYRUN.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-DEFINITIONS ASSIGN TO QRYDEF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QRY-NAME
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  QUERY-DEFINITIONS.
       COPY QRYREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-IDX PIC 9(3).
       01 WS-FAILED-COUNT PIC 9(3) VALUE 0.
      *The queries flagged nightly, gathered before any of them run
       01 WS-NIGHTLY-TABLE.
           05 WS-NIGHTLY-NAME PIC X(20) OCCURS 200 TIMES.
       01 WS-NIGHTLY-COUNT PIC 9(3) VALUE 0.
      *Saved-query plumbing; see QRYEXEC
       01 WS-QRY-NAME PIC X(20).
       01 WS-QRY-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT QUERY-DEFINITIONS.
           IF WS-FILE-STATUS = '35'
               DISPLAY 'NO SAVED QUERIES ON FILE, NOTHING TO RUN'
               GOBACK
           END-IF.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUERY-DEFINITIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF QRY-NIGHTLY = 'Y'
                          AND WS-NIGHTLY-COUNT < 200
                           ADD 1 TO WS-NIGHTLY-COUNT
                           MOVE QRY-NAME
                              TO WS-NIGHTLY-NAME(WS-NIGHTLY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUERY-DEFINITIONS.
           DISPLAY 'SAVED QUERIES FLAGGED NIGHTLY: ' WS-NIGHTLY-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NIGHTLY-COUNT
               MOVE WS-NIGHTLY-NAME(WS-IDX) TO WS-QRY-NAME
               CALL 'QRYEXEC' USING WS-QRY-NAME, WS-QRY-RESULT
               IF WS-QRY-RESULT NOT = 'Y'
                   DISPLAY 'QUERY ' WS-QRY-NAME ' DID NOT RUN, '
                      'RESULT ' WS-QRY-RESULT
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           END-PERFORM.
           IF WS-FAILED-COUNT > 0
               DISPLAY WS-FAILED-COUNT ' SAVED QUERY(IES) FAILED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
