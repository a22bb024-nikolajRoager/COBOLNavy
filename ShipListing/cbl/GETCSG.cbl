      *This subprogram resolves a call-sign to the ALLSHPS UID that
      *answered to it on a given date, in the GETCLS mould: signals
      *arrive under a call-sign, and the call-sign register (CSGMST,
      *CSGCHG) holds which hull carried which sign over which dates.
      *Result byte: Y resolved (UID returned), N no hull carried the
      *sign on that date, U register unavailable.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GETCSG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-SIGNS ASSIGN TO CALLSGN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-KEY
           ALTERNATE RECORD KEY IS CSG-UID WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CALL-SIGNS.
       COPY CALLSGN.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-CALL-SIGN PIC X(8).
       01 LK-AS-OF PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-UID PIC X(12).
      *------------------
       PROCEDURE DIVISION USING LK-CALL-SIGN, LK-AS-OF, LK-RESULT,
           LK-UID.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE SPACES TO LK-UID.
           IF LK-CALL-SIGN = SPACES
               GOBACK
           END-IF.
           OPEN INPUT CALL-SIGNS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
      *A short forward browse over the sign's issues: the one in
      *force is the one whose window covers the as-of date (an open
      *row covers everything from its start)
           MOVE LK-CALL-SIGN TO CSG-CALL-SIGN.
           MOVE SPACES TO CSG-VALID-FROM.
           MOVE 'N' TO WS-EOF.
           START CALL-SIGNS KEY >= CSG-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CALL-SIGNS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CSG-CALL-SIGN NOT = LK-CALL-SIGN
                          OR CSG-VALID-FROM > LK-AS-OF
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CSG-VALID-TO = SPACES
                              OR CSG-VALID-TO > LK-AS-OF
                               MOVE 'Y' TO LK-RESULT
                               MOVE CSG-UID TO LK-UID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALL-SIGNS.
           GOBACK.
