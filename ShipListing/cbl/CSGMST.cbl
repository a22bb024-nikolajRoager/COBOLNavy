      *This program maintains the call-sign register between fleet-
      *wide changes: a newly commissioned hull, or one whose sign
      *has been compromised, is given a call-sign from a date, and
      *whatever sign she carried until then is closed off on that
      *date. A sign already answering for another hull on the date
      *is refused, so one call-sign can never resolve to two ships.
      *Position reports, sightings and order acknowledgments that
      *arrive under a call-sign resolve through GETCSG against what
      *is kept here.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CSGMST.
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
      *The fleet master, read keyed here only to prove the entered
      *UID exists and echo the ship's name back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CALL-SIGNS.
       COPY CALLSGN.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-CALL-SIGN-ISSUE.
           05 WS-KEY.
                10 WS-CALL-SIGN PIC X(8).
                10 WS-VALID-FROM PIC X(8).
           05 WS-VALID-TO PIC X(8).
           05 WS-UID PIC X(12).
           05 WS-ISSUE-SOURCE PIC X(1).
       01 WS-HELD-BY PIC X(12).
       01 WS-CLOSED-COUNT PIC 9(3).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O CALL-SIGNS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT CALL-SIGNS
                 CLOSE CALL-SIGNS
                 OPEN I-O CALL-SIGNS
              END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS NOT = '00'
              AND WS-SHIP-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: ALLSHPS OPEN ERROR-CODE:'
                  WS-SHIP-FILE-STATUS
               CLOSE CALL-SIGNS
               GOBACK
           END-IF.
           PERFORM ASSIGN-CALL-SIGN.
           CLOSE CALL-SIGNS.
           CLOSE ALLIED-SHIPS.
           GOBACK.

       ASSIGN-CALL-SIGN.
           PERFORM LOAD-CALL-SIGN.
           PERFORM CLOSE-CURRENT-SIGN.
           MOVE WS-CALL-SIGN-ISSUE TO CALL-SIGN-RECORD.
           WRITE CALL-SIGN-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE CALL-SIGN-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '02'
               DISPLAY 'CALL-SIGN ' WS-CALL-SIGN ' ASSIGNED TO '
                  WS-UID ' FROM ' WS-VALID-FROM
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                  WS-FILE-STATUS
           END-IF.

       LOAD-CALL-SIGN.
           MOVE '99' TO WS-SHIP-FILE-STATUS.
           PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
               DISPLAY 'Enter ship UID, 12 chars: '
               ACCEPT WS-UID
               MOVE WS-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               IF WS-SHIP-FILE-STATUS NOT = '00'
                   DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
               ELSE
                   DISPLAY WS-UID ' -> ' SHIP-NAME
               END-IF
           END-PERFORM.
           DISPLAY 'Enter date the call-sign takes effect, '
              'CCYYMMDD: '.
           ACCEPT WS-VALID-FROM.
           MOVE WS-VALID-FROM TO WS-CHK-DATE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-VALID-FROM.
           MOVE SPACES TO WS-CALL-SIGN.
           PERFORM UNTIL WS-CALL-SIGN NOT = SPACES
               DISPLAY 'Enter call-sign, up to 8 chars: '
               ACCEPT WS-CALL-SIGN
               IF WS-CALL-SIGN NOT = SPACES
                   PERFORM CHECK-SIGN-FREE
                   IF WS-HELD-BY NOT = SPACES
                       DISPLAY 'CALL-SIGN ' WS-CALL-SIGN
                          ' ALREADY HELD BY ' WS-HELD-BY ' ON '
                          WS-VALID-FROM
                       MOVE SPACES TO WS-CALL-SIGN
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-VALID-TO.
           MOVE 'M' TO WS-ISSUE-SOURCE.

      *The sign's own issues, browsed on the prime key: any other
      *hull answering to it on the effective date blocks the
      *assignment
       CHECK-SIGN-FREE.
           MOVE SPACES TO WS-HELD-BY.
           MOVE WS-CALL-SIGN TO CSG-CALL-SIGN.
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
                       IF CSG-CALL-SIGN NOT = WS-CALL-SIGN
                          OR CSG-VALID-FROM > WS-VALID-FROM
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF (CSG-VALID-TO = SPACES
                              OR CSG-VALID-TO > WS-VALID-FROM)
                              AND CSG-UID NOT = WS-UID
                               MOVE CSG-UID TO WS-HELD-BY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *The hull's own issues, browsed on the UID alternate key: the
      *sign still open from before the effective date is closed on
      *it, so the old and the new never overlap
       CLOSE-CURRENT-SIGN.
           MOVE 0 TO WS-CLOSED-COUNT.
           MOVE WS-UID TO CSG-UID.
           MOVE 'N' TO WS-EOF.
           START CALL-SIGNS KEY = CSG-UID
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CALL-SIGNS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CSG-UID NOT = WS-UID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CSG-VALID-TO = SPACES
                              AND CSG-VALID-FROM < WS-VALID-FROM
                               MOVE WS-VALID-FROM TO CSG-VALID-TO
                               REWRITE CALL-SIGN-RECORD
                               ADD 1 TO WS-CLOSED-COUNT
                               DISPLAY 'PREVIOUS CALL-SIGN '
                                  CSG-CALL-SIGN ' CLOSED ON '
                                  WS-VALID-FROM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one
       CHECK-DATE-FIELD.
           CALL 'CHKDATE' USING WS-CHK-DATE, WS-CHK-ALLOW-FUTURE,
              WS-CHK-DATE-RESULT.
           PERFORM UNTIL WS-CHK-DATE-RESULT = 'Y'
               DISPLAY 'INVALID DATE ' WS-CHK-DATE
                  ', RE-ENTER CCYYMMDD: '
               ACCEPT WS-CHK-DATE
               CALL 'CHKDATE' USING WS-CHK-DATE,
                  WS-CHK-ALLOW-FUTURE, WS-CHK-DATE-RESULT
           END-PERFORM.
