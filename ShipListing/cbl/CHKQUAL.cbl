      *This subprogram tests a man against his billet, in the GETCLS
      *mould: every qualification the BILLREQ table asks of the
      *billet is looked for on the QUALREG register under his
      *service number, and must have been gained by the as-of date
      *and not have lapsed on it. Result byte: Y he meets every
      *requirement (or the billet asks for none), N one or more is
      *missing -- the count and the codes are returned -- U the
      *requirements table or the register is unavailable.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHKQUAL.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLET-REQUIREMENTS ASSIGN TO BILLREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRQ-KEY
           FILE STATUS IS WS-BRQ-FILE-STATUS.
           SELECT QUALIFICATIONS ASSIGN TO QUALREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QLF-KEY
           FILE STATUS IS WS-QLF-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BILLET-REQUIREMENTS.
       COPY BILLREQ.
       FD  QUALIFICATIONS.
       COPY QUALREG.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-BRQ-FILE-STATUS PIC XX.
       01 WS-QLF-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-HELD PIC X.
       01 WS-MISSING-POINTER PIC 9(3).
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-SVC-NR PIC X(10).
       01 LK-BILLET PIC X(20).
       01 LK-AS-OF PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-MISSING-COUNT PIC 9(2).
       01 LK-MISSING-CODES PIC X(45).
      *------------------
       PROCEDURE DIVISION USING LK-SVC-NR, LK-BILLET, LK-AS-OF,
           LK-RESULT, LK-MISSING-COUNT, LK-MISSING-CODES.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'Y' TO LK-RESULT.
           MOVE 0 TO LK-MISSING-COUNT.
           MOVE SPACES TO LK-MISSING-CODES.
           MOVE 1 TO WS-MISSING-POINTER.
           OPEN INPUT BILLET-REQUIREMENTS.
           IF WS-BRQ-FILE-STATUS NOT = '00'
              AND WS-BRQ-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           OPEN INPUT QUALIFICATIONS.
           IF WS-QLF-FILE-STATUS NOT = '00'
              AND WS-QLF-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               CLOSE BILLET-REQUIREMENTS
               GOBACK
           END-IF.
           MOVE LK-BILLET TO BRQ-BILLET.
           MOVE SPACES TO BRQ-QUAL-CODE.
           MOVE 'N' TO WS-EOF.
           START BILLET-REQUIREMENTS KEY >= BRQ-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BILLET-REQUIREMENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BRQ-BILLET NOT = LK-BILLET
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM CHECK-ONE-REQUIREMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILLET-REQUIREMENTS.
           CLOSE QUALIFICATIONS.
           GOBACK.

       CHECK-ONE-REQUIREMENT.
           MOVE 'N' TO WS-HELD.
           MOVE LK-SVC-NR TO QLF-SVC-NR.
           MOVE BRQ-QUAL-CODE TO QLF-QUAL-CODE.
           READ QUALIFICATIONS RECORD KEY QLF-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF QLF-DATE-GAINED <= LK-AS-OF
                  AND (QLF-EXPIRY-DATE = SPACES
                     OR QLF-EXPIRY-DATE > LK-AS-OF)
                   MOVE 'Y' TO WS-HELD
               END-IF
           END-READ.
           IF WS-HELD = 'N'
               MOVE 'N' TO LK-RESULT
               ADD 1 TO LK-MISSING-COUNT
               IF WS-MISSING-POINTER < 40
                   STRING BRQ-QUAL-CODE ' ' DELIMITED BY SIZE
                      INTO LK-MISSING-CODES
                      WITH POINTER WS-MISSING-POINTER
                   END-STRING
               END-IF
           END-IF.
