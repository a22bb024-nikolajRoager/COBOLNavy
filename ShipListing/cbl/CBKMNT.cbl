      *This program keeps the confidential-books custody register:
      *which numbered copy of which cipher or code book each hull
      *holds, and in which edition. Four entries cover a copy's
      *life aboard -- issue, supersession by a later edition (the
      *old copy stays on charge until it is burnt), the monthly
      *muster when the custodian sights every copy held, and the
      *destruction certificate that finally strikes it off. With
      *this on file, a lost or missing ship's uncertified holdings
      *come straight off CBKCOMP instead of out of memory.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBKMNT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIDENTIAL-BOOKS ASSIGN TO CBKREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CBK-KEY
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
       FD  CONFIDENTIAL-BOOKS.
       COPY CBKREG.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACTION PIC X.
       01 WS-EOF PIC X.
       01 WS-UID PIC X(12).
       01 WS-BOOK-NR PIC X(10).
       01 WS-ENTRY-DATE PIC X(8).
       01 WS-SIGHTED PIC X.
       01 WS-MUSTERED-COUNT PIC 9(4) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(4) VALUE 0.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O CONFIDENTIAL-BOOKS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT CONFIDENTIAL-BOOKS
                 CLOSE CONFIDENTIAL-BOOKS
                 OPEN I-O CONFIDENTIAL-BOOKS
              END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, UID CANNOT '
                  'BE VERIFIED, STATUS ' WS-SHIP-FILE-STATUS
           END-IF.
           DISPLAY 'I = issue a copy, S = supersede, M = monthly '
              'muster, D = destruction certificate: '.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'I'
               WHEN 'i'
                   PERFORM ISSUE-BOOK
               WHEN 'S'
               WHEN 's'
                   PERFORM SUPERSEDE-BOOK
               WHEN 'M'
               WHEN 'm'
                   PERFORM MUSTER-HOLDINGS
               WHEN 'D'
               WHEN 'd'
                   PERFORM CERTIFY-DESTRUCTION
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION ' WS-ACTION
           END-EVALUATE.
           CLOSE CONFIDENTIAL-BOOKS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

       ISSUE-BOOK.
           PERFORM LOAD-BOOK-KEY.
           MOVE WS-UID TO CBK-UID.
           MOVE WS-BOOK-NR TO CBK-BOOK-NR.
           DISPLAY 'Enter short title, 20 chars: '.
           ACCEPT CBK-SHORT-TITLE.
           DISPLAY 'Enter edition, 6 chars: '.
           ACCEPT CBK-EDITION.
           DISPLAY 'Enter issue date, CCYYMMDD: '.
           ACCEPT WS-ENTRY-DATE.
           PERFORM CHECK-ENTRY-DATE.
           MOVE WS-ENTRY-DATE TO CBK-ISSUE-DATE.
           MOVE 'H' TO CBK-STATE.
           MOVE SPACES TO CBK-SUPERSEDED-DATE.
           MOVE SPACES TO CBK-SUPERSEDED-BY.
           MOVE SPACES TO CBK-LAST-MUSTER-DATE.
           MOVE SPACES TO CBK-DESTROYED-DATE.
           MOVE SPACES TO CBK-CERTIFICATE-NR.
           MOVE SPACES TO CBK-WITNESS.
           MOVE SPACES TO CBK-COMPROMISE-DATE.
           MOVE SPACES TO CBK-COMPROMISE-EVENT.
           WRITE CONFIDENTIAL-BOOK-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE CONFIDENTIAL-BOOK-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'ISSUED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *The superseded copy stays on charge, now as S, until its
      *destruction certificate comes in
       SUPERSEDE-BOOK.
           PERFORM LOAD-BOOK-KEY.
           PERFORM READ-HELD-BOOK.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'Enter supersession date, CCYYMMDD: '
               ACCEPT WS-ENTRY-DATE
               PERFORM CHECK-ENTRY-DATE
               MOVE WS-ENTRY-DATE TO CBK-SUPERSEDED-DATE
               DISPLAY 'Enter register number of the superseding '
                  'copy, 10 chars: '
               ACCEPT CBK-SUPERSEDED-BY
               MOVE 'S' TO CBK-STATE
               REWRITE CONFIDENTIAL-BOOK-RECORD
               IF WS-FILE-STATUS = '00'
                   DISPLAY 'SUPERSEDED, AWAITING DESTRUCTION'
               ELSE
                   DISPLAY 'ERROR: UPDATE FAILED WITH STATUS '
                      WS-FILE-STATUS
               END-IF
           END-IF.

      *Every copy the hull still has on charge is called over; the
      *ones sighted take the muster date, the ones not sighted are
      *called out for a loss report
       MUSTER-HOLDINGS.
           PERFORM LOAD-SHIP-UID.
           DISPLAY 'Enter muster date, CCYYMMDD: '.
           ACCEPT WS-ENTRY-DATE.
           PERFORM CHECK-ENTRY-DATE.
           MOVE WS-UID TO CBK-UID.
           MOVE SPACES TO CBK-BOOK-NR.
           MOVE 'N' TO WS-EOF.
           START CONFIDENTIAL-BOOKS KEY >= CBK-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONFIDENTIAL-BOOKS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CBK-UID NOT = WS-UID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CBK-STATE = 'H' OR CBK-STATE = 'S'
                               PERFORM MUSTER-ONE-BOOK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'COPIES MUSTERED: ' WS-MUSTERED-COUNT
              ', NOT SIGHTED: ' WS-MISSING-COUNT.

       MUSTER-ONE-BOOK.
           DISPLAY '  ' CBK-BOOK-NR ' ' CBK-SHORT-TITLE ' EDITION '
              CBK-EDITION ' STATE ' CBK-STATE.
           DISPLAY '  Sighted? Y/N: '.
           ACCEPT WS-SIGHTED.
           IF WS-SIGHTED = 'Y' OR WS-SIGHTED = 'y'
               MOVE WS-ENTRY-DATE TO CBK-LAST-MUSTER-DATE
               REWRITE CONFIDENTIAL-BOOK-RECORD
               ADD 1 TO WS-MUSTERED-COUNT
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY '  *** ' CBK-BOOK-NR ' NOT SIGHTED AT MUSTER: '
                  'REPORT AS A POSSIBLE LOSS'
           END-IF.

       CERTIFY-DESTRUCTION.
           PERFORM LOAD-BOOK-KEY.
           PERFORM READ-HELD-BOOK.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'Enter date destroyed, CCYYMMDD: '
               ACCEPT WS-ENTRY-DATE
               PERFORM CHECK-ENTRY-DATE
               MOVE WS-ENTRY-DATE TO CBK-DESTROYED-DATE
               DISPLAY 'Enter destruction certificate number, '
                  '12 chars: '
               ACCEPT CBK-CERTIFICATE-NR
               DISPLAY 'Enter witnessing officer, 25 chars: '
               ACCEPT CBK-WITNESS
               MOVE 'D' TO CBK-STATE
               REWRITE CONFIDENTIAL-BOOK-RECORD
               IF WS-FILE-STATUS = '00'
                   DISPLAY 'DESTRUCTION CERTIFIED'
               ELSE
                   DISPLAY 'ERROR: UPDATE FAILED WITH STATUS '
                      WS-FILE-STATUS
               END-IF
           END-IF.

      *A destroyed copy is finished with; anything else on the
      *register may be superseded or certified
       READ-HELD-BOOK.
           MOVE WS-UID TO CBK-UID.
           MOVE WS-BOOK-NR TO CBK-BOOK-NR.
           READ CONFIDENTIAL-BOOKS RECORD KEY CBK-KEY
           INVALID KEY
               DISPLAY 'NO SUCH COPY ON CHARGE TO ' WS-UID
           NOT INVALID KEY
               DISPLAY WS-BOOK-NR ' ' CBK-SHORT-TITLE ' EDITION '
                  CBK-EDITION
               IF CBK-STATE = 'D'
                   DISPLAY 'ALREADY DESTROYED ' CBK-DESTROYED-DATE
                      ' CERTIFICATE ' CBK-CERTIFICATE-NR
                   MOVE '99' TO WS-FILE-STATUS
               END-IF
           END-READ.

       LOAD-BOOK-KEY.
           PERFORM LOAD-SHIP-UID.
           DISPLAY 'Enter book register number, 10 chars: '.
           ACCEPT WS-BOOK-NR.

      *Proves the entered UID against ALLSHPS and echoes the name,
      *same re-prompt shape as the other capture programs
       LOAD-SHIP-UID.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                       DISPLAY 'Enter ship UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ENTRY-DATE.
           MOVE WS-ENTRY-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-ENTRY-DATE.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one, not in the future
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
