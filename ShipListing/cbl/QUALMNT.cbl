      *This program maintains the qualifications register: the
      *courses and certificates each service number holds, with the
      *date gained, the date it lapses (if it does), and the
      *authority that passed him. CHKQUAL tests these rows against
      *the billet requirements when MANPOOL drafts a man and when
      *QUALRPT sweeps the roster.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    QUALMNT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALIFICATIONS ASSIGN TO QUALREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QLF-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  QUALIFICATIONS.
       COPY QUALREG.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-QUAL.
           05 WS-KEY.
                10 WS-SVC-NR PIC X(10).
                10 WS-QUAL-CODE PIC X(8).
           05 WS-QUAL-TITLE PIC X(25).
           05 WS-DATE-GAINED PIC X(8).
           05 WS-EXPIRY-DATE PIC X(8).
           05 WS-AUTHORITY PIC X(20).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O QUALIFICATIONS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT QUALIFICATIONS
                 CLOSE QUALIFICATIONS
                 OPEN I-O QUALIFICATIONS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-QUAL.
           CLOSE QUALIFICATIONS.
           GOBACK.

       ADD-OR-UPDATE-QUAL.
           PERFORM LOAD-QUAL.
           MOVE WS-QUAL TO QUALIFICATION-RECORD.
           WRITE QUALIFICATION-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE QUALIFICATION-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-QUAL.
           DISPLAY 'Enter service number, 10 chars: '.
           ACCEPT WS-SVC-NR.
           DISPLAY 'Enter qualification code (GUNLAYR/ASDICOP/'
              'WATCHKPG/...), 8 chars: '.
           ACCEPT WS-QUAL-CODE.
           DISPLAY 'Enter qualification title, 25 chars: '.
           ACCEPT WS-QUAL-TITLE.
           DISPLAY 'Enter date gained, CCYYMMDD: '.
           ACCEPT WS-DATE-GAINED.
           MOVE WS-DATE-GAINED TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE-GAINED.
           DISPLAY 'Enter expiry date, CCYYMMDD, spaces if it does '
              'not lapse: '.
           ACCEPT WS-EXPIRY-DATE.
           IF WS-EXPIRY-DATE NOT = SPACES
               MOVE WS-EXPIRY-DATE TO WS-CHK-DATE
               MOVE 'Y' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-EXPIRY-DATE
           END-IF.
           DISPLAY 'Enter passing authority, 20 chars: '.
           ACCEPT WS-AUTHORITY.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one (and not in the future
      *unless the caller said future is fine)
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
