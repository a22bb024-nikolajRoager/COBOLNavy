      *This program captures a theatre commander's force-requirement
      *statement: for a theatre and hull type (proven against the
      *NVTYPCD codes ADDSH validates SHIP-TYPE against), how many
      *hulls the theatre needs and the date the requirement was
      *stated. A fresh statement for the same theatre and type
      *replaces the old one. FRCSHORT reports the shortfall.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FRCREQ.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORCE-REQUIREMENTS ASSIGN TO FRCREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FRQ-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The hull-type codes ADDSH validates SHIP-TYPE against
           SELECT NAVY-TYPE-CODES ASSIGN TO NVTYPCD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NVT-KEY
           FILE STATUS IS WS-NVT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FORCE-REQUIREMENTS.
       COPY FRQREC.
       FD  NAVY-TYPE-CODES.
       01 NAVY-TYPE-RECORD.
           05 NVT-KEY.
                10 NVT-KIND PIC X(4).
                10 NVT-CODE PIC X(4).
           05 NVT-DESC PIC X(30).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-NVT-FILE-STATUS PIC XX.
       01 WS-NVT-AVAILABLE PIC X VALUE 'n'.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-FORCE-REQUIREMENT.
           05 WS-KEY.
                10 WS-THEATRE PIC X(20).
                10 WS-SHIP-TYPE PIC X(4).
           05 WS-REQUIRED-COUNT PIC 9(3).
           05 WS-STATED-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O FORCE-REQUIREMENTS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT FORCE-REQUIREMENTS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT NAVY-TYPE-CODES.
           IF WS-NVT-FILE-STATUS = '00' OR WS-NVT-FILE-STATUS = '97'
               MOVE 'y' TO WS-NVT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: NVTYPCD NOT AVAILABLE, SKIPPING '
                  'HULL TYPE VALIDATION'
           END-IF.
           PERFORM ADD-OR-UPDATE-REQUIREMENT.
           CLOSE FORCE-REQUIREMENTS.
           IF WS-NVT-AVAILABLE = 'y'
               CLOSE NAVY-TYPE-CODES
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-REQUIREMENT.
           PERFORM LOAD-REQUIREMENT.
           MOVE WS-FORCE-REQUIREMENT TO FORCE-REQUIREMENT-RECORD.
           WRITE FORCE-REQUIREMENT-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE FORCE-REQUIREMENT-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-REQUIREMENT.
           DISPLAY 'Enter theatre, 20 chars: '.
           ACCEPT WS-THEATRE.
           PERFORM UNTIL WS-THEATRE NOT = SPACES
               DISPLAY 'THE THEATRE CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-THEATRE
           END-PERFORM.
           DISPLAY 'Enter hull type, 4 chars: '.
           ACCEPT WS-SHIP-TYPE.
           PERFORM CHECK-TYPE-CODE.
           DISPLAY 'Enter number of hulls required, 3 digits: '.
           ACCEPT WS-REQUIRED-COUNT.
           PERFORM UNTIL WS-REQUIRED-COUNT IS NUMERIC
               DISPLAY 'INVALID NUMBER, ENTER 3 DIGITS: '
               ACCEPT WS-REQUIRED-COUNT
           END-PERFORM.
           DISPLAY 'Enter date the requirement was stated, '
              'CCYYMMDD: '.
           ACCEPT WS-STATED-DATE.
           MOVE WS-STATED-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-STATED-DATE.

       CHECK-TYPE-CODE.
           IF WS-NVT-AVAILABLE = 'y'
               MOVE '99' TO WS-NVT-FILE-STATUS
               PERFORM UNTIL WS-NVT-FILE-STATUS = '00'
                   MOVE 'TYPE' TO NVT-KIND
                   MOVE WS-SHIP-TYPE TO NVT-CODE
                   READ NAVY-TYPE-CODES RECORD KEY NVT-KEY
                   IF WS-NVT-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED HULL TYPE CODE '
                          WS-SHIP-TYPE
                       DISPLAY 'Enter hull type, 4 chars: '
                       ACCEPT WS-SHIP-TYPE
                   END-IF
               END-PERFORM
           END-IF.

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
