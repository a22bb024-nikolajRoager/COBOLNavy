      *This program records an inspection's findings: each defect or
      *deficiency the inspecting staff listed becomes one record
      *under the INSPCT inspection key (hull and inspection date)
      *with an item number, its category, a description, the
      *department answerable for it, and the date it is to be
      *corrected by. A finding is closed, with the date, when the
      *ship reports it corrected; a closed finding stays closed.
      *INSCHASE chases the open ones once their date has passed.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INSFIND.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECTION-FINDINGS ASSIGN TO INSFND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FND-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The parent inspection must exist before findings can hang
      *off it
           SELECT INSPECTIONS ASSIGN TO INSPCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INS-KEY
           FILE STATUS IS WS-INS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  INSPECTION-FINDINGS.
       COPY FNDREC.
       FD  INSPECTIONS.
       COPY INSREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-INS-FILE-STATUS PIC XX.
       01 WS-INS-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACTION PIC X.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-FINDING.
           05 WS-KEY.
                10 WS-UID PIC X(12).
                10 WS-INSP-DATE PIC X(8).
                10 WS-ITEM-NR PIC 9(3).
           05 WS-CATEGORY PIC X(12).
           05 WS-DESCRIPTION PIC X(60).
           05 WS-DEPARTMENT PIC X(12).
           05 WS-DUE-DATE PIC X(8).
           05 WS-STATUS PIC X(8).
           05 WS-CLOSED-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O INSPECTION-FINDINGS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT INSPECTION-FINDINGS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT INSPECTIONS.
           IF WS-INS-FILE-STATUS = '00' OR WS-INS-FILE-STATUS = '97'
               MOVE 'y' TO WS-INS-AVAILABLE
           ELSE
               DISPLAY 'WARNING: INSPCT NOT AVAILABLE, PARENT '
                  'INSPECTION CANNOT BE VERIFIED, STATUS '
                  WS-INS-FILE-STATUS
           END-IF.
           DISPLAY 'A = add/update a finding, C = close one as '
              'corrected: '.
           ACCEPT WS-ACTION.
           IF WS-ACTION = 'C' OR WS-ACTION = 'c'
               PERFORM CLOSE-FINDING
           ELSE
               PERFORM ADD-OR-UPDATE-FINDING
           END-IF.
           CLOSE INSPECTION-FINDINGS.
           IF WS-INS-AVAILABLE = 'y'
               CLOSE INSPECTIONS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-FINDING.
           PERFORM LOAD-FINDING-KEY.
           DISPLAY 'Enter category (Hull/Machinery/Armament/'
              'Stores/...), 12 chars: '.
           ACCEPT WS-CATEGORY.
           DISPLAY 'Enter finding, 60 chars: '.
           ACCEPT WS-DESCRIPTION.
           DISPLAY 'Enter responsible department, 12 chars: '.
           ACCEPT WS-DEPARTMENT.
           DISPLAY 'Enter date due for correction, CCYYMMDD: '.
           ACCEPT WS-DUE-DATE.
           MOVE WS-DUE-DATE TO WS-CHK-DATE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DUE-DATE.
           PERFORM UNTIL WS-DUE-DATE >= WS-INSP-DATE
               DISPLAY 'DUE BEFORE THE INSPECTION, RE-ENTER '
                  'CCYYMMDD: '
               ACCEPT WS-DUE-DATE
               MOVE WS-DUE-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-DUE-DATE
           END-PERFORM.
           MOVE 'Open' TO WS-STATUS.
           MOVE SPACES TO WS-CLOSED-DATE.
           MOVE WS-FINDING TO INSPECTION-FINDING-RECORD.
           WRITE INSPECTION-FINDING-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE INSPECTION-FINDING-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       CLOSE-FINDING.
           PERFORM LOAD-FINDING-KEY.
           MOVE WS-KEY TO FND-KEY.
           READ INSPECTION-FINDINGS RECORD KEY FND-KEY
           INVALID KEY
               DISPLAY 'FINDING NOT ON FILE'
           NOT INVALID KEY
               IF FND-STATUS = 'Closed'
                   DISPLAY 'FINDING ALREADY CLOSED SINCE '
                      FND-CLOSED-DATE
               ELSE
                   DISPLAY 'Enter date reported corrected, CCYYMMDD: '
                   ACCEPT WS-CLOSED-DATE
                   MOVE WS-CLOSED-DATE TO WS-CHK-DATE
                   MOVE 'N' TO WS-CHK-ALLOW-FUTURE
                   PERFORM CHECK-DATE-FIELD
                   MOVE WS-CHK-DATE TO WS-CLOSED-DATE
                   PERFORM UNTIL WS-CLOSED-DATE >= FND-INSP-DATE
                       DISPLAY 'CORRECTED BEFORE THE INSPECTION, '
                          'RE-ENTER CCYYMMDD: '
                       ACCEPT WS-CLOSED-DATE
                       MOVE WS-CLOSED-DATE TO WS-CHK-DATE
                       PERFORM CHECK-DATE-FIELD
                       MOVE WS-CHK-DATE TO WS-CLOSED-DATE
                   END-PERFORM
                   MOVE 'Closed' TO FND-STATUS
                   MOVE WS-CLOSED-DATE TO FND-CLOSED-DATE
                   REWRITE INSPECTION-FINDING-RECORD
                   IF WS-FILE-STATUS = '00'
                       DISPLAY 'FINDING CLOSED: ' FND-DESCRIPTION
                   ELSE
                       DISPLAY 'ERROR: UPDATE FAILED WITH STATUS '
                          WS-FILE-STATUS
                   END-IF
               END-IF
           END-READ.

      *The parent inspection key, proven against INSPCT so findings
      *can't hang off an inspection that was never recorded
       LOAD-FINDING-KEY.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           DISPLAY 'Enter inspection date, CCYYMMDD: '.
           ACCEPT WS-INSP-DATE.
           MOVE WS-INSP-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-INSP-DATE.
           IF WS-INS-AVAILABLE = 'y'
               MOVE '99' TO WS-INS-FILE-STATUS
               PERFORM UNTIL WS-INS-FILE-STATUS = '00'
                   MOVE WS-UID TO INS-UID
                   MOVE WS-INSP-DATE TO INS-DATE
                   READ INSPECTIONS RECORD KEY INS-KEY
                   IF WS-INS-FILE-STATUS NOT = '00'
                       DISPLAY 'NO INSPECTION ON FILE FOR ' WS-UID
                          ' ON ' WS-INSP-DATE
                       DISPLAY 'Enter ship UID, 12 chars: '
                       ACCEPT WS-UID
                       DISPLAY 'Enter inspection date, CCYYMMDD: '
                       ACCEPT WS-INSP-DATE
                   ELSE
                       DISPLAY WS-UID ' INSPECTED BY '
                          INS-INSPECTING-OFFICER ', GRADE ' INS-GRADE
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY 'Enter finding item number, 3 digits: '.
           ACCEPT WS-ITEM-NR.

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
