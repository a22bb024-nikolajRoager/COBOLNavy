      *This program captures flag-officer material and harbour
      *inspections: the inspecting staff left a list of defects and
      *deficiencies aboard and nobody ashore followed them up. One
      *record per UID (proven on ALLSHPS) and inspection date holds
      *the kind of inspection, the inspecting officer, and the
      *overall grade; INSFIND then records the findings under it.
      *So that an inspection starts from the items the last one
      *left open, every finding still open on the ship from an
      *earlier inspection is listed once the inspection is stored.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INSPREG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECTIONS ASSIGN TO INSPCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INS-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here only to prove the entered
      *UID exists and echo the ship's name back to the operator
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT INSPECTION-FINDINGS ASSIGN TO INSFND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FND-KEY
           FILE STATUS IS WS-FND-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  INSPECTIONS.
       COPY INSREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  INSPECTION-FINDINGS.
       COPY FNDREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-FND-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-OPEN-COUNT PIC 9(4).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-INSPECTION.
           05 WS-KEY.
                10 WS-UID PIC X(12).
                10 WS-DATE PIC X(8).
           05 WS-KIND PIC X(1).
           05 WS-INSPECTING-OFFICER PIC X(25).
           05 WS-GRADE PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O INSPECTIONS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT INSPECTIONS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, UID CANNOT '
                  'BE VERIFIED, STATUS ' WS-SHIP-FILE-STATUS
           END-IF.
           PERFORM ADD-OR-UPDATE-INSPECTION.
           CLOSE INSPECTIONS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-INSPECTION.
           PERFORM LOAD-INSPECTION.
           MOVE WS-INSPECTION TO INSPECTION-RECORD.
           WRITE INSPECTION-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE INSPECTION-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
               PERFORM SHOW-OPEN-FINDINGS
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-INSPECTION.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter inspection date, CCYYMMDD: '.
           ACCEPT WS-DATE.
           MOVE WS-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE.
           DISPLAY 'Enter kind, M=material H=harbour: '.
           ACCEPT WS-KIND.
           PERFORM UNTIL WS-KIND = 'M' OR WS-KIND = 'H'
               DISPLAY 'INVALID KIND, ENTER M OR H: '
               ACCEPT WS-KIND
           END-PERFORM.
           DISPLAY 'Enter inspecting officer, 25 chars: '.
           ACCEPT WS-INSPECTING-OFFICER.
           DISPLAY 'Enter overall grade, E=excellent G=good '
              'S=satisfactory U=unsatisfactory: '.
           ACCEPT WS-GRADE.
           PERFORM UNTIL WS-GRADE = 'E' OR WS-GRADE = 'G'
              OR WS-GRADE = 'S' OR WS-GRADE = 'U'
               DISPLAY 'INVALID GRADE, ENTER E, G, S OR U: '
               ACCEPT WS-GRADE
           END-PERFORM.

      *The open items from the ship's earlier inspections, for the
      *inspecting staff to start from; without the findings file
      *there is simply nothing to show
       SHOW-OPEN-FINDINGS.
           OPEN INPUT INSPECTION-FINDINGS.
           IF WS-FND-FILE-STATUS = '00' OR WS-FND-FILE-STATUS = '97'
               MOVE 0 TO WS-OPEN-COUNT
               MOVE WS-UID TO FND-UID
               MOVE SPACES TO FND-INSP-DATE
               MOVE 0 TO FND-ITEM-NR
               MOVE 'N' TO WS-EOF
               START INSPECTION-FINDINGS KEY >= FND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INSPECTION-FINDINGS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FND-UID NOT = WS-UID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF FND-STATUS = 'Open'
                                  AND FND-INSP-DATE < WS-DATE
                                   ADD 1 TO WS-OPEN-COUNT
                                   DISPLAY '  OPEN FROM '
                                      FND-INSP-DATE ' ITEM '
                                      FND-ITEM-NR ' ' FND-CATEGORY
                                      ' ' FND-DEPARTMENT ' DUE '
                                      FND-DUE-DATE
                                   DISPLAY '    ' FND-DESCRIPTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'FINDINGS STILL OPEN FROM EARLIER '
                  'INSPECTIONS: ' WS-OPEN-COUNT
               CLOSE INSPECTION-FINDINGS
           END-IF.

       CHECK-SHIP-UID.
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
