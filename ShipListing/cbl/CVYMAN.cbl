      *This program captures convoy cargo: a convoy is a TASKFRC
      *force with MERCHSH members, but nothing recorded what a given
      *sailing actually carried or what became of it. M = enter (or
      *amend) a manifest line -- a merchantman of the convoy, proven
      *a TSKFRCM member of the force and on MERCHDT, a commodity and
      *the tons of it she loaded -- against the force's SAILSCH
      *sailing, whose departure date is carried onto the line; A =
      *report her arrival: arrived, straggled or lost. The delivered
      *and lost tonnage is reported by CVYDLV.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CVYMAN.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGO-MANIFESTS ASSIGN TO CGOMAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CGM-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CONVOY-ARRIVALS ASSIGN TO CVARRIV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CVA-KEY
           FILE STATUS IS WS-CVA-FILE-STATUS.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TFM-KEY
           FILE STATUS IS WS-TFM-FILE-STATUS.
      *The merchant-vessel register, maintained by MERCHSH
           SELECT MERCHANT-VESSELS ASSIGN TO MERCHDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MER-UID
           FILE STATUS IS WS-MER-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARGO-MANIFESTS.
       COPY CGOMREC.
       FD  CONVOY-ARRIVALS.
       COPY CVARREC.
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  TASK-FORCE-MEMBERS.
       COPY TSKFRCM.
       FD  MERCHANT-VESSELS.
       COPY MERCHDT.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CVA-FILE-STATUS PIC XX.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-TFM-AVAILABLE PIC X VALUE 'n'.
       01 WS-MER-FILE-STATUS PIC XX.
       01 WS-MER-AVAILABLE PIC X VALUE 'n'.
       01 WS-ACTION PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TF-ID PIC X(8).
       01 WS-MER-UID PIC X(12).
       01 WS-SAIL-DATE PIC X(8).
       01 WS-SAILING-FOUND PIC X.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-MANIFEST-LINE.
           05 WS-CGM-KEY.
                10 WS-CGM-TF-ID PIC X(8).
                10 WS-CGM-MER-UID PIC X(12).
                10 WS-CGM-COMMODITY PIC X(10).
           05 WS-CGM-TONS PIC 9(6).
           05 WS-CGM-SAIL-DATE PIC X(8).
       01 WS-ARRIVAL.
           05 WS-CVA-KEY.
                10 WS-CVA-TF-ID PIC X(8).
                10 WS-CVA-MER-UID PIC X(12).
           05 WS-CVA-OUTCOME PIC X(1).
           05 WS-CVA-DATE PIC X(8).
           05 WS-CVA-REMARKS PIC X(30).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-SCH-FILE-STATUS NOT = '00'
              AND WS-SCH-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: NO SAILING SCHEDULE, STATUS '
                  WS-SCH-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT TASK-FORCE-MEMBERS.
           IF WS-TFM-FILE-STATUS = '00' OR WS-TFM-FILE-STATUS = '97'
               MOVE 'y' TO WS-TFM-AVAILABLE
           ELSE
               DISPLAY 'WARNING: TSKFRCM NOT AVAILABLE, MEMBERSHIP '
                  'CANNOT BE VERIFIED'
           END-IF.
           OPEN INPUT MERCHANT-VESSELS.
           IF WS-MER-FILE-STATUS = '00' OR WS-MER-FILE-STATUS = '97'
               MOVE 'y' TO WS-MER-AVAILABLE
           ELSE
               DISPLAY 'WARNING: MERCHDT NOT AVAILABLE, MERCHANT '
                  'CANNOT BE VERIFIED'
           END-IF.
           DISPLAY 'M = manifest line, A = arrival report: '.
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-OR-UPDATE-ARRIVAL
               WHEN OTHER
                   PERFORM ADD-OR-UPDATE-MANIFEST
           END-EVALUATE.
           CLOSE SAILING-SCHEDULE.
           IF WS-TFM-AVAILABLE = 'y'
               CLOSE TASK-FORCE-MEMBERS
           END-IF.
           IF WS-MER-AVAILABLE = 'y'
               CLOSE MERCHANT-VESSELS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-MANIFEST.
           OPEN I-O CARGO-MANIFESTS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT CARGO-MANIFESTS
                 CLOSE CARGO-MANIFESTS
                 OPEN I-O CARGO-MANIFESTS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM LOAD-SAILING-AND-MEMBER.
           MOVE WS-TF-ID TO WS-CGM-TF-ID.
           MOVE WS-MER-UID TO WS-CGM-MER-UID.
           MOVE WS-SAIL-DATE TO WS-CGM-SAIL-DATE.
           DISPLAY 'Enter commodity code, 10 chars (OIL, GRAIN ...): '.
           ACCEPT WS-CGM-COMMODITY.
           PERFORM UNTIL WS-CGM-COMMODITY NOT = SPACES
               DISPLAY 'ENTER A COMMODITY CODE: '
               ACCEPT WS-CGM-COMMODITY
           END-PERFORM.
           DISPLAY 'Enter tons loaded, 6 digits: '.
           ACCEPT WS-CGM-TONS.
           MOVE WS-MANIFEST-LINE TO CARGO-MANIFEST-RECORD.
           WRITE CARGO-MANIFEST-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE CARGO-MANIFEST-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.
           CLOSE CARGO-MANIFESTS.

      *Straggled is a holding report: the same key is re-entered as
      *arrived or lost when her fate is known
       ADD-OR-UPDATE-ARRIVAL.
           OPEN I-O CONVOY-ARRIVALS.
           IF WS-CVA-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-CVA-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                    WS-CVA-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT CONVOY-ARRIVALS
                 CLOSE CONVOY-ARRIVALS
                 OPEN I-O CONVOY-ARRIVALS
                 IF WS-CVA-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                      WS-CVA-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM LOAD-SAILING-AND-MEMBER.
           MOVE WS-TF-ID TO WS-CVA-TF-ID.
           MOVE WS-MER-UID TO WS-CVA-MER-UID.
           MOVE SPACES TO WS-CVA-OUTCOME.
           PERFORM UNTIL WS-CVA-OUTCOME = 'A' OR WS-CVA-OUTCOME = 'S'
              OR WS-CVA-OUTCOME = 'L'
               DISPLAY 'Enter A = arrived, S = straggled, '
                  'L = lost: '
               ACCEPT WS-CVA-OUTCOME
               IF WS-CVA-OUTCOME = 'a' MOVE 'A' TO WS-CVA-OUTCOME END-IF
               IF WS-CVA-OUTCOME = 's' MOVE 'S' TO WS-CVA-OUTCOME END-IF
               IF WS-CVA-OUTCOME = 'l' MOVE 'L' TO WS-CVA-OUTCOME END-IF
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           DISPLAY 'Enter date, CCYYMMDD, spaces for today: '.
           ACCEPT WS-CVA-DATE.
           IF WS-CVA-DATE = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CVA-DATE
           END-IF.
           MOVE WS-CVA-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-CVA-DATE.
           IF WS-CVA-DATE < WS-SAIL-DATE
               DISPLAY 'WARNING: DATE IS BEFORE THE CONVOY SAILED '
                  WS-SAIL-DATE
           END-IF.
           DISPLAY 'Enter remarks, 30 chars: '.
           ACCEPT WS-CVA-REMARKS.
           MOVE WS-ARRIVAL TO CONVOY-ARRIVAL-RECORD.
           WRITE CONVOY-ARRIVAL-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE CONVOY-ARRIVAL-RECORD
           END-WRITE.
           IF WS-CVA-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                  WS-CVA-FILE-STATUS
           END-IF.
           CLOSE CONVOY-ARRIVALS.

      *The force must have a sailing on SAILSCH, and the merchantman
      *must be one of its TSKFRCM members and on MERCHDT
       LOAD-SAILING-AND-MEMBER.
           MOVE 'N' TO WS-SAILING-FOUND.
           PERFORM UNTIL WS-SAILING-FOUND = 'Y'
               DISPLAY 'Enter convoy task force ID, 8 chars: '
               ACCEPT WS-TF-ID
               MOVE WS-TF-ID TO SCH-TF-ID
               READ SAILING-SCHEDULE RECORD KEY SCH-TF-ID
               INVALID KEY
                   DISPLAY 'NO SAILING SCHEDULED FOR ' WS-TF-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SAILING-FOUND
                   MOVE SCH-DEP-DATE TO WS-SAIL-DATE
                   DISPLAY WS-TF-ID ' SAILED ' SCH-DEP-PORT ' '
                      SCH-DEP-DATE ' FOR ' SCH-DESTINATION
               END-READ
           END-PERFORM.
           DISPLAY 'Enter merchant UID, 12 chars: '.
           ACCEPT WS-MER-UID.
           PERFORM CHECK-CONVOY-MEMBER.
           PERFORM CHECK-MERCHANT-UID.

       CHECK-CONVOY-MEMBER.
           IF WS-TFM-AVAILABLE = 'y'
               MOVE '99' TO WS-TFM-FILE-STATUS
               PERFORM UNTIL WS-TFM-FILE-STATUS = '00'
                   MOVE WS-TF-ID TO TFM-TF-ID
                   MOVE WS-MER-UID TO TFM-MEMBER-UID
                   READ TASK-FORCE-MEMBERS RECORD KEY TFM-KEY
                   IF WS-TFM-FILE-STATUS NOT = '00'
                       DISPLAY WS-MER-UID ' IS NOT A MEMBER OF '
                          WS-TF-ID
                       DISPLAY 'Enter merchant UID, 12 chars: '
                       ACCEPT WS-MER-UID
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-MERCHANT-UID.
           IF WS-MER-AVAILABLE = 'y'
               MOVE WS-MER-UID TO MER-UID
               READ MERCHANT-VESSELS RECORD KEY MER-UID
               INVALID KEY
                   DISPLAY 'WARNING: ' WS-MER-UID
                      ' IS NOT ON MERCHDT'
               NOT INVALID KEY
                   DISPLAY WS-MER-UID ' -> ' MER-NAME ' '
                      MER-CARGO-CLASS ' ' MER-TONNAGE-GRT ' GRT'
               END-READ
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
