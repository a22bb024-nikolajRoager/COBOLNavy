      *This program is the provisions-endurance report: ENDUR looks
      *only at weapons and fuel, so a long escort or a carrier force
      *was planned as if food and water were bottomless. For each
      *task force (one entered, or every force on TSKFRC) every
      *TSKFRCM member's VICTLDG balance is struck to today through
      *VCTPOST, and the date she runs short of dry provisions, fresh
      *provisions and fresh water is shown at her roster strength.
      *The force runs short on the earliest of its members' dates;
      *where the force has a SAILSCH sailing, a member running short
      *before the expected arrival is flagged.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    VCTEND.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASK-FORCE ASSIGN TO TSKFRC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-ID
           FILE STATUS IS WS-TF-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TFM-KEY
           FILE STATUS IS WS-TFM-FILE-STATUS.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  TASK-FORCE.
       COPY TSKFRC.
       FD  TASK-FORCE-MEMBERS.
       COPY TSKFRCM.
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-TF-FILE-STATUS PIC XX.
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-SCH-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIPS-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TFM-EOF PIC X.
       01 WS-SEARCH-TF PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-ETA PIC X(8).
       01 WS-MEMBER-NAME PIC X(20).
       01 WS-SHORT-DAYS PIC 9(4).
       01 WS-SHORT-WHAT PIC X(5).
       01 WS-SHORT-DATE PIC X(8).
       01 WS-SHORT-DATE-NUM REDEFINES WS-SHORT-DATE PIC 9(8).
       01 WS-FORCE-SHORT-DATE PIC X(8).
       01 WS-FORCE-SHORT-UID PIC X(12).
       01 WS-FORCE-COUNT PIC 9(4) VALUE 0.
       01 WS-BEFORE-ETA-COUNT PIC 9(4) VALUE 0.
      *Common victualling plumbing; see VCTPOST
       01 WS-VCT-ACTION PIC X(1).
       01 WS-VCT-DRY-RATIONS PIC 9(7).
       01 WS-VCT-FRESH-RATIONS PIC 9(7).
       01 WS-VCT-WATER-TONS PIC 9(5)V9.
       01 WS-VCT-PORT PIC X(20) VALUE SPACES.
       01 WS-VCT-RESULT PIC X(1).
       01 WS-VCT-BORNE PIC 9(4).
       01 WS-VCT-DRY-DAYS PIC 9(4).
       01 WS-VCT-FRESH-DAYS PIC 9(4).
       01 WS-VCT-WATER-DAYS PIC 9(4).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'VCTEND'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT TASK-FORCE.
           IF WS-TF-FILE-STATUS NOT = '00'
              AND WS-TF-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: TSKFRC OPEN ERROR-CODE:'
                  WS-TF-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT TASK-FORCE-MEMBERS.
           IF WS-TFM-FILE-STATUS NOT = '00'
              AND WS-TFM-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: TSKFRCM OPEN ERROR-CODE:'
                  WS-TFM-FILE-STATUS
               CLOSE TASK-FORCE
               GOBACK
           END-IF.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-SCH-FILE-STATUS = '00' OR WS-SCH-FILE-STATUS = '97'
               MOVE 'y' TO WS-SCH-AVAILABLE
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIPS-AVAILABLE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-TODAY)).
           DISPLAY 'Enter task force id, 8 chars, or spaces for '
              'every force: '.
           ACCEPT WS-SEARCH-TF.
           PERFORM OPEN-REPORT.
           STRING 'PROVISIONS AND WATER STRUCK AS AT ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-SEARCH-TF NOT = SPACES
               MOVE WS-SEARCH-TF TO TF-ID
               READ TASK-FORCE RECORD KEY TF-ID
               INVALID KEY
                   STRING 'UNREGISTERED TASK FORCE ' WS-SEARCH-TF
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               NOT INVALID KEY
                   PERFORM REPORT-ONE-FORCE
               END-READ
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TASK-FORCE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM REPORT-ONE-FORCE
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'FORCES REPORTED: ' WS-FORCE-COUNT
              ', MEMBERS RUNNING SHORT BEFORE ARRIVAL: '
              WS-BEFORE-ETA-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           CLOSE TASK-FORCE.
           CLOSE TASK-FORCE-MEMBERS.
           IF WS-SCH-AVAILABLE = 'y'
               CLOSE SAILING-SCHEDULE
           END-IF.
           IF WS-SHIPS-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

       REPORT-ONE-FORCE.
           ADD 1 TO WS-FORCE-COUNT.
           MOVE SPACES TO WS-ETA.
           IF WS-SCH-AVAILABLE = 'y'
               MOVE TF-ID TO SCH-TF-ID
               READ SAILING-SCHEDULE RECORD KEY SCH-TF-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SCH-ETA TO WS-ETA
               END-READ
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           IF WS-ETA = SPACES
               STRING 'TASK FORCE ' TF-ID ' ' TF-NAME
                  ', NO SAILING SCHEDULED'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING 'TASK FORCE ' TF-ID ' ' TF-NAME
                  ', DUE ' SCH-DESTINATION ' ' WS-ETA
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           MOVE '99999999' TO WS-FORCE-SHORT-DATE.
           MOVE SPACES TO WS-FORCE-SHORT-UID.
           MOVE TF-ID TO TFM-TF-ID.
           MOVE SPACES TO TFM-MEMBER-UID.
           MOVE 'N' TO WS-TFM-EOF.
           START TASK-FORCE-MEMBERS KEY >= TFM-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TFM-EOF
           END-START.
           PERFORM UNTIL WS-TFM-EOF = 'Y'
               READ TASK-FORCE-MEMBERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TFM-EOF
                   NOT AT END
                       IF TFM-TF-ID NOT = TF-ID
                           MOVE 'Y' TO WS-TFM-EOF
                       ELSE
                           PERFORM REPORT-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FORCE-SHORT-UID = SPACES
               STRING '  FORCE ENDURANCE: NO MEMBER ON THE '
                  'VICTUALLING LEDGER'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '  FORCE RUNS SHORT ' WS-FORCE-SHORT-DATE
                  ', FIRST MEMBER SHORT ' WS-FORCE-SHORT-UID
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *A member with nobody borne eats nothing and is shown as such;
      *a merchantman or any hull never issued has no ledger row
       REPORT-ONE-MEMBER.
           MOVE '(NOT ON ALLSHPS)' TO WS-MEMBER-NAME.
           IF WS-SHIPS-AVAILABLE = 'y'
               MOVE TFM-MEMBER-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SHIP-NAME TO WS-MEMBER-NAME
               END-READ
           END-IF.
           MOVE 'Q' TO WS-VCT-ACTION.
           CALL 'VCTPOST' USING WS-VCT-ACTION, TFM-MEMBER-UID,
              WS-TODAY, WS-VCT-DRY-RATIONS, WS-VCT-FRESH-RATIONS,
              WS-VCT-WATER-TONS, WS-VCT-PORT, WS-VCT-RESULT,
              WS-VCT-BORNE, WS-VCT-DRY-DAYS, WS-VCT-FRESH-DAYS,
              WS-VCT-WATER-DAYS.
           EVALUATE TRUE
               WHEN WS-VCT-RESULT = 'U'
                   STRING '    ' TFM-MEMBER-UID ' ' WS-MEMBER-NAME
                      ' VICTLDG OR CREWROST NOT AVAILABLE'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN WS-VCT-RESULT = 'N'
                   STRING '    ' TFM-MEMBER-UID ' ' WS-MEMBER-NAME
                      ' NO VICTUALLING LEDGER'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN WS-VCT-BORNE = 0
                   STRING '    ' TFM-MEMBER-UID ' ' WS-MEMBER-NAME
                      ' NOBODY BORNE ON THE ROSTER'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               WHEN OTHER
                   PERFORM FIND-FIRST-SHORTAGE
                   STRING '    ' TFM-MEMBER-UID ' ' WS-MEMBER-NAME
                      ' ' WS-VCT-BORNE ' MEN, DAYS DRY '
                      WS-VCT-DRY-DAYS ' FRESH ' WS-VCT-FRESH-DAYS
                      ' WATER ' WS-VCT-WATER-DAYS
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
                   IF WS-ETA NOT = SPACES AND WS-SHORT-DATE < WS-ETA
                       ADD 1 TO WS-BEFORE-ETA-COUNT
                       STRING '      *** SHORT OF ' WS-SHORT-WHAT
                          ' ' WS-SHORT-DATE ', BEFORE ARRIVAL '
                          WS-ETA
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                   ELSE
                       STRING '      RUNS SHORT OF ' WS-SHORT-WHAT
                          ' ' WS-SHORT-DATE
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                   END-IF
                   IF WS-SHORT-DATE < WS-FORCE-SHORT-DATE
                       MOVE WS-SHORT-DATE TO WS-FORCE-SHORT-DATE
                       MOVE TFM-MEMBER-UID TO WS-FORCE-SHORT-UID
                   END-IF
           END-EVALUATE.
           PERFORM PRINT-REPORT-LINE.

      *Whichever of the three gives out first, turned into a date
       FIND-FIRST-SHORTAGE.
           MOVE WS-VCT-DRY-DAYS TO WS-SHORT-DAYS.
           MOVE 'DRY' TO WS-SHORT-WHAT.
           IF WS-VCT-FRESH-DAYS < WS-SHORT-DAYS
               MOVE WS-VCT-FRESH-DAYS TO WS-SHORT-DAYS
               MOVE 'FRESH' TO WS-SHORT-WHAT
           END-IF.
           IF WS-VCT-WATER-DAYS < WS-SHORT-DAYS
               MOVE WS-VCT-WATER-DAYS TO WS-SHORT-DAYS
               MOVE 'WATER' TO WS-SHORT-WHAT
           END-IF.
           COMPUTE WS-SHORT-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              WS-TODAY-INT + WS-SHORT-DAYS).

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'PROVISIONS ENDURANCE BY TASK FORCE' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       PRINT-REPORT-LINE.
           MOVE 'L' TO WS-RPT-ACTION.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE 'C' TO WS-RPT-ACTION.
           MOVE 'LOGISTICS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
