      *This program prints the recall list: when CHKLEAVE has
      *flagged a sailing with too many of a ship's company ashore,
      *this names the men who have to be brought back. For a task
      *force the sailing date comes off its SAILSCH schedule and
      *every TSKFRCM member hull is taken; otherwise a single hull,
      *or every hull, is taken for an entered date. Each man borne
      *on an open CREWROST row whose granted LEAVLDG leave covers
      *the date is listed with the day his leave ends and the
      *address the recall telegram goes to.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LEAVRCL.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-LEDGER ASSIGN TO LEAVLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVE-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TFM-KEY
           FILE STATUS IS WS-TFM-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LEAVE-LEDGER.
       COPY LEAVREC.
       FD  CREW-ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-KEY.
                10 ROSTER-UID PIC X(12).
                10 ROSTER-SVC-NR PIC X(10).
           05 ROSTER-DATA.
                10 ROSTER-NAME PIC X(25).
                10 ROSTER-BILLET PIC X(20).
                10 ROSTER-DATE-ASSIGNED PIC X(8).
                10 ROSTER-DATE-RELIEVED PIC X(8).
                10 ROSTER-STATUS PIC X(8).
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  TASK-FORCE-MEMBERS.
       COPY TSKFRCM.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-LVE-EOF PIC X.
       01 WS-TFM-EOF PIC X.
       01 WS-TF-ID PIC X(8).
       01 WS-SEARCH-UID PIC X(12).
       01 WS-AS-OF PIC X(8).
       01 WS-RECALL-COUNT PIC 9(4) VALUE 0.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'LEAVRCL'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT LEAVE-LEDGER.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO LEAVE LEDGER ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS NOT = '00'
              AND WS-ROST-FILE-STATUS NOT = '97'
               DISPLAY 'NO CREW ROSTER ON FILE, STATUS '
                  WS-ROST-FILE-STATUS
               CLOSE LEAVE-LEDGER
               GOBACK
           END-IF.
           MOVE SPACES TO WS-AS-OF.
           MOVE SPACES TO WS-SEARCH-UID.
           DISPLAY 'Enter task force id, 8 chars, or spaces for '
              'a ship or the whole fleet: '.
           ACCEPT WS-TF-ID.
           IF WS-TF-ID NOT = SPACES
               PERFORM LOAD-FORCE-SAILING
           ELSE
               DISPLAY 'Enter ship UID, 12 chars, or spaces for '
                  'every ship: '
               ACCEPT WS-SEARCH-UID
           END-IF.
           IF WS-AS-OF = SPACES
               DISPLAY 'Enter sailing date, CCYYMMDD: '
               ACCEPT WS-AS-OF
               MOVE WS-AS-OF TO WS-CHK-DATE
               MOVE 'Y' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-AS-OF
           END-IF.
           PERFORM OPEN-REPORT.
           IF WS-TF-ID NOT = SPACES
               STRING 'TASK FORCE ' WS-TF-ID ' SAILING ' WS-AS-OF
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING 'MEN ON LEAVE ON ' WS-AS-OF
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-TF-ID NOT = SPACES
                   PERFORM RECALL-FORCE-MEMBERS
               WHEN WS-SEARCH-UID NOT = SPACES
                   PERFORM RECALL-ONE-SHIP
               WHEN OTHER
                   PERFORM RECALL-WHOLE-FLEET
           END-EVALUATE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'MEN TO BE RECALLED: ' WS-RECALL-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           CLOSE LEAVE-LEDGER.
           CLOSE CREW-ROSTER.
           GOBACK.

      *The force's sailing date is the one its schedule holds; a
      *force not yet scheduled is asked for a date like a ship
       LOAD-FORCE-SAILING.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-SCH-FILE-STATUS = '00' OR WS-SCH-FILE-STATUS = '97'
               MOVE WS-TF-ID TO SCH-TF-ID
               READ SAILING-SCHEDULE RECORD KEY SCH-TF-ID
               INVALID KEY
                   DISPLAY 'NO SAILING SCHEDULED FOR ' WS-TF-ID
               NOT INVALID KEY
                   MOVE SCH-DEP-DATE TO WS-AS-OF
                   DISPLAY WS-TF-ID ' SAILS FROM ' SCH-DEP-PORT
                      ' ON ' SCH-DEP-DATE
               END-READ
               CLOSE SAILING-SCHEDULE
           END-IF.

       RECALL-FORCE-MEMBERS.
           OPEN INPUT TASK-FORCE-MEMBERS.
           IF WS-TFM-FILE-STATUS NOT = '00'
              AND WS-TFM-FILE-STATUS NOT = '97'
               STRING 'TSKFRCM NOT AVAILABLE, STATUS '
                  WS-TFM-FILE-STATUS
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           ELSE
               MOVE WS-TF-ID TO TFM-TF-ID
               MOVE SPACES TO TFM-MEMBER-UID
               MOVE 'N' TO WS-TFM-EOF
               START TASK-FORCE-MEMBERS KEY >= TFM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TFM-EOF
               END-START
               PERFORM UNTIL WS-TFM-EOF = 'Y'
                   READ TASK-FORCE-MEMBERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-TFM-EOF
                       NOT AT END
                           IF TFM-TF-ID NOT = WS-TF-ID
                               MOVE 'Y' TO WS-TFM-EOF
                           ELSE
                               MOVE TFM-MEMBER-UID TO WS-SEARCH-UID
                               PERFORM RECALL-ONE-SHIP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-FORCE-MEMBERS
           END-IF.

      *The hull is the roster's major key: one START and a browse
      *until the UID changes gives her whole company
       RECALL-ONE-SHIP.
           MOVE WS-SEARCH-UID TO ROSTER-UID.
           MOVE SPACES TO ROSTER-SVC-NR.
           MOVE 'N' TO WS-EOF.
           START CREW-ROSTER KEY >= ROSTER-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREW-ROSTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ROSTER-UID NOT = WS-SEARCH-UID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF ROSTER-DATE-RELIEVED = SPACES
                               PERFORM CHECK-MAN-ON-LEAVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RECALL-WHOLE-FLEET.
           MOVE LOW-VALUES TO ROSTER-KEY.
           MOVE 'N' TO WS-EOF.
           START CREW-ROSTER KEY >= ROSTER-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREW-ROSTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ROSTER-DATE-RELIEVED = SPACES
                           PERFORM CHECK-MAN-ON-LEAVE
                       END-IF
               END-READ
           END-PERFORM.

      *Same test CHKLEAVE makes: a granted, unreturned period that
      *covers the date puts him ashore
       CHECK-MAN-ON-LEAVE.
           MOVE ROSTER-SVC-NR TO LVE-SVC-NR.
           MOVE SPACES TO LVE-START-DATE.
           MOVE 'N' TO WS-LVE-EOF.
           START LEAVE-LEDGER KEY >= LVE-KEY
           INVALID KEY
               MOVE 'Y' TO WS-LVE-EOF
           END-START.
           PERFORM UNTIL WS-LVE-EOF = 'Y'
               READ LEAVE-LEDGER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LVE-EOF
                   NOT AT END
                       IF LVE-SVC-NR NOT = ROSTER-SVC-NR
                          OR LVE-START-DATE > WS-AS-OF
                           MOVE 'Y' TO WS-LVE-EOF
                       ELSE
                           IF LVE-STATE = 'G'
                              AND LVE-END-DATE >= WS-AS-OF
                               PERFORM PRINT-ONE-RECALL
                               MOVE 'Y' TO WS-LVE-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-RECALL.
           ADD 1 TO WS-RECALL-COUNT.
           STRING '  ' ROSTER-UID ' ' ROSTER-SVC-NR ' ' ROSTER-NAME
              ' ' ROSTER-BILLET
              DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM PRINT-REPORT-LINE.
           STRING '      ON LEAVE ' LVE-START-DATE ' TO '
              LVE-END-DATE ' AT ' LVE-ADDRESS
              DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM PRINT-REPORT-LINE.

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

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'LEAVE RECALL LIST' TO WS-RPT-LINE.
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
           MOVE 'DRAFTING OFFICE' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
