      *This program prints the Navy List the appointments boards ask
      *for every month: every commissioned officer on the RANKSEN
      *seniority file, by rank in order of precedence from the
      *RANKREF reference and, within the rank, in order of
      *seniority date, each with the ship he is borne in. The
      *current hull on the seniority row is proved against his open
      *CREWROST row before it is printed, and the ship's name comes
      *from ALLSHPS; an officer with no open roster row shows as
      *not borne in any ship.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NAVYLST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENIORITY-FILE ASSIGN TO RANKSEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SEN-SVC-NR
           FILE STATUS IS WS-SEN-FILE-STATUS.
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SENIORITY-FILE.
       COPY SENREG.
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
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-PRECEDENCE PIC 9(3).
           05 SD-SENIORITY-DATE PIC X(8).
           05 SD-SVC-NR PIC X(10).
           05 SD-RANK-TITLE PIC X(25).
           05 SD-NAME PIC X(25).
           05 SD-UID PIC X(12).
           05 SD-BILLET PIC X(20).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SEN-FILE-STATUS PIC XX.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-ROST-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIPS-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CUR-RANK PIC X(25) VALUE SPACES.
       01 WS-SHIP-TEXT PIC X(40).
       01 WS-OFFICER-COUNT PIC 9(5) VALUE 0.
       01 WS-RANK-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-BORNE-COUNT PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-RANK-COUNT PIC 9(5) VALUE 0.
      *Common rank lookup plumbing; see GETRNK
       01 WS-RNK-RESULT PIC X(1).
       01 WS-RNK-TITLE PIC X(25).
       01 WS-RNK-CLASS PIC X(1).
       01 WS-RNK-PRECEDENCE PIC 9(3).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'NAVYLST'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT SENIORITY-FILE.
           IF WS-SEN-FILE-STATUS NOT = '00'
              AND WS-SEN-FILE-STATUS NOT = '97'
               DISPLAY 'NO SENIORITY FILE ON FILE, STATUS '
                  WS-SEN-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS = '00' OR WS-ROST-FILE-STATUS = '97'
               MOVE 'y' TO WS-ROST-AVAILABLE
           ELSE
               DISPLAY 'WARNING: CREWROST NOT AVAILABLE, NO OFFICER '
                  'CAN BE SHOWN BORNE IN A SHIP'
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIPS-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-PRECEDENCE
               SD-SENIORITY-DATE SD-SVC-NR
               INPUT PROCEDURE IS FEED-OFFICERS
               OUTPUT PROCEDURE IS PRINT-NAVY-LIST.
           PERFORM PRINT-REPORT-LINE.
           STRING 'OFFICERS LISTED: ' WS-OFFICER-COUNT
              ', NOT BORNE IN A SHIP: ' WS-NOT-BORNE-COUNT
              ', RANK NOT ON RANKREF: ' WS-UNKNOWN-RANK-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           CLOSE SENIORITY-FILE.
           IF WS-ROST-AVAILABLE = 'y'
               CLOSE CREW-ROSTER
           END-IF.
           IF WS-SHIPS-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

      *Officers only; a rank code the reference doesn't know is
      *still listed, last, under its bare code, so the gap in
      *RANKREF shows up instead of the officer vanishing
       FEED-OFFICERS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SENIORITY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       CALL 'GETRNK' USING SEN-RANK-CODE,
                          WS-RNK-RESULT, WS-RNK-TITLE, WS-RNK-CLASS,
                          WS-RNK-PRECEDENCE
                       IF WS-RNK-RESULT NOT = 'Y'
                           MOVE SEN-RANK-CODE TO WS-RNK-TITLE
                           ADD 1 TO WS-UNKNOWN-RANK-COUNT
                           PERFORM RELEASE-ONE-OFFICER
                       ELSE
                           IF WS-RNK-CLASS = 'O'
                               PERFORM RELEASE-ONE-OFFICER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

      *The hull on the seniority row counts only while his roster
      *row on that hull is still open
       RELEASE-ONE-OFFICER.
           MOVE WS-RNK-PRECEDENCE TO SD-PRECEDENCE.
           MOVE SEN-SENIORITY-DATE TO SD-SENIORITY-DATE.
           MOVE SEN-SVC-NR TO SD-SVC-NR.
           MOVE WS-RNK-TITLE TO SD-RANK-TITLE.
           MOVE SEN-NAME TO SD-NAME.
           MOVE SPACES TO SD-UID.
           MOVE SPACES TO SD-BILLET.
           IF WS-ROST-AVAILABLE = 'y'
              AND SEN-CURRENT-UID NOT = SPACES
               MOVE SEN-CURRENT-UID TO ROSTER-UID
               MOVE SEN-SVC-NR TO ROSTER-SVC-NR
               READ CREW-ROSTER RECORD KEY ROSTER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ROSTER-DATE-RELIEVED = SPACES
                       MOVE ROSTER-UID TO SD-UID
                       MOVE ROSTER-BILLET TO SD-BILLET
                   END-IF
               END-READ
           END-IF.
           RELEASE SORT-RECORD.

       PRINT-NAVY-LIST.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-OFFICER
               END-RETURN
           END-PERFORM.
           IF WS-CUR-RANK NOT = SPACES
               PERFORM PRINT-RANK-TOTAL
           END-IF.

       PRINT-ONE-OFFICER.
           IF SD-RANK-TITLE NOT = WS-CUR-RANK
               IF WS-CUR-RANK NOT = SPACES
                   PERFORM PRINT-RANK-TOTAL
               END-IF
               MOVE SD-RANK-TITLE TO WS-CUR-RANK
               MOVE 0 TO WS-RANK-COUNT
               PERFORM PRINT-REPORT-LINE
               STRING SD-RANK-TITLE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD 1 TO WS-OFFICER-COUNT.
           ADD 1 TO WS-RANK-COUNT.
           MOVE SPACES TO WS-SHIP-TEXT.
           IF SD-UID = SPACES
               ADD 1 TO WS-NOT-BORNE-COUNT
               MOVE '(NOT BORNE IN A SHIP)' TO WS-SHIP-TEXT
           ELSE
               MOVE 'ZZ' TO WS-FILE-STATUS
               IF WS-SHIPS-AVAILABLE = 'y'
                   MOVE SD-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
               END-IF
               IF WS-FILE-STATUS = '00'
                   STRING SHIP-NAME ' ' SD-BILLET
                      DELIMITED BY SIZE INTO WS-SHIP-TEXT
                   END-STRING
               ELSE
                   STRING SD-UID ' ' SD-BILLET
                      DELIMITED BY SIZE INTO WS-SHIP-TEXT
                   END-STRING
               END-IF
           END-IF.
           STRING '  ' SD-SENIORITY-DATE ' ' SD-NAME ' ' SD-SVC-NR
              ' ' WS-SHIP-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-RANK-TOTAL.
           STRING '  ' WS-RANK-COUNT ' ON THE LIST'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'NAVY LIST, OFFICERS BY RANK AND SENIORITY'
              TO WS-RPT-LINE.
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
           MOVE 'APPOINTMENTS BOARD' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
