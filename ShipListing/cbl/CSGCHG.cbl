      *This program is the change-of-call-signs run: on the scheduled
      *change date every hull in ALLSHPS still afloat (anything not
      *Sunk or Scrapped) is issued a fresh call-sign from a new
      *series, and every sign in force until then is closed off on
      *the change date, so a signal from before the change still
      *resolves to the hull that sent it. The run is prepared ahead
      *of the date -- the new signs simply take effect on it -- and
      *prints the new issue as the list the signal stations and the
      *watch work from. A hull already given a sign by hand for the
      *change date or later keeps it and is skipped; a change date
      *already issued is refused outright, so a second run cannot
      *double-issue the fleet.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CSGCHG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-SIGNS ASSIGN TO CALLSGN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-KEY
           ALTERNATE RECORD KEY IS CSG-UID WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CALL-SIGNS.
       COPY CALLSGN.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-SHIP-EOF PIC X.
       01 WS-CHANGE-DATE PIC X(8).
      *The new series' letters; each hull gets the letters plus a
      *four-digit serial in UID order
       01 WS-SERIES PIC X(4).
       01 WS-SERIAL PIC 9(4) VALUE 0.
       01 WS-NEW-CALL-SIGN PIC X(8).
       01 WS-ALREADY-ISSUED PIC X VALUE 'N'.
       01 WS-PRE-ASSIGNED PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-ISSUED-COUNT PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'CSGCHG'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           DISPLAY 'Enter call-sign change date, CCYYMMDD: '.
           ACCEPT WS-CHANGE-DATE.
           MOVE WS-CHANGE-DATE TO WS-CHK-DATE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-CHANGE-DATE.
           MOVE SPACES TO WS-SERIES.
           PERFORM UNTIL WS-SERIES NOT = SPACES
               DISPLAY 'Enter new call-sign series letters, up to '
                  '4 chars: '
               ACCEPT WS-SERIES
           END-PERFORM.
           DISPLAY 'Reissue every call-sign in the fleet from '
              WS-CHANGE-DATE ' in series ' WS-SERIES '? Y/N: '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'NO CHANGE MADE'
               GOBACK
           END-IF.
           OPEN I-O CALL-SIGNS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT CALL-SIGNS
                 CLOSE CALL-SIGNS
                 OPEN I-O CALL-SIGNS
              END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS NOT = '00'
              AND WS-SHIP-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: ALLSHPS OPEN ERROR-CODE:'
                  WS-SHIP-FILE-STATUS
               CLOSE CALL-SIGNS
               GOBACK
           END-IF.
           PERFORM CLOSE-OUTGOING-SIGNS.
           IF WS-ALREADY-ISSUED = 'Y'
               DISPLAY 'CALL-SIGN CHANGE FOR ' WS-CHANGE-DATE
                  ' ALREADY ISSUED, RUN REFUSED'
           ELSE
               PERFORM OPEN-REPORT
               PERFORM ISSUE-NEW-SIGNS
               PERFORM PRINT-REPORT-LINE
               STRING 'CALL-SIGNS ISSUED: ' WS-ISSUED-COUNT
                  '  PREVIOUS SIGNS CLOSED: ' WS-CLOSED-COUNT
                  '  HULLS ALREADY ASSIGNED: ' WS-SKIPPED-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
               PERFORM CLOSE-REPORT
               DISPLAY 'CALL-SIGNS ISSUED: ' WS-ISSUED-COUNT
           END-IF.
           CLOSE CALL-SIGNS.
           CLOSE ALLIED-SHIPS.
           GOBACK.

      *Two passes over the register. The first only looks for a
      *change already issued for this date, so a refused run leaves
      *the register untouched; the second closes every sign still
      *open from before the change date
       CLOSE-OUTGOING-SIGNS.
           MOVE LOW-VALUES TO CSG-KEY.
           MOVE 'N' TO WS-EOF.
           START CALL-SIGNS KEY >= CSG-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CALL-SIGNS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CSG-ISSUE-SOURCE = 'C'
                          AND CSG-VALID-FROM = WS-CHANGE-DATE
                           MOVE 'Y' TO WS-ALREADY-ISSUED
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ALREADY-ISSUED NOT = 'Y'
               MOVE LOW-VALUES TO CSG-KEY
               MOVE 'N' TO WS-EOF
               START CALL-SIGNS KEY >= CSG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALL-SIGNS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CSG-VALID-TO = SPACES
                              AND CSG-VALID-FROM < WS-CHANGE-DATE
                               MOVE WS-CHANGE-DATE TO CSG-VALID-TO
                               REWRITE CALL-SIGN-RECORD
                               ADD 1 TO WS-CLOSED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *One new sign per hull still afloat, in UID order
       ISSUE-NEW-SIGNS.
           MOVE LOW-VALUES TO UID.
           MOVE 'N' TO WS-SHIP-EOF.
           START ALLIED-SHIPS KEY >= UID
           INVALID KEY
               MOVE 'Y' TO WS-SHIP-EOF
           END-START.
           PERFORM UNTIL WS-SHIP-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SHIP-EOF
                   NOT AT END
                       IF SHIP-STATUS NOT = 'Sunk'
                          AND SHIP-STATUS NOT = 'Scrapped'
                           PERFORM ISSUE-ONE-SIGN
                       END-IF
               END-READ
           END-PERFORM.

       ISSUE-ONE-SIGN.
           PERFORM CHECK-PRE-ASSIGNED.
           IF WS-PRE-ASSIGNED = 'Y'
               ADD 1 TO WS-SKIPPED-COUNT
               STRING '  ' UID ' ' SHIP-NAME ' KEEPS ' CSG-CALL-SIGN
                  ' (ASSIGNED FROM ' CSG-VALID-FROM ')'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           ELSE
               ADD 1 TO WS-SERIAL
               MOVE SPACES TO WS-NEW-CALL-SIGN
               STRING WS-SERIES DELIMITED BY SPACE
                  WS-SERIAL DELIMITED BY SIZE
                  INTO WS-NEW-CALL-SIGN
               END-STRING
               MOVE WS-NEW-CALL-SIGN TO CSG-CALL-SIGN
               MOVE WS-CHANGE-DATE TO CSG-VALID-FROM
               MOVE SPACES TO CSG-VALID-TO
               MOVE UID TO CSG-UID
               MOVE 'C' TO CSG-ISSUE-SOURCE
               WRITE CALL-SIGN-RECORD
               INVALID KEY
                   DISPLAY 'CALL-SIGN ' WS-NEW-CALL-SIGN
                      ' ALREADY ON FILE FOR ' WS-CHANGE-DATE
                      ', NOT ISSUED TO ' UID
               NOT INVALID KEY
                   ADD 1 TO WS-ISSUED-COUNT
                   STRING '  ' UID ' ' SHIP-NAME ' ' SHIP-TYPE ' '
                      WS-NEW-CALL-SIGN
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-WRITE
           END-IF.

      *A hull given a sign by hand for the change date or later
      *already has her new sign; browsed on the UID alternate key
       CHECK-PRE-ASSIGNED.
           MOVE 'N' TO WS-PRE-ASSIGNED.
           MOVE UID TO CSG-UID.
           MOVE 'N' TO WS-EOF.
           START CALL-SIGNS KEY = CSG-UID
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CALL-SIGNS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CSG-UID NOT = UID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF CSG-VALID-TO = SPACES
                              AND CSG-VALID-FROM >= WS-CHANGE-DATE
                               MOVE 'Y' TO WS-PRE-ASSIGNED
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CALL-SIGN ISSUE EFFECTIVE ' WS-CHANGE-DATE
              ' SERIES ' WS-SERIES
              DELIMITED BY SIZE INTO WS-RPT-LINE.
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
           MOVE 'SIGNALS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
