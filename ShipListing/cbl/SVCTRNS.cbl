      *ship's name and, for an archived hull, her recorded fate),
      *the SHIP-SUPERSEDED-BY pointer is noted where a posting names
      *a since-renumbered identity, and the postings print in date
      *order with the billets held. On request the man's entries on
      *the DEFAULTR defaulters register follow the postings, read
      *straight off the register by service number.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS HIST-SHIP-UID
           FILE STATUS IS WS-HISTSHP-FILE-STATUS.
           SELECT DEFAULTERS ASSIGN TO DEFAULTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-KEY
           FILE STATUS IS WS-DEF-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       01 HISTORICAL-SHIP-RECORD.
           05 HIST-SHIP-UID PIC X(12).
           05 HIST-SHIP-OTHER-DATA PIC X(483).
       FD  DEFAULTERS.
       COPY DEFREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-HISTSHP-FILE-STATUS PIC XX.
       01 WS-DEF-FILE-STATUS PIC XX.
       01 WS-SHOW-DEFAULTS PIC X VALUE 'N'.
       01 WS-DEFAULT-COUNT PIC 99 VALUE 0.
       01 WS-SHIPS-AVAILABLE PIC X VALUE 'n'.
       01 WS-HISTSHP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'SVCTRNS'.
       01 WS-RPT-LINE PIC X(100).
      *Read-access log plumbing; see LOGREAD
       01 WS-OPERATOR-ID PIC X(12).
      *Sign-on check; see CHKOPER
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
       01 WS-ACC-PROGRAM PIC X(8) VALUE 'SVCTRNS'.
       01 WS-ACC-SVC-NR PIC X(10).
       01 WS-ACC-UID PIC X(12).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           DISPLAY 'Enter operator ID, 12 chars: '.
           ACCEPT WS-OPERATOR-ID.
      *Sign-on check against the OPERMST security master, so that
      *every lookup on ACCLOG is logged under a proven operator
           MOVE 'ADD  ' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OPERATOR-ID,
              WS-CHK-RESULT.
           IF WS-CHK-RESULT = 'N'
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' NOT AUTHORIZED, '
                  'SIGN-ON REFUSED'
               GOBACK
           END-IF.
           IF WS-CHK-RESULT = 'U'
               DISPLAY 'WARNING: OPERATOR MASTER NOT AVAILABLE, '
                  'PROCEEDING UNCHECKED'
           END-IF.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS NOT = '00'
              AND WS-ROST-FILE-STATUS NOT = '97'
           END-IF.
           DISPLAY 'Enter service number, 10 chars: '.
           ACCEPT WS-SEARCH-SVC.
           MOVE WS-SEARCH-SVC TO WS-ACC-SVC-NR.
           MOVE SPACES TO WS-ACC-UID.
           PERFORM LOG-READ-ACCESS.
           DISPLAY 'Include disciplinary entries? Y/N: '.
           ACCEPT WS-SHOW-DEFAULTS.
      *The service number is the minor key, so gathering a man's
      *postings is a scan of the whole roster
           PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM PRINT-ONE-POSTING
               END-PERFORM
           END-IF.
           IF WS-SHOW-DEFAULTS = 'Y' OR WS-SHOW-DEFAULTS = 'y'
               PERFORM PRINT-DISCIPLINARY-ENTRIES
           END-IF.
           PERFORM CLOSE-REPORT.
           IF WS-SHIPS-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

      *The register is keyed service number first, so a START on
      *the man's number and a browse until it changes gives his
      *awards in date order
       PRINT-DISCIPLINARY-ENTRIES.
           PERFORM PRINT-REPORT-LINE.
           OPEN INPUT DEFAULTERS.
           IF WS-DEF-FILE-STATUS NOT = '00'
              AND WS-DEF-FILE-STATUS NOT = '97'
               STRING 'DEFAULTERS REGISTER NOT AVAILABLE, STATUS '
                  WS-DEF-FILE-STATUS
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           ELSE
               MOVE 'DISCIPLINARY ENTRIES' TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE 'N' TO WS-EOF
               MOVE WS-SEARCH-SVC TO DEF-SVC-NR
               MOVE LOW-VALUES TO DEF-DATE
               MOVE 0 TO DEF-SEQ
               START DEFAULTERS KEY IS NOT LESS THAN DEF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEFAULTERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DEF-SVC-NR NOT = WS-SEARCH-SVC
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM PRINT-ONE-DEFAULT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DEFAULT-COUNT = 0
                   MOVE '  NONE RECORDED' TO WS-RPT-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
               CLOSE DEFAULTERS
           END-IF.

       PRINT-ONE-DEFAULT.
           ADD 1 TO WS-DEFAULT-COUNT.
           STRING '  ' DEF-DATE ' ' DEF-UID ' ' DEF-OFFENCE-CODE
              ' ' DEF-AWARD-LEVEL ' ' DEF-PUNISHMENT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM PRINT-REPORT-LINE.
           STRING '      AWARDED BY ' DEF-AWARDING-OFFICER
              DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM PRINT-REPORT-LINE.

       GATHER-ONE-POSTING.
           MOVE ROSTER-NAME TO WS-MAN-NAME.
           IF WS-POSTING-COUNT < 50
           MOVE 'DRAFTING OFFICE' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.

      *Every look at a man's record leaves a row on ACCLOG
       LOG-READ-ACCESS.
           CALL 'LOGREAD' USING WS-OPERATOR-ID, WS-ACC-PROGRAM,
              WS-ACC-SVC-NR, WS-ACC-UID.
