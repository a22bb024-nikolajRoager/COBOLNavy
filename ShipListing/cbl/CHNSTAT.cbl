      *This program is the swept-channel status report: every
      *channel on CHNREG with the ports it joins, the date it was
      *last swept, and the date its re-sweep falls due, and every
      *channel that cannot be trusted today flagged UNSAFE -- closed
      *by the authority, never swept, or with its last sweep older
      *than its re-sweep interval. The grading is the one CHKCHNL
      *gives SAILSCHD's route check, so the minesweeping flotillas
      *and the sailing desk work from the same picture.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHNSTAT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEPT-CHANNELS ASSIGN TO CHNREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHN-ID
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SWEPT-CHANNELS.
       COPY CHNREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
       01 WS-DUE-NUM PIC 9(8).
       01 WS-DUE-DATE PIC X(8).
       01 WS-STATE-TEXT PIC X(22).
       01 WS-CHANNEL-COUNT PIC 9(4) VALUE 0.
       01 WS-UNSAFE-COUNT PIC 9(4) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'CHNSTAT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN INPUT SWEPT-CHANNELS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO SWEPT-CHANNEL REGISTER ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SWEPT-CHANNELS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-CHANNEL
               END-READ
           END-PERFORM.
           CLOSE SWEPT-CHANNELS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'CHANNELS: ' WS-CHANNEL-COUNT
              ', UNSAFE ON ' WS-RUN-DATE ': ' WS-UNSAFE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *Same grading as CHKCHNL: a sweep is good through the last day
      *of its interval
       REPORT-ONE-CHANNEL.
           ADD 1 TO WS-CHANNEL-COUNT.
           MOVE SPACES TO WS-DUE-DATE.
           IF CHN-LAST-SWEPT-DATE NOT = SPACES
               COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(CHN-LAST-SWEPT-DATE))
                  + CHN-RESWEEP-DAYS)
               MOVE WS-DUE-NUM TO WS-DUE-DATE
           END-IF.
           EVALUATE TRUE
               WHEN CHN-STATUS = 'C'
                   MOVE '*** UNSAFE, CLOSED' TO WS-STATE-TEXT
               WHEN CHN-LAST-SWEPT-DATE = SPACES
                   MOVE '*** UNSAFE, UNSWEPT' TO WS-STATE-TEXT
               WHEN WS-DUE-DATE < WS-RUN-DATE
                   MOVE '*** UNSAFE, OVERDUE' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'OPEN' TO WS-STATE-TEXT
           END-EVALUATE.
           IF WS-STATE-TEXT NOT = 'OPEN'
               ADD 1 TO WS-UNSAFE-COUNT
           END-IF.
           STRING CHN-ID ' ' CHN-NAME ' ' CHN-FROM-PORT ' - '
              CHN-TO-PORT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  LAST SWEPT ' CHN-LAST-SWEPT-DATE
              ', RE-SWEEP EVERY ' CHN-RESWEEP-DAYS ' DAYS, DUE '
              WS-DUE-DATE '  ' WS-STATE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'SWEPT CHANNEL STATUS' TO WS-RPT-LINE.
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
           MOVE 'MINESWEEPING FLOTILLAS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
