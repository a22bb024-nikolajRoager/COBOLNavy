      *This subprogram is the confidential-books compromise report,
      *CALLed by every program that takes a hull out of our hands:
      *CASLOSS when a loss is processed, DECOM when the record is
      *removed, and ADDSH, BULKSTAT, CONSOLE and ORDAPPLY when
      *SHIP-STATUS goes to 'Sunk' or 'Missing'; CBKQRUN lists the
      *hulls the CICS update SHPUPD has queued. It lists every copy
      *on the CBKREG custody register still charged to the hull with
      *no destruction certificate -- the editions the signals
      *security officer must treat as in enemy hands. For a loss
      *(anything but a decommission) the copies are also marked
      *presumed compromised with the event and date, so the muster
      *chaser stops asking a sunk ship to muster them. Driven like
      *RPTPRT: O opens the report, H lists one hull, C closes it,
      *so a run that loses several hulls prints one report.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBKCOMP.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIDENTIAL-BOOKS ASSIGN TO CBKREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CBK-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CONFIDENTIAL-BOOKS.
       COPY CBKREG.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CBK-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X.
       01 WS-HULL-COUNT PIC 9(4) VALUE 0.
       01 WS-HULL-COPIES PIC 9(4) VALUE 0.
       01 WS-TOTAL-COPIES PIC 9(5) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'CBKCOMP'.
       01 WS-RPT-LINE PIC X(100).
      *--------------------
       LINKAGE SECTION.
      *--------------------
      *O = open the report, H = list one hull, C = close the report
       01 LK-ACTION PIC X(1).
       01 LK-UID PIC X(12).
       01 LK-EVENT-DATE PIC X(8).
      *SUNK / MISSING / LOST / DECOM
       01 LK-EVENT PIC X(10).
      *------------------
       PROCEDURE DIVISION USING LK-ACTION, LK-UID, LK-EVENT-DATE,
           LK-EVENT.
      *------------------
       MAIN-PROCEDURE.
           EVALUATE LK-ACTION
               WHEN 'O'
                   PERFORM OPEN-COMPROMISE-REPORT
               WHEN 'H'
                   PERFORM LIST-ONE-HULL
               WHEN 'C'
                   PERFORM CLOSE-COMPROMISE-REPORT
               WHEN OTHER
                   DISPLAY 'CBKCOMP: UNKNOWN ACTION ' LK-ACTION
           END-EVALUATE.
           GOBACK.

       OPEN-COMPROMISE-REPORT.
           MOVE 0 TO WS-HULL-COUNT.
           MOVE 0 TO WS-TOTAL-COPIES.
           MOVE 'n' TO WS-CBK-AVAILABLE.
           OPEN I-O CONFIDENTIAL-BOOKS.
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
               MOVE 'y' TO WS-CBK-AVAILABLE
           ELSE
               DISPLAY 'WARNING: CBKREG NOT AVAILABLE, NO '
                  'CONFIDENTIAL-BOOKS COMPROMISE REPORT, STATUS '
                  WS-FILE-STATUS
           END-IF.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'CONFIDENTIAL BOOKS COMPROMISE REPORT' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       LIST-ONE-HULL.
           ADD 1 TO WS-HULL-COUNT.
           MOVE 0 TO WS-HULL-COPIES.
           PERFORM PRINT-REPORT-LINE.
           STRING LK-UID ' ' LK-EVENT ' ' LK-EVENT-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-CBK-AVAILABLE = 'y'
               MOVE LK-UID TO CBK-UID
               MOVE SPACES TO CBK-BOOK-NR
               MOVE 'N' TO WS-EOF
               START CONFIDENTIAL-BOOKS KEY >= CBK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONFIDENTIAL-BOOKS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CBK-UID NOT = LK-UID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF CBK-STATE NOT = 'D'
                                   PERFORM LIST-ONE-COPY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-HULL-COPIES = 0
               STRING '  NO UNCERTIFIED COPIES ON CHARGE'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '  *** ' WS-HULL-COPIES ' COPY(IES) NOT '
                  'CERTIFIED DESTROYED'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               DISPLAY 'CONFIDENTIAL BOOKS: ' WS-HULL-COPIES
                  ' UNCERTIFIED COPY(IES) HELD BY ' LK-UID
                  ', SEE CBKCOMP REPORT'
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *A loss puts the copy beyond our reach; a decommission only
      *lists it for recovery and destruction
       LIST-ONE-COPY.
           ADD 1 TO WS-HULL-COPIES.
           ADD 1 TO WS-TOTAL-COPIES.
           STRING '  ' CBK-BOOK-NR ' ' CBK-SHORT-TITLE ' EDITION '
              CBK-EDITION ' ISSUED ' CBK-ISSUE-DATE ' STATE '
              CBK-STATE ' LAST MUSTER ' CBK-LAST-MUSTER-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF LK-EVENT NOT = 'DECOM'
              AND CBK-STATE NOT = 'C'
               MOVE 'C' TO CBK-STATE
               MOVE LK-EVENT-DATE TO CBK-COMPROMISE-DATE
               MOVE LK-EVENT TO CBK-COMPROMISE-EVENT
               REWRITE CONFIDENTIAL-BOOK-RECORD
           END-IF.

       CLOSE-COMPROMISE-REPORT.
           PERFORM PRINT-REPORT-LINE.
           STRING 'HULLS LISTED: ' WS-HULL-COUNT
              '  UNCERTIFIED COPIES: ' WS-TOTAL-COPIES
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'C' TO WS-RPT-ACTION.
           MOVE 'SIGNALS SECURITY OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-CBK-AVAILABLE = 'y'
               CLOSE CONFIDENTIAL-BOOKS
           END-IF.
           MOVE 'n' TO WS-CBK-AVAILABLE.

       PRINT-REPORT-LINE.
           MOVE 'L' TO WS-RPT-ACTION.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
