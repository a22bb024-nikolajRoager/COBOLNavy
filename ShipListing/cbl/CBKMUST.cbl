      *This program is the confidential-books muster chaser: every
      *copy still on charge on the CBKREG custody register (held,
      *or superseded and not yet burnt) must be sighted by its
      *custodian once a month, and CBKMNT stamps the muster date
      *when it is. This lists, hull by hull, every copy whose last
      *muster -- or issue, for a copy never yet mustered -- is more
      *than a month old, so the signals security officer chases the
      *ship before the gap becomes a loss nobody noticed. Copies
      *already marked compromised are not chased.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBKMUST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIDENTIAL-BOOKS ASSIGN TO CBKREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-DATE-INT PIC 9(8).
       01 WS-AGE-DAYS PIC 9(4).
      *A monthly muster, allowing for the long months
       01 WS-MUSTER-INTERVAL PIC 9(3) VALUE 31.
       01 WS-MUSTERED-ON PIC X(8).
       01 WS-CUR-UID PIC X(12) VALUE SPACES.
       01 WS-ON-CHARGE-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'CBKMUST'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT CONFIDENTIAL-BOOKS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO CUSTODY REGISTER ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-TODAY)).
           PERFORM OPEN-REPORT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONFIDENTIAL-BOOKS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CBK-STATE = 'H' OR CBK-STATE = 'S'
                           PERFORM CHECK-ONE-COPY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIDENTIAL-BOOKS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'COPIES ON CHARGE: ' WS-ON-CHARGE-COUNT
              ', MUSTER OVERDUE: ' WS-OVERDUE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       CHECK-ONE-COPY.
           ADD 1 TO WS-ON-CHARGE-COUNT.
           IF CBK-LAST-MUSTER-DATE = SPACES
               MOVE CBK-ISSUE-DATE TO WS-MUSTERED-ON
           ELSE
               MOVE CBK-LAST-MUSTER-DATE TO WS-MUSTERED-ON
           END-IF.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-MUSTERED-ON)).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT.
           IF WS-AGE-DAYS > WS-MUSTER-INTERVAL
               ADD 1 TO WS-OVERDUE-COUNT
               IF CBK-UID NOT = WS-CUR-UID
                   MOVE CBK-UID TO WS-CUR-UID
                   PERFORM PRINT-REPORT-LINE
                   STRING 'HULL ' WS-CUR-UID
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
               STRING '  ' CBK-BOOK-NR ' ' CBK-SHORT-TITLE
                  ' EDITION ' CBK-EDITION ' STATE ' CBK-STATE
                  ' LAST SIGHTED ' WS-MUSTERED-ON ', '
                  WS-AGE-DAYS ' DAY(S) AGO'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'CONFIDENTIAL BOOKS MUSTER OVERDUE' TO WS-RPT-LINE.
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
           MOVE 'SIGNALS SECURITY OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
