      *This program is the outstanding stores demands report: every
      *STDMNDS demand not yet received, grouped by the yard or port
      *it is wanted at and, within the yard, by priority, oldest
      *first -- so the naval stores officer at each yard sees the
      *priority-one demands holding ships in hand before the routine
      *ones, with how long each has been waiting and whether the
      *depot has at least issued it. Each demand names the refit
      *work item or damage state it serves.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STDMRPT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORES-DEMANDS ASSIGN TO STDMNDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SDM-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STORES-DEMANDS.
       COPY STDMREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-YARD PIC X(25).
           05 SD-PRIORITY PIC 9(1).
           05 SD-RAISED-DATE PIC X(8).
           05 SD-UID PIC X(12).
           05 SD-DEMAND-NR PIC X(10).
           05 SD-SERVES PIC X(1).
           05 SD-REF-DATE PIC X(8).
           05 SD-ITEM-NR PIC 9(3).
           05 SD-ITEM PIC X(30).
           05 SD-QUANTITY PIC 9(5).
           05 SD-ISSUED-DATE PIC X(8).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-WAITING-DAYS PIC 9(4).
       01 WS-CUR-YARD PIC X(25).
       01 WS-CUR-PRIORITY PIC 9(1).
       01 WS-FIRST PIC X VALUE 'Y'.
       01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-ISSUED-COUNT PIC 9(5) VALUE 0.
       01 WS-SERVES-TEXT PIC X(30).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'STDMRPT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(1:8))).
           OPEN INPUT STORES-DEMANDS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO STORES DEMAND FILE ON RECORD, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-YARD SD-PRIORITY
               SD-RAISED-DATE
               INPUT PROCEDURE IS RELEASE-OUTSTANDING
               OUTPUT PROCEDURE IS PRINT-BY-YARD.
           CLOSE STORES-DEMANDS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'DEMANDS OUTSTANDING: ' WS-OUTSTANDING-COUNT
              ', NOT YET ISSUED BY THE DEPOT: ' WS-NOT-ISSUED-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *Outstanding means not received; an issued demand is still
      *on its way and still holds the work up
       RELEASE-OUTSTANDING.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STORES-DEMANDS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SDM-RECEIVED-DATE = SPACES
                           MOVE SDM-YARD TO SD-YARD
                           MOVE SDM-PRIORITY TO SD-PRIORITY
                           MOVE SDM-RAISED-DATE TO SD-RAISED-DATE
                           MOVE SDM-UID TO SD-UID
                           MOVE SDM-DEMAND-NR TO SD-DEMAND-NR
                           MOVE SDM-SERVES TO SD-SERVES
                           MOVE SDM-REF-DATE TO SD-REF-DATE
                           MOVE SDM-ITEM-NR TO SD-ITEM-NR
                           MOVE SDM-ITEM TO SD-ITEM
                           MOVE SDM-QUANTITY TO SD-QUANTITY
                           MOVE SDM-ISSUED-DATE TO SD-ISSUED-DATE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       PRINT-BY-YARD.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-DEMAND
               END-RETURN
           END-PERFORM.

       PRINT-ONE-DEMAND.
           IF WS-FIRST = 'Y' OR SD-YARD NOT = WS-CUR-YARD
               MOVE SD-YARD TO WS-CUR-YARD
               MOVE 0 TO WS-CUR-PRIORITY
               MOVE 'N' TO WS-FIRST
               PERFORM PRINT-REPORT-LINE
               STRING 'YARD: ' WS-CUR-YARD
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF SD-PRIORITY NOT = WS-CUR-PRIORITY
               MOVE SD-PRIORITY TO WS-CUR-PRIORITY
               STRING '  PRIORITY ' WS-CUR-PRIORITY
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           MOVE 0 TO WS-WAITING-DAYS.
           IF SD-RAISED-DATE IS NUMERIC
               COMPUTE WS-WAITING-DAYS = WS-TODAY-INT
                  - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(SD-RAISED-DATE))
           END-IF.
           STRING '    ' SD-DEMAND-NR ' ' SD-UID ' ' SD-QUANTITY ' '
              SD-ITEM ' RAISED ' SD-RAISED-DATE ', '
              WS-WAITING-DAYS ' DAYS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SERVES-TEXT.
           IF SD-SERVES = 'R'
               STRING 'REFIT ' SD-REF-DATE ' ITEM ' SD-ITEM-NR
                  DELIMITED BY SIZE INTO WS-SERVES-TEXT
               END-STRING
           ELSE
               STRING 'DAMAGE STATE ' SD-REF-DATE
                  DELIMITED BY SIZE INTO WS-SERVES-TEXT
               END-STRING
           END-IF.
           IF SD-ISSUED-DATE = SPACES
               ADD 1 TO WS-NOT-ISSUED-COUNT
               STRING '      FOR ' WS-SERVES-TEXT ' NOT YET ISSUED'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '      FOR ' WS-SERVES-TEXT ' ISSUED '
                  SD-ISSUED-DATE ', NOT YET RECEIVED'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'OUTSTANDING NAVAL STORES DEMANDS BY YARD'
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
           MOVE 'NAVAL STORES OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
