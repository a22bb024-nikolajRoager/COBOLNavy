      *prints each trade task with its status, then the percent of
      *items complete -- so "how far along is she" is answered from
      *the yard's own sign-offs instead of a guess at the one-line
      *work description. An open item with a STDMNDS stores demand
      *raised against it and not yet received is shown as held up,
      *with the demand, its priority and where it stands, so a
      *slipping refit shows whether it is waiting on the yard or on
      *the naval stores.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RWK-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT STORES-DEMANDS ASSIGN TO STDMNDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDM-KEY
           FILE STATUS IS WS-SDM-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05 RWK-EST-DAYS PIC 9(3).
           05 RWK-STATUS PIC X(8).
           05 RWK-COMPLETION-DATE PIC X(8).
       FD  STORES-DEMANDS.
       COPY STDMREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-REFIT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-RWK-EOF PIC X.
       01 WS-SDM-FILE-STATUS PIC XX.
       01 WS-SDM-AVAILABLE PIC X VALUE 'n'.
       01 WS-SDM-EOF PIC X.
       01 WS-ITEM-BLOCKED PIC X.
       01 WS-ITEM-HELD PIC 9(3).
       01 WS-HELD-TOTAL PIC 9(5) VALUE 0.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
       01 WS-ITEM-TOTAL PIC 9(3).
               CLOSE SHIP-REFITS
               GOBACK
           END-IF.
           OPEN INPUT STORES-DEMANDS.
           IF WS-SDM-FILE-STATUS = '00' OR WS-SDM-FILE-STATUS = '97'
               MOVE 'y' TO WS-SDM-AVAILABLE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-REPORT.
           END-PERFORM.
           CLOSE SHIP-REFITS.
           CLOSE REFIT-WORK-ITEMS.
           IF WS-SDM-AVAILABLE = 'y'
               CLOSE STORES-DEMANDS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'OPEN REFITS REPORTED: ' WS-OPEN-REFITS
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-SDM-AVAILABLE = 'y'
               STRING 'WORK ITEMS HELD UP FOR STORES: ' WS-HELD-TOTAL
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE 'STDMNDS NOT AVAILABLE, STORES HOLD-UPS NOT SHOWN'
                  TO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

           PERFORM PRINT-REPORT-LINE.
           MOVE 0 TO WS-ITEM-TOTAL.
           MOVE 0 TO WS-ITEM-DONE.
           MOVE 0 TO WS-ITEM-HELD.
           MOVE REFIT-UID TO RWK-UID.
           MOVE REFIT-START-DATE TO RWK-START-DATE.
           MOVE 0 TO RWK-ITEM-NR.
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
               IF WS-ITEM-HELD > 0
                   STRING '  *** ' WS-ITEM-HELD ' OPEN ITEM(S) HELD '
                      'UP WAITING FOR STORES'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-IF.

       REPORT-ONE-ITEM.
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           IF RWK-STATUS NOT = 'Complete' AND WS-SDM-AVAILABLE = 'y'
               PERFORM SHOW-UNFILLED-DEMANDS
           END-IF.

      *The hull's demands are one START away on STDMNDS; those
      *raised against this refit and item and not yet received are
      *what the item is waiting for
       SHOW-UNFILLED-DEMANDS.
           MOVE 'N' TO WS-ITEM-BLOCKED.
           MOVE RWK-UID TO SDM-UID.
           MOVE SPACES TO SDM-DEMAND-NR.
           MOVE 'N' TO WS-SDM-EOF.
           START STORES-DEMANDS KEY >= SDM-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SDM-EOF
           END-START.
           PERFORM UNTIL WS-SDM-EOF = 'Y'
               READ STORES-DEMANDS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SDM-EOF
                   NOT AT END
                       IF SDM-UID NOT = RWK-UID
                           MOVE 'Y' TO WS-SDM-EOF
                       ELSE
                           IF SDM-SERVES = 'R'
                              AND SDM-REF-DATE = RWK-START-DATE
                              AND SDM-ITEM-NR = RWK-ITEM-NR
                              AND SDM-RECEIVED-DATE = SPACES
                               PERFORM PRINT-BLOCKING-DEMAND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ITEM-BLOCKED = 'Y'
               ADD 1 TO WS-ITEM-HELD
               ADD 1 TO WS-HELD-TOTAL
           END-IF.

       PRINT-BLOCKING-DEMAND.
           MOVE 'Y' TO WS-ITEM-BLOCKED.
           IF SDM-ISSUED-DATE = SPACES
               STRING '      HELD UP: DEMAND ' SDM-DEMAND-NR ' '
                  SDM-QUANTITY ' ' SDM-ITEM ' PRIORITY '
                  SDM-PRIORITY ', NOT ISSUED'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '      HELD UP: DEMAND ' SDM-DEMAND-NR ' '
                  SDM-QUANTITY ' ' SDM-ITEM ' PRIORITY '
                  SDM-PRIORITY ', ISSUED ' SDM-ISSUED-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
