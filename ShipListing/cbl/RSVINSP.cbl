      *This program is the nightly reserve inspection-due list: every
      *hull on the RSVREG reserve register still carried as 'Reserve'
      *on ALLSHPS whose next preservation inspection falls due within
      *the next 30 days, soonest first, with the lay-up port so the
      *inspecting officers can plan their round; one already past due
      *is flagged OVERDUE. Then the loose ends the register should
      *not have: hulls carried as 'Reserve' with no register entry,
      *and register entries for hulls that are no longer in reserve.
      *Run nightly by NIGHTRUN.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RSVINSP.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVE-REGISTER ASSIGN TO RSVREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSV-UID
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed for each entry's status and name,
      *then end to end for Reserve hulls the register does not carry
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RESERVE-REGISTER.
       COPY RSVREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-DUE-DATE PIC X(8).
           05 SD-UID PIC X(12).
           05 SD-NAME PIC X(20).
           05 SD-TYPE PIC X(4).
           05 SD-CAT PIC X(1).
           05 SD-PORT PIC X(25).
           05 SD-LAST-INSPECTION PIC X(8).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-TODAY-INT PIC 9(8).
      *An inspection due within this many days is listed
       01 WS-LOOKAHEAD-DAYS PIC 9(3) VALUE 30.
       01 WS-HORIZON-NUM PIC 9(8).
       01 WS-HORIZON REDEFINES WS-HORIZON-NUM PIC X(8).
       01 WS-OVERDUE-TEXT PIC X(10).
       01 WS-DUE-COUNT PIC 9(4) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
       01 WS-RESERVE-COUNT PIC 9(4) VALUE 0.
       01 WS-UNREGISTERED-COUNT PIC 9(4) VALUE 0.
      *Register entries whose hull is gone from reserve, held for
      *printing after the due list
       01 WS-STALE-TABLE.
           05 WS-STALE-ENTRY OCCURS 100 TIMES.
                10 WS-STALE-UID PIC X(12).
                10 WS-STALE-STATUS PIC X(16).
       01 WS-STALE-COUNT PIC 9(4) VALUE 0.
       01 WS-IDX PIC 9(4).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'RSVINSP'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-HORIZON-NUM = FUNCTION DATE-OF-INTEGER(
              WS-TODAY-INT + WS-LOOKAHEAD-DAYS).
           OPEN INPUT RESERVE-REGISTER.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO RESERVE REGISTER ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS NOT = '00'
              AND WS-SHIP-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: ALLSHPS OPEN ERROR-CODE:'
                  WS-SHIP-FILE-STATUS
               CLOSE RESERVE-REGISTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-REPORT.
           STRING 'RESERVE INSPECTIONS DUE BY ' WS-HORIZON
              ' AS AT ' WS-TODAY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           SORT SORT-WORK ON ASCENDING KEY SD-DUE-DATE SD-UID
               INPUT PROCEDURE IS FEED-RESERVE-HULLS
               OUTPUT PROCEDURE IS PRINT-INSPECTIONS-DUE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'INSPECTIONS DUE: ' WS-DUE-COUNT ', OVERDUE: '
              WS-OVERDUE-COUNT ', HULLS IN RESERVE ON THE REGISTER: '
              WS-RESERVE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM LIST-UNREGISTERED-HULLS.
           PERFORM LIST-STALE-ENTRIES.
           CLOSE RESERVE-REGISTER.
           CLOSE ALLIED-SHIPS.
           PERFORM CLOSE-REPORT.
           GOBACK.

       FEED-RESERVE-HULLS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RESERVE-REGISTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-ENTRY
               END-READ
           END-PERFORM.

       TAKE-ONE-ENTRY.
           MOVE RSV-UID TO UID.
           READ ALLIED-SHIPS RECORD KEY UID
           INVALID KEY
               MOVE SPACES TO SHIP-STATUS
           END-READ.
           IF SHIP-STATUS NOT = 'Reserve'
               IF WS-STALE-COUNT < 100
                   ADD 1 TO WS-STALE-COUNT
                   MOVE RSV-UID TO WS-STALE-UID(WS-STALE-COUNT)
                   IF WS-SHIP-FILE-STATUS = '00'
                       MOVE SHIP-STATUS TO
                          WS-STALE-STATUS(WS-STALE-COUNT)
                   ELSE
                       MOVE '(NOT ON ALLSHPS)' TO
                          WS-STALE-STATUS(WS-STALE-COUNT)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-RESERVE-COUNT
               IF RSV-INSPECTION-DUE <= WS-HORIZON
                   MOVE RSV-INSPECTION-DUE TO SD-DUE-DATE
                   MOVE RSV-UID TO SD-UID
                   MOVE SHIP-NAME TO SD-NAME
                   MOVE SHIP-TYPE TO SD-TYPE
                   MOVE RSV-PRESERVATION-CAT TO SD-CAT
                   MOVE RSV-LAYUP-PORT TO SD-PORT
                   MOVE RSV-LAST-INSPECTION TO SD-LAST-INSPECTION
                   RELEASE SORT-RECORD
               END-IF
           END-IF.

       PRINT-INSPECTIONS-DUE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-DUE
               END-RETURN
           END-PERFORM.

       PRINT-ONE-DUE.
           ADD 1 TO WS-DUE-COUNT.
           MOVE SPACES TO WS-OVERDUE-TEXT.
           IF SD-DUE-DATE < WS-TODAY
               MOVE '** OVERDUE' TO WS-OVERDUE-TEXT
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           STRING '  DUE ' SD-DUE-DATE ' ' SD-UID ' ' SD-NAME ' '
              SD-TYPE ' CAT ' SD-CAT ' LAST ' SD-LAST-INSPECTION
              ' ' WS-OVERDUE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '    LAID UP AT ' SD-PORT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *A hull carried as Reserve that the register does not know is
      *one nobody is inspecting
       LIST-UNREGISTERED-HULLS.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'RESERVE HULLS NOT ON THE REGISTER' TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE LOW-VALUES TO UID.
           MOVE 'N' TO WS-EOF.
           START ALLIED-SHIPS KEY >= UID
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SHIP-STATUS = 'Reserve'
                           PERFORM CHECK-ONE-RESERVE-HULL
                       END-IF
               END-READ
           END-PERFORM.
           STRING '  UNREGISTERED: ' WS-UNREGISTERED-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       CHECK-ONE-RESERVE-HULL.
           MOVE UID TO RSV-UID.
           READ RESERVE-REGISTER RECORD KEY RSV-UID
           INVALID KEY
               ADD 1 TO WS-UNREGISTERED-COUNT
               STRING '  ' UID ' ' SHIP-NAME ' ' SHIP-TYPE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-READ.

       LIST-STALE-ENTRIES.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'REGISTER ENTRIES FOR HULLS NO LONGER IN RESERVE'
              TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STALE-COUNT
               STRING '  ' WS-STALE-UID(WS-IDX) ' NOW '
                  WS-STALE-STATUS(WS-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.
           STRING '  NO LONGER IN RESERVE: ' WS-STALE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'RESERVE FLEET PRESERVATION INSPECTIONS DUE'
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
           MOVE 'RESERVE FLEET INSPECTING OFFICERS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
