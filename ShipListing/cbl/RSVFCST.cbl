      *This program is the reserve reactivation forecast: for every
      *hull type, how many of the hulls laid up in reserve could be
      *back in service within 30, 60 and 90 days, on the estimates
      *carried on the RSVREG reserve register -- the figure the staff
      *needs in a crisis, instead of a search through the books for
      *ships carried as 'Refitting' that are not. Only hulls still
      *carried as 'Reserve' on ALLSHPS are counted. The counts are
      *cumulative (a hull back within 30 days is back within 60 and
      *90 too). Each hull is listed under her type, quickest first;
      *one whose preservation inspection is overdue is flagged, her
      *estimate resting on an inspection nobody has renewed.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RSVFCST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVE-REGISTER ASSIGN TO RSVREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RSV-UID
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed for each entry's status and type
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *Reference table of valid navy and hull-type codes, maintained
      *by NVTYPE; read for each type's description
           SELECT NAVY-TYPE-CODES ASSIGN TO NVTYPCD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NVT-KEY
           FILE STATUS IS WS-NVT-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RESERVE-REGISTER.
       COPY RSVREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  NAVY-TYPE-CODES.
       01 NAVY-TYPE-RECORD.
           05 NVT-KEY.
                10 NVT-KIND PIC X(4).
                10 NVT-CODE PIC X(4).
           05 NVT-DESC PIC X(30).
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-TYPE PIC X(4).
           05 SD-DAYS PIC 9(3).
           05 SD-UID PIC X(12).
           05 SD-NAME PIC X(20).
           05 SD-CAT PIC X(1).
           05 SD-PORT PIC X(25).
           05 SD-OVERDUE PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-NVT-FILE-STATUS PIC XX.
       01 WS-NVT-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-CUR-TYPE PIC X(4).
       01 WS-TYPE-STARTED PIC X VALUE 'N'.
       01 WS-TYPE-DESC PIC X(30).
       01 WS-OVERDUE-TEXT PIC X(21).
      *Per type, then over the whole reserve
       01 WS-TYPE-COUNTS.
           05 WS-TYPE-30 PIC 9(4).
           05 WS-TYPE-60 PIC 9(4).
           05 WS-TYPE-90 PIC 9(4).
           05 WS-TYPE-HULLS PIC 9(4).
           05 WS-TYPE-OVERDUE PIC 9(4).
       01 WS-ALL-COUNTS.
           05 WS-ALL-30 PIC 9(4) VALUE 0.
           05 WS-ALL-60 PIC 9(4) VALUE 0.
           05 WS-ALL-90 PIC 9(4) VALUE 0.
           05 WS-ALL-HULLS PIC 9(4) VALUE 0.
           05 WS-ALL-OVERDUE PIC 9(4) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'RSVFCST'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
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
               GOBACK
           END-IF.
           OPEN INPUT NAVY-TYPE-CODES.
           IF WS-NVT-FILE-STATUS = '00' OR WS-NVT-FILE-STATUS = '97'
               MOVE 'y' TO WS-NVT-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           STRING 'HULLS IN RESERVE AS AT ' WS-TODAY
              ', COUNTS CUMULATIVE'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           SORT SORT-WORK ON ASCENDING KEY SD-TYPE SD-DAYS SD-UID
               INPUT PROCEDURE IS FEED-RESERVE-HULLS
               OUTPUT PROCEDURE IS PRINT-FORECAST.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'ALL TYPES' TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  BACK WITHIN 30 DAYS: ' WS-ALL-30 ', 60 DAYS: '
              WS-ALL-60 ', 90 DAYS: ' WS-ALL-90 ' OF '
              WS-ALL-HULLS ' IN RESERVE'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  INSPECTION OVERDUE: ' WS-ALL-OVERDUE
              ', REGISTER ENTRIES NOT IN RESERVE: ' WS-SKIPPED-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           CLOSE RESERVE-REGISTER.
           CLOSE ALLIED-SHIPS.
           IF WS-NVT-AVAILABLE = 'y'
               CLOSE NAVY-TYPE-CODES
           END-IF.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *A register entry whose hull has been reactivated, scrapped or
      *struck off is not in reserve and cannot be counted on
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
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE SHIP-TYPE TO SD-TYPE
               MOVE RSV-REACTIVATE-DAYS TO SD-DAYS
               MOVE RSV-UID TO SD-UID
               MOVE SHIP-NAME TO SD-NAME
               MOVE RSV-PRESERVATION-CAT TO SD-CAT
               MOVE RSV-LAYUP-PORT TO SD-PORT
               IF RSV-INSPECTION-DUE < WS-TODAY
                   MOVE 'Y' TO SD-OVERDUE
               ELSE
                   MOVE 'N' TO SD-OVERDUE
               END-IF
               RELEASE SORT-RECORD
           END-IF.

       PRINT-FORECAST.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-HULL
               END-RETURN
           END-PERFORM.
           IF WS-TYPE-STARTED = 'Y'
               PERFORM PRINT-TYPE-TOTALS
           END-IF.

       PRINT-ONE-HULL.
           IF WS-TYPE-STARTED = 'N' OR SD-TYPE NOT = WS-CUR-TYPE
               IF WS-TYPE-STARTED = 'Y'
                   PERFORM PRINT-TYPE-TOTALS
               END-IF
               MOVE 'Y' TO WS-TYPE-STARTED
               MOVE SD-TYPE TO WS-CUR-TYPE
               MOVE 0 TO WS-TYPE-30 WS-TYPE-60 WS-TYPE-90
               MOVE 0 TO WS-TYPE-HULLS WS-TYPE-OVERDUE
               PERFORM LOOK-UP-TYPE
               PERFORM PRINT-REPORT-LINE
               STRING 'TYPE: ' WS-CUR-TYPE ' ' WS-TYPE-DESC
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD 1 TO WS-TYPE-HULLS WS-ALL-HULLS.
           IF SD-DAYS <= 30
               ADD 1 TO WS-TYPE-30 WS-ALL-30
           END-IF.
           IF SD-DAYS <= 60
               ADD 1 TO WS-TYPE-60 WS-ALL-60
           END-IF.
           IF SD-DAYS <= 90
               ADD 1 TO WS-TYPE-90 WS-ALL-90
           END-IF.
           MOVE SPACES TO WS-OVERDUE-TEXT.
           IF SD-OVERDUE = 'Y'
               MOVE '** INSPECTION OVERDUE' TO WS-OVERDUE-TEXT
               ADD 1 TO WS-TYPE-OVERDUE WS-ALL-OVERDUE
           END-IF.
           STRING '  ' SD-DAYS ' DAYS ' SD-UID ' ' SD-NAME ' CAT '
              SD-CAT ' ' SD-PORT ' ' WS-OVERDUE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       LOOK-UP-TYPE.
           MOVE SPACES TO WS-TYPE-DESC.
           IF WS-NVT-AVAILABLE = 'y'
               MOVE 'TYPE' TO NVT-KIND
               MOVE WS-CUR-TYPE TO NVT-CODE
               READ NAVY-TYPE-CODES RECORD KEY NVT-KEY
               IF WS-NVT-FILE-STATUS = '00'
                   MOVE NVT-DESC TO WS-TYPE-DESC
               END-IF
           END-IF.

       PRINT-TYPE-TOTALS.
           STRING '  BACK WITHIN 30 DAYS: ' WS-TYPE-30 ', 60 DAYS: '
              WS-TYPE-60 ', 90 DAYS: ' WS-TYPE-90 ' OF '
              WS-TYPE-HULLS ' IN RESERVE'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-TYPE-OVERDUE > 0
               STRING '  INSPECTION OVERDUE: ' WS-TYPE-OVERDUE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'RESERVE FLEET REACTIVATION FORECAST BY TYPE'
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
           MOVE 'NAVAL STAFF, PLANS DIVISION' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
