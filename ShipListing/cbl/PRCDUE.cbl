      *This program lists the ships overdue each type of practice:
      *for every ship still in commission on ALLSHPS and every
      *practice her SHIP-TYPE is required to carry out (a PRCINT
      *row), her latest PRCRES result is found, and she is listed
      *when it is older than the interval allows or she has never
      *carried the practice out. The list is grouped by practice
      *and fleet, the longest overdue first.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRCDUE.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT PRACTICE-INTERVALS ASSIGN TO PRCINT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIV-KEY
           FILE STATUS IS WS-PIV-FILE-STATUS.
           SELECT PRACTICE-RESULTS ASSIGN TO PRCRES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-KEY
           FILE STATUS IS WS-PRC-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  PRACTICE-INTERVALS.
       COPY PIVREC.
       FD  PRACTICE-RESULTS.
       COPY PRCREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-TYPE PIC X(1).
           05 SD-FLEET PIC X(20).
      *Days past the interval; 99999 for a practice never carried
      *out, so those head their fleet
           05 SD-DAYS-OVERDUE PIC 9(5).
           05 SD-UID PIC X(12).
           05 SD-SHIP-NAME PIC X(20).
           05 SD-SHIP-TYPE PIC X(4).
           05 SD-LAST-DATE PIC X(8).
           05 SD-INTERVAL-DAYS PIC 9(3).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-PIV-FILE-STATUS PIC XX.
       01 WS-PRC-FILE-STATUS PIC XX.
       01 WS-PRC-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-PRC-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-INT PIC S9(8).
       01 WS-PRACTICE-TYPES PIC X(3) VALUE 'FAS'.
       01 WS-TYPE-IDX PIC 9.
       01 WS-TYPE PIC X(1).
       01 WS-LATEST-DATE PIC X(8).
       01 WS-DAYS-OVERDUE PIC S9(6).
       01 WS-CUR-TYPE PIC X(1).
       01 WS-CUR-FLEET PIC X(20).
       01 WS-FIRST PIC X VALUE 'Y'.
       01 WS-TYPE-TEXT PIC X(24).
       01 WS-OVERDUE-TEXT PIC X(24).
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'PRCDUE'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-RUN-DATE)).
           OPEN INPUT PRACTICE-INTERVALS.
           IF WS-PIV-FILE-STATUS NOT = '00'
              AND WS-PIV-FILE-STATUS NOT = '97'
               DISPLAY 'NO PRACTICE INTERVALS ON FILE, STATUS '
                  WS-PIV-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               CLOSE PRACTICE-INTERVALS
               GOBACK
           END-IF.
           OPEN INPUT PRACTICE-RESULTS.
           IF WS-PRC-FILE-STATUS = '00' OR WS-PRC-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRC-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-TYPE SD-FLEET
               DESCENDING KEY SD-DAYS-OVERDUE
               ASCENDING KEY SD-UID
               INPUT PROCEDURE IS RELEASE-OVERDUE-PRACTICES
               OUTPUT PROCEDURE IS PRINT-BY-PRACTICE.
           CLOSE ALLIED-SHIPS.
           CLOSE PRACTICE-INTERVALS.
           IF WS-PRC-AVAILABLE = 'y'
               CLOSE PRACTICE-RESULTS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'PRACTICES OVERDUE: ' WS-OVERDUE-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       RELEASE-OVERDUE-PRACTICES.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SHIP-STATUS NOT = 'Sunk'
                          AND SHIP-STATUS NOT = 'Missing'
                          AND SHIP-STATUS NOT = 'Scrapped'
                           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                               UNTIL WS-TYPE-IDX > 3
                               MOVE WS-PRACTICE-TYPES(WS-TYPE-IDX:1)
                                  TO WS-TYPE
                               PERFORM CHECK-ONE-PRACTICE
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       CHECK-ONE-PRACTICE.
           MOVE SHIP-TYPE TO PIV-SHIP-TYPE.
           MOVE WS-TYPE TO PIV-TYPE.
           READ PRACTICE-INTERVALS RECORD KEY PIV-KEY.
           IF WS-PIV-FILE-STATUS = '00'
               PERFORM FIND-LATEST-RESULT
               IF WS-LATEST-DATE = SPACES
                   MOVE 99999 TO WS-DAYS-OVERDUE
               ELSE
                   COMPUTE WS-DAYS-OVERDUE = WS-RUN-INT -
                      FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(WS-LATEST-DATE))
                      - PIV-INTERVAL-DAYS
               END-IF
               IF WS-DAYS-OVERDUE > 0
                   MOVE WS-TYPE TO SD-TYPE
                   IF SHIP-FLEET = SPACES
                       MOVE '(NO FLEET)' TO SD-FLEET
                   ELSE
                       MOVE SHIP-FLEET TO SD-FLEET
                   END-IF
                   MOVE WS-DAYS-OVERDUE TO SD-DAYS-OVERDUE
                   MOVE UID TO SD-UID
                   MOVE SHIP-NAME TO SD-SHIP-NAME
                   MOVE SHIP-TYPE TO SD-SHIP-TYPE
                   MOVE WS-LATEST-DATE TO SD-LAST-DATE
                   MOVE PIV-INTERVAL-DAYS TO SD-INTERVAL-DAYS
                   RELEASE SORT-RECORD
               END-IF
           END-IF.

      *Rows for one UID and type come in date order, so the latest
      *is the last one read
       FIND-LATEST-RESULT.
           MOVE SPACES TO WS-LATEST-DATE.
           IF WS-PRC-AVAILABLE = 'y'
               MOVE UID TO PRC-UID
               MOVE WS-TYPE TO PRC-TYPE
               MOVE SPACES TO PRC-DATE
               MOVE 'N' TO WS-PRC-EOF
               START PRACTICE-RESULTS KEY >= PRC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRC-EOF
               END-START
               PERFORM UNTIL WS-PRC-EOF = 'Y'
                   READ PRACTICE-RESULTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PRC-EOF
                       NOT AT END
                           IF PRC-UID NOT = UID
                              OR PRC-TYPE NOT = WS-TYPE
                               MOVE 'Y' TO WS-PRC-EOF
                           ELSE
                               MOVE PRC-DATE TO WS-LATEST-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PRINT-BY-PRACTICE.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-PRACTICE
               END-RETURN
           END-PERFORM.

       PRINT-ONE-PRACTICE.
           IF WS-FIRST = 'Y' OR SD-TYPE NOT = WS-CUR-TYPE
               MOVE SD-TYPE TO WS-CUR-TYPE
               MOVE SPACES TO WS-CUR-FLEET
               MOVE 'N' TO WS-FIRST
               EVALUATE SD-TYPE
                   WHEN 'F'
                       MOVE 'FULL-CALIBRE SHOOT' TO WS-TYPE-TEXT
                   WHEN 'A'
                       MOVE 'AA PRACTICE' TO WS-TYPE-TEXT
                   WHEN OTHER
                       MOVE 'A/S ATTACK EXERCISE' TO WS-TYPE-TEXT
               END-EVALUATE
               PERFORM PRINT-REPORT-LINE
               STRING 'OVERDUE ' WS-TYPE-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF SD-FLEET NOT = WS-CUR-FLEET
               MOVE SD-FLEET TO WS-CUR-FLEET
               STRING '  FLEET ' SD-FLEET
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD 1 TO WS-OVERDUE-COUNT.
           IF SD-LAST-DATE = SPACES
               MOVE 'NEVER CARRIED OUT' TO WS-OVERDUE-TEXT
           ELSE
               MOVE SPACES TO WS-OVERDUE-TEXT
               STRING 'LAST ' SD-LAST-DATE ', '
                  SD-DAYS-OVERDUE ' DAYS OVER'
                  DELIMITED BY SIZE INTO WS-OVERDUE-TEXT
               END-STRING
           END-IF.
           STRING '    ' SD-UID ' ' SD-SHIP-NAME ' ' SD-SHIP-TYPE
              ' EVERY ' SD-INTERVAL-DAYS ' DAYS, ' WS-OVERDUE-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'PRACTICES OVERDUE BY TYPE AND FLEET' TO WS-RPT-LINE.
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
           MOVE 'FLEET GUNNERY AND A/S OFFICERS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
