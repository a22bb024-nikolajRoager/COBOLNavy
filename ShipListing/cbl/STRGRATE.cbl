      *This program is the monthly straggler-rate report per convoy
      *route: for every SAILSCH sailing the merchantmen among its
      *TSKFRCM members (the 'MV' UIDs) are counted against those of
      *them that fell out on passage according to STRGLOG, and the
      *sailings are grouped by route -- departure port to
      *destination -- and by the month they sailed, with the share
      *of merchantmen that straggled and how many stragglers were
      *lost. Then every merchantman that has straggled more than
      *once, on any sailing, is listed with her MER-SPEED-KN from
      *MERCHDT so MERCHSH can re-rate her speed.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STRGRATE.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TFM-KEY
           FILE STATUS IS WS-TFM-FILE-STATUS.
           SELECT STRAGGLERS ASSIGN TO STRGLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-STG-FILE-STATUS.
           SELECT MERCHANT-VESSELS ASSIGN TO MERCHDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MER-UID
           FILE STATUS IS WS-MER-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  TASK-FORCE-MEMBERS.
       COPY TSKFRCM.
       FD  STRAGGLERS.
       COPY STRGREC.
       FD  MERCHANT-VESSELS.
       COPY MERCHDT.
      *One released record per sailing
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-ROUTE.
                10 SD-DEP-PORT PIC X(25).
                10 SD-DESTINATION PIC X(25).
           05 SD-MONTH PIC X(6).
           05 SD-MERCHANTS PIC 9(4).
           05 SD-STRAGGLERS PIC 9(4).
           05 SD-LOST PIC 9(4).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-TFM-AVAILABLE PIC X VALUE 'n'.
       01 WS-STG-FILE-STATUS PIC XX.
       01 WS-STG-AVAILABLE PIC X VALUE 'n'.
       01 WS-MER-FILE-STATUS PIC XX.
       01 WS-MER-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BROWSE-EOF PIC X.
       01 WS-LAST-MER-UID PIC X(12).
       01 WS-IDX PIC 9(4).
       01 WS-MATCH-IDX PIC 9(4).
       01 WS-FIRST PIC X VALUE 'Y'.
       01 WS-CUR-ROUTE PIC X(50).
       01 WS-CUR-MONTH PIC X(6).
       01 WS-MON-CONVOYS PIC 9(4).
       01 WS-MON-MERCHANTS PIC 9(5).
       01 WS-MON-STRAGGLERS PIC 9(5).
       01 WS-MON-LOST PIC 9(5).
       01 WS-RATE PIC 9(3)V9.
       01 WS-RATE-DSP PIC ZZ9.9.
       01 WS-SPEED-DSP PIC Z9.99.
      *A merchantman straggling this many times is listed for
      *re-rating
       01 WS-REPEAT-THRESHOLD PIC 9(2) VALUE 2.
       01 WS-REPEAT-COUNT PIC 9(4) VALUE 0.
      *Straggle count per merchantman over the whole log
       01 WS-MER-TABLE.
           05 WS-MER-ENTRY OCCURS 500 TIMES.
                10 WS-TBL-MER-UID PIC X(12).
                10 WS-TBL-STRAGGLES PIC 9(3).
       01 WS-MER-COUNT PIC 9(4) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'STRGRATE'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT TASK-FORCE-MEMBERS.
           IF WS-TFM-FILE-STATUS = '00' OR WS-TFM-FILE-STATUS = '97'
               MOVE 'y' TO WS-TFM-AVAILABLE
           ELSE
               DISPLAY 'WARNING: TSKFRCM NOT AVAILABLE, MERCHANTS '
                  'SAILED WILL SHOW AS ZERO'
           END-IF.
           OPEN INPUT STRAGGLERS.
           IF WS-STG-FILE-STATUS = '00' OR WS-STG-FILE-STATUS = '97'
               MOVE 'y' TO WS-STG-AVAILABLE
           ELSE
               DISPLAY 'WARNING: STRGLOG NOT AVAILABLE, NO '
                  'STRAGGLERS WILL BE COUNTED'
           END-IF.
           OPEN INPUT MERCHANT-VESSELS.
           IF WS-MER-FILE-STATUS = '00' OR WS-MER-FILE-STATUS = '97'
               MOVE 'y' TO WS-MER-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON ASCENDING KEY SD-ROUTE SD-MONTH
               INPUT PROCEDURE IS RELEASE-SAILINGS
               OUTPUT PROCEDURE IS PRINT-BY-ROUTE.
           PERFORM PRINT-REPEAT-STRAGGLERS.
           CLOSE SAILING-SCHEDULE.
           IF WS-TFM-AVAILABLE = 'y'
               CLOSE TASK-FORCE-MEMBERS
           END-IF.
           IF WS-STG-AVAILABLE = 'y'
               CLOSE STRAGGLERS
           END-IF.
           IF WS-MER-AVAILABLE = 'y'
               CLOSE MERCHANT-VESSELS
           END-IF.
           PERFORM CLOSE-REPORT.
           GOBACK.

       RELEASE-SAILINGS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SAILING-SCHEDULE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM RELEASE-ONE-SAILING
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       RELEASE-ONE-SAILING.
           MOVE SCH-DEP-PORT TO SD-DEP-PORT.
           MOVE SCH-DESTINATION TO SD-DESTINATION.
           MOVE SCH-DEP-DATE(1:6) TO SD-MONTH.
           MOVE 0 TO SD-MERCHANTS.
           MOVE 0 TO SD-STRAGGLERS.
           MOVE 0 TO SD-LOST.
           IF WS-TFM-AVAILABLE = 'y'
               PERFORM COUNT-MERCHANTS-SAILED
           END-IF.
           IF WS-STG-AVAILABLE = 'y'
               PERFORM COUNT-STRAGGLERS
           END-IF.
           RELEASE SORT-RECORD.

      *Merchant UIDs live in their own 'MV' range, so the members
      *that are merchantmen are known without a MERCHDT read
       COUNT-MERCHANTS-SAILED.
           MOVE SCH-TF-ID TO TFM-TF-ID.
           MOVE LOW-VALUES TO TFM-MEMBER-UID.
           MOVE 'N' TO WS-BROWSE-EOF.
           START TASK-FORCE-MEMBERS KEY >= TFM-KEY
           INVALID KEY
               MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ TASK-FORCE-MEMBERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF TFM-TF-ID NOT = SCH-TF-ID
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           IF TFM-MEMBER-UID(1:2) = 'MV'
                               ADD 1 TO SD-MERCHANTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *A merchantman counts once per sailing however often she fell
      *out of it; every straggle counts toward her repeat tally
       COUNT-STRAGGLERS.
           MOVE SCH-TF-ID TO STG-TF-ID.
           MOVE LOW-VALUES TO STG-MER-UID.
           MOVE LOW-VALUES TO STG-DROP-DATE.
           MOVE LOW-VALUES TO STG-DROP-TIME.
           MOVE SPACES TO WS-LAST-MER-UID.
           MOVE 'N' TO WS-BROWSE-EOF.
           START STRAGGLERS KEY >= STG-KEY
           INVALID KEY
               MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ STRAGGLERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF STG-TF-ID NOT = SCH-TF-ID
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           PERFORM COUNT-ONE-STRAGGLE
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-ONE-STRAGGLE.
           IF STG-MER-UID NOT = WS-LAST-MER-UID
               ADD 1 TO SD-STRAGGLERS
               MOVE STG-MER-UID TO WS-LAST-MER-UID
           END-IF.
           IF STG-OUTCOME = 'L'
               ADD 1 TO SD-LOST
           END-IF.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MER-COUNT
               IF WS-TBL-MER-UID(WS-IDX) = STG-MER-UID
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0 AND WS-MER-COUNT < 500
               ADD 1 TO WS-MER-COUNT
               MOVE WS-MER-COUNT TO WS-MATCH-IDX
               MOVE STG-MER-UID TO WS-TBL-MER-UID(WS-MATCH-IDX)
               MOVE 0 TO WS-TBL-STRAGGLES(WS-MATCH-IDX)
           END-IF.
           IF WS-MATCH-IDX NOT = 0
               ADD 1 TO WS-TBL-STRAGGLES(WS-MATCH-IDX)
           END-IF.

       PRINT-BY-ROUTE.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-SAILING
               END-RETURN
           END-PERFORM.
           IF WS-FIRST = 'N'
               PERFORM PRINT-MONTH-LINE
           END-IF.

       TAKE-ONE-SAILING.
           IF WS-FIRST = 'Y' OR SD-ROUTE NOT = WS-CUR-ROUTE
              OR SD-MONTH NOT = WS-CUR-MONTH
               IF WS-FIRST = 'N'
                   PERFORM PRINT-MONTH-LINE
               END-IF
               IF WS-FIRST = 'Y' OR SD-ROUTE NOT = WS-CUR-ROUTE
                   PERFORM PRINT-REPORT-LINE
                   STRING 'ROUTE ' SD-DEP-PORT ' TO ' SD-DESTINATION
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
               MOVE 'N' TO WS-FIRST
               MOVE SD-ROUTE TO WS-CUR-ROUTE
               MOVE SD-MONTH TO WS-CUR-MONTH
               MOVE 0 TO WS-MON-CONVOYS
               MOVE 0 TO WS-MON-MERCHANTS
               MOVE 0 TO WS-MON-STRAGGLERS
               MOVE 0 TO WS-MON-LOST
           END-IF.
           ADD 1 TO WS-MON-CONVOYS.
           ADD SD-MERCHANTS TO WS-MON-MERCHANTS.
           ADD SD-STRAGGLERS TO WS-MON-STRAGGLERS.
           ADD SD-LOST TO WS-MON-LOST.

       PRINT-MONTH-LINE.
           MOVE 0 TO WS-RATE.
           IF WS-MON-MERCHANTS > 0
               COMPUTE WS-RATE ROUNDED =
                  WS-MON-STRAGGLERS * 100 / WS-MON-MERCHANTS
           END-IF.
           MOVE WS-RATE TO WS-RATE-DSP.
           STRING '  ' WS-CUR-MONTH(1:4) '-' WS-CUR-MONTH(5:2)
              ' CONVOYS ' WS-MON-CONVOYS
              ' MERCHANTS ' WS-MON-MERCHANTS
              ' STRAGGLED ' WS-MON-STRAGGLERS
              ' (' WS-RATE-DSP '%) LOST ' WS-MON-LOST
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-REPEAT-STRAGGLERS.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'REPEATED STRAGGLERS, FOR RE-RATING OF MER-SPEED-KN'
              TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MER-COUNT
               IF WS-TBL-STRAGGLES(WS-IDX) >= WS-REPEAT-THRESHOLD
                   PERFORM PRINT-ONE-REPEATER
               END-IF
           END-PERFORM.
           STRING 'MERCHANTMEN STRAGGLING ' WS-REPEAT-THRESHOLD
              ' TIMES OR MORE: ' WS-REPEAT-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-ONE-REPEATER.
           ADD 1 TO WS-REPEAT-COUNT.
           MOVE SPACES TO MER-NAME.
           MOVE 0 TO MER-SPEED-KN.
           IF WS-MER-AVAILABLE = 'y'
               MOVE WS-TBL-MER-UID(WS-IDX) TO MER-UID
               READ MERCHANT-VESSELS RECORD KEY MER-UID
               INVALID KEY
                   MOVE '(NOT ON MERCHDT)' TO MER-NAME
                   MOVE 0 TO MER-SPEED-KN
               END-READ
           END-IF.
           MOVE MER-SPEED-KN TO WS-SPEED-DSP.
           STRING '  ' WS-TBL-MER-UID(WS-IDX) ' ' MER-NAME
              ' STRAGGLED ' WS-TBL-STRAGGLES(WS-IDX)
              ' TIMES, RATED ' WS-SPEED-DSP ' KN'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'CONVOY STRAGGLER RATE BY ROUTE AND MONTH'
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
           MOVE 'TRADE DIVISION' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
