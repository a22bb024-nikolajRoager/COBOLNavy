      *This program is the weekly capacity trend report, run off the
      *CAPHIST rows CAPCNT appends nightly. For every file counted it
      *prints the latest record count, the growth per week measured
      *against the last count at least a week older, the allocation
      *threshold from CAPTHR (see CAPMST), and the date that growth
      *will carry the file to its threshold -- so a re-allocation is
      *planned weeks ahead instead of found by an abend. A file
      *under a RETNMST retention policy that is still growing over
      *both the last week and the last four weeks is flagged: the
      *RETNSWP sweep is archiving less than arrives, and the rows it
      *did archive in those four weeks (from RETNCAT) are shown
      *beside the growth.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAPRPT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-HISTORY ASSIGN TO CAPHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CPH-FILE-STATUS.
           SELECT CAPACITY-THRESHOLDS ASSIGN TO CAPTHR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPT-FILE-ID
           FILE STATUS IS WS-CPT-FILE-STATUS.
           SELECT RETENTION-POLICIES ASSIGN TO RETNPOL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RTN-FILE-ID
           FILE STATUS IS WS-RTN-FILE-STATUS.
           SELECT RETENTION-CATALOG ASSIGN TO RETNCAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CAPACITY-HISTORY.
       01 CAPACITY-HIST-RECORD.
           05 CPH-DATE PIC X(8).
           05 CPH-FILE-ID PIC X(8).
           05 CPH-RECORD-COUNT PIC 9(9).
       FD  CAPACITY-THRESHOLDS.
       01 CAPACITY-THRESHOLD-RECORD.
           05 CPT-FILE-ID PIC X(8).
           05 CPT-DESCRIPTION PIC X(30).
           05 CPT-THRESHOLD PIC 9(9).
       FD  RETENTION-POLICIES.
       01 RETENTION-POLICY-RECORD.
           05 RTN-FILE-ID PIC X(8).
           05 RTN-ACTIVE-DAYS PIC 9(4).
           05 RTN-GENERATIONS PIC 9(2).
           05 RTN-LAST-GEN PIC 9(4).
       FD  RETENTION-CATALOG.
       01 RETENTION-CATALOG-RECORD.
           05 RCT-FILE-ID PIC X(8).
           05 RCT-GENERATION PIC 9(4).
           05 RCT-SWEEP-DATE PIC X(8).
           05 RCT-ROWS-ARCHIVED PIC 9(7).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CPH-FILE-STATUS PIC XX.
       01 WS-CPT-FILE-STATUS PIC XX.
       01 WS-RTN-FILE-STATUS PIC XX.
       01 WS-RCT-FILE-STATUS PIC XX.
       01 WS-CPT-AVAILABLE PIC X VALUE 'n'.
       01 WS-RTN-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-IDX PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY-INT PIC 9(8).
      *Counts at least a week and four weeks older than today
       01 WS-WEEK-CUT-DATE PIC 9(8).
       01 WS-MONTH-CUT-DATE PIC 9(8).
      *One entry per file seen in the history: its latest count,
      *the last count on or before each cut date, and what the
      *retention sweep archived inside the four weeks
       01 WS-FILE-TABLE.
           05 WS-FIL-ENTRY OCCURS 200 TIMES.
                10 WS-FIL-ID PIC X(8).
                10 WS-FIL-LATEST-DATE PIC X(8).
                10 WS-FIL-LATEST-COUNT PIC 9(9).
                10 WS-FIL-WEEK-DATE PIC X(8).
                10 WS-FIL-WEEK-COUNT PIC 9(9).
                10 WS-FIL-MONTH-DATE PIC X(8).
                10 WS-FIL-MONTH-COUNT PIC 9(9).
                10 WS-FIL-ARCHIVED PIC 9(9).
       01 WS-FILE-COUNT PIC 9(3) VALUE 0.
       01 WS-FILES-FLAGGED PIC 9(3) VALUE 0.
      *Working figures for the file being printed
       01 WS-SPAN-DAYS PIC 9(5).
       01 WS-GROWTH PIC S9(9).
       01 WS-MONTH-GROWTH PIC S9(9).
       01 WS-DAYS-TO-GO PIC 9(9).
       01 WS-PROJECTED-INT PIC 9(8).
       01 WS-PROJECTED-DATE PIC 9(8).
       01 WS-PROJECTION PIC X(18).
      *Beyond this many days a projected date means nothing
       01 WS-PROJECTION-LIMIT PIC 9(5) VALUE 36500.
       01 WS-COUNT-DSP PIC ZZZ,ZZZ,ZZ9.
       01 WS-THRESHOLD-DSP PIC ZZZ,ZZZ,ZZ9.
       01 WS-GROWTH-DSP PIC -(8)9.
       01 WS-MONTH-GROWTH-DSP PIC -(8)9.
       01 WS-ARCHIVED-DSP PIC Z(8)9.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'CAPRPT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(1:8))).
           COMPUTE WS-WEEK-CUT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7).
           COMPUTE WS-MONTH-CUT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 28).
           OPEN INPUT CAPACITY-HISTORY.
           IF WS-CPH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CAPHIST OPEN ERROR-CODE:'
                  WS-CPH-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CAPACITY-HISTORY
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ADD-HISTORY-ROW
               END-READ
           END-PERFORM.
           CLOSE CAPACITY-HISTORY.
           PERFORM LOAD-SWEEP-CATALOG.
           OPEN INPUT CAPACITY-THRESHOLDS.
           IF WS-CPT-FILE-STATUS = '00' OR WS-CPT-FILE-STATUS = '97'
               MOVE 'y' TO WS-CPT-AVAILABLE
           END-IF.
           OPEN INPUT RETENTION-POLICIES.
           IF WS-RTN-FILE-STATUS = '00' OR WS-RTN-FILE-STATUS = '97'
               MOVE 'y' TO WS-RTN-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           STRING 'WEEKLY CAPACITY TREND AS AT '
              WS-CURRENT-TIMESTAMP(1:8)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-CPT-AVAILABLE = 'n'
               STRING '  NO CAPTHR THRESHOLDS ON FILE; SET THEM'
                  ' THROUGH CAPMST'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           STRING '  FILE         RECORDS  PER WEEK    THRESHOLD'
              '  REACHES THRESHOLD'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FILE-COUNT
               PERFORM PRINT-ONE-FILE
           END-PERFORM.
           IF WS-FILE-COUNT = 0
               STRING '  NO CAPACITY HISTORY ROWS ON FILE'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           STRING '  FILES WHOSE RETENTION SWEEP IS NOT KEEPING PACE: '
              WS-FILES-FLAGGED
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           IF WS-CPT-AVAILABLE = 'y'
               CLOSE CAPACITY-THRESHOLDS
           END-IF.
           IF WS-RTN-AVAILABLE = 'y'
               CLOSE RETENTION-POLICIES
           END-IF.
           GOBACK.

      *History rows arrive in date order (nightly appends), so the
      *last row seen on or before a cut date is the one nearest it;
      *a rerun night's second row simply replaces the first
       ADD-HISTORY-ROW.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FILE-COUNT
               IF WS-FIL-ID(WS-IDX) = CPH-FILE-ID
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0 AND WS-FILE-COUNT < 200
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-FILE-COUNT TO WS-MATCH-IDX
               MOVE CPH-FILE-ID TO WS-FIL-ID(WS-MATCH-IDX)
               MOVE SPACES TO WS-FIL-WEEK-DATE(WS-MATCH-IDX)
               MOVE 0 TO WS-FIL-WEEK-COUNT(WS-MATCH-IDX)
               MOVE SPACES TO WS-FIL-MONTH-DATE(WS-MATCH-IDX)
               MOVE 0 TO WS-FIL-MONTH-COUNT(WS-MATCH-IDX)
               MOVE 0 TO WS-FIL-ARCHIVED(WS-MATCH-IDX)
           END-IF.
           IF WS-MATCH-IDX NOT = 0
               MOVE CPH-DATE TO WS-FIL-LATEST-DATE(WS-MATCH-IDX)
               MOVE CPH-RECORD-COUNT
                  TO WS-FIL-LATEST-COUNT(WS-MATCH-IDX)
               IF CPH-DATE <= WS-WEEK-CUT-DATE
                   MOVE CPH-DATE TO WS-FIL-WEEK-DATE(WS-MATCH-IDX)
                   MOVE CPH-RECORD-COUNT
                      TO WS-FIL-WEEK-COUNT(WS-MATCH-IDX)
               END-IF
               IF CPH-DATE <= WS-MONTH-CUT-DATE
                   MOVE CPH-DATE TO WS-FIL-MONTH-DATE(WS-MATCH-IDX)
                   MOVE CPH-RECORD-COUNT
                      TO WS-FIL-MONTH-COUNT(WS-MATCH-IDX)
               END-IF
           END-IF.

      *Rows RETNSWP archived per file inside the four weeks; no
      *catalog just means no sweep has ever run
       LOAD-SWEEP-CATALOG.
           OPEN INPUT RETENTION-CATALOG.
           IF WS-RCT-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RETENTION-CATALOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RCT-SWEEP-DATE > WS-MONTH-CUT-DATE
                               PERFORM ADD-SWEEP-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-CATALOG
           END-IF.

       ADD-SWEEP-ROW.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-FILE-COUNT
               IF WS-FIL-ID(WS-MATCH-IDX) = RCT-FILE-ID
                   ADD RCT-ROWS-ARCHIVED
                      TO WS-FIL-ARCHIVED(WS-MATCH-IDX)
               END-IF
           END-PERFORM.

       PRINT-ONE-FILE.
           MOVE WS-FIL-LATEST-COUNT(WS-IDX) TO WS-COUNT-DSP.
           MOVE SPACES TO WS-PROJECTION.
           PERFORM WORK-OUT-GROWTH.
           PERFORM WORK-OUT-PROJECTION.
           IF WS-FIL-WEEK-DATE(WS-IDX) = SPACES
               STRING '  ' WS-FIL-ID(WS-IDX) ' ' WS-COUNT-DSP
                  '       NEW  ' WS-THRESHOLD-DSP '  ' WS-PROJECTION
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '  ' WS-FIL-ID(WS-IDX) ' ' WS-COUNT-DSP
                  ' ' WS-GROWTH-DSP '  ' WS-THRESHOLD-DSP '  '
                  WS-PROJECTION
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CHECK-RETENTION-PACE.

      *Growth per week over the actual span between the two counts,
      *which is a week or more when a night's run was missed
       WORK-OUT-GROWTH.
           MOVE 0 TO WS-GROWTH.
           IF WS-FIL-WEEK-DATE(WS-IDX) NOT = SPACES
               COMPUTE WS-SPAN-DAYS =
                  FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                     WS-FIL-LATEST-DATE(WS-IDX)))
                  - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                     WS-FIL-WEEK-DATE(WS-IDX)))
               IF WS-SPAN-DAYS > 0
                   COMPUTE WS-GROWTH ROUNDED =
                      (WS-FIL-LATEST-COUNT(WS-IDX)
                       - WS-FIL-WEEK-COUNT(WS-IDX)) * 7
                      / WS-SPAN-DAYS
               END-IF
           END-IF.
           MOVE WS-GROWTH TO WS-GROWTH-DSP.

       WORK-OUT-PROJECTION.
           MOVE 0 TO WS-THRESHOLD-DSP.
           IF WS-CPT-AVAILABLE = 'n'
               MOVE 'NO THRESHOLD SET' TO WS-PROJECTION
           ELSE
               MOVE WS-FIL-ID(WS-IDX) TO CPT-FILE-ID
               READ CAPACITY-THRESHOLDS RECORD KEY CPT-FILE-ID
               INVALID KEY
                   MOVE 'NO THRESHOLD SET' TO WS-PROJECTION
               NOT INVALID KEY
                   MOVE CPT-THRESHOLD TO WS-THRESHOLD-DSP
                   PERFORM PROJECT-THRESHOLD-DATE
               END-READ
           END-IF.

       PROJECT-THRESHOLD-DATE.
           EVALUATE TRUE
               WHEN WS-FIL-LATEST-COUNT(WS-IDX) >= CPT-THRESHOLD
                   MOVE '** REACHED **' TO WS-PROJECTION
               WHEN WS-FIL-WEEK-DATE(WS-IDX) = SPACES
                   MOVE 'NOT YET KNOWN' TO WS-PROJECTION
               WHEN WS-GROWTH NOT > 0
                   MOVE 'NOT GROWING' TO WS-PROJECTION
               WHEN OTHER
                   COMPUTE WS-DAYS-TO-GO =
                      ((CPT-THRESHOLD - WS-FIL-LATEST-COUNT(WS-IDX))
                       * 7 + WS-GROWTH - 1) / WS-GROWTH
                   IF WS-DAYS-TO-GO > WS-PROJECTION-LIMIT
                       MOVE 'OVER 100 YEARS' TO WS-PROJECTION
                   ELSE
                       COMPUTE WS-PROJECTED-INT =
                          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                             WS-FIL-LATEST-DATE(WS-IDX)))
                          + WS-DAYS-TO-GO
                       COMPUTE WS-PROJECTED-DATE =
                          FUNCTION DATE-OF-INTEGER(WS-PROJECTED-INT)
                       MOVE WS-PROJECTED-DATE TO WS-PROJECTION
                   END-IF
           END-EVALUATE.

      *A file under a retention policy should level off once the
      *sweep is archiving as fast as rows arrive; still climbing
      *over both the week and the four weeks means it is not
       CHECK-RETENTION-PACE.
           IF WS-RTN-AVAILABLE = 'y'
              AND WS-FIL-MONTH-DATE(WS-IDX) NOT = SPACES
               MOVE WS-FIL-ID(WS-IDX) TO RTN-FILE-ID
               READ RETENTION-POLICIES RECORD KEY RTN-FILE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM COMPARE-SWEEP-TO-GROWTH
               END-READ
           END-IF.

       COMPARE-SWEEP-TO-GROWTH.
           COMPUTE WS-MONTH-GROWTH = WS-FIL-LATEST-COUNT(WS-IDX)
              - WS-FIL-MONTH-COUNT(WS-IDX).
           IF WS-GROWTH > 0 AND WS-MONTH-GROWTH > 0
               ADD 1 TO WS-FILES-FLAGGED
               MOVE WS-MONTH-GROWTH TO WS-MONTH-GROWTH-DSP
               MOVE WS-FIL-ARCHIVED(WS-IDX) TO WS-ARCHIVED-DSP
               STRING '    ** RETENTION SWEEP NOT KEEPING PACE: '
                  'GREW ' WS-MONTH-GROWTH-DSP ' IN 4 WEEKS, SWEPT '
                  WS-ARCHIVED-DSP
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'CAPACITY TREND' TO WS-RPT-LINE.
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
           MOVE 'REGISTRY CHIEF' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
