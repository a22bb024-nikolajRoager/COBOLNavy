      *This program is the weekly read-access report the welfare
      *officers asked for after the leak: every ACCLOG row LOGREAD
      *wrote in the seven days ending on the entered date, sorted
      *by operator and time, with each lookup flagged where it
      *looks wrong. O flags a lookup outside the operator's normal
      *hours on the operator master (a from later than the to is a
      *night watch across midnight). S flags a man not on a ship
      *the operator works with: the hull is the one the inquiry
      *named, or else the man's current hull off RANKSEN, and it
      *must lie inside the operator's navy and theatre data scope.
      *An operator with no hours set is never flagged O, and one
      *with no data scope works with every ship and is never
      *flagged S; a man who cannot be placed on any hull is flagged
      *S for a scoped operator.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCRPT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READ-ACCESS-LOG ASSIGN TO ACCLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO OPERMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-FILE-STATUS.
      *Rank and seniority per service number; see SENREG
           SELECT SENIORITY-FILE ASSIGN TO RANKSEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEN-SVC-NR
           FILE STATUS IS WS-SEN-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  READ-ACCESS-LOG.
       01 READ-ACCESS-RECORD.
           05 ACC-OPERATOR PIC X(12).
           05 ACC-DATE PIC X(8).
           05 ACC-TIME PIC X(8).
           05 ACC-PROGRAM PIC X(8).
           05 ACC-SVC-NR PIC X(10).
           05 ACC-UID PIC X(12).
       FD  OPERATOR-MASTER.
       01 OPERATOR-MASTER-RECORD.
           05 OPR-ID PIC X(12).
           05 OPR-NAME PIC X(25).
           05 OPR-FN-ADD PIC X(1).
           05 OPR-FN-DECOM PIC X(1).
           05 OPR-FN-RENUM PIC X(1).
           05 OPR-FN-BULK PIC X(1).
      *Data scope; an all-blank list means no restriction
           05 OPR-SCOPE-NAVY PIC X(4) OCCURS 6 TIMES.
           05 OPR-SCOPE-THEATRE PIC X(20) OCCURS 6 TIMES.
      *Normal working hours, HHMM from and to (a from later than
      *the to is a night watch across midnight); spaces if none set
           05 OPR-HOURS-FROM PIC X(4).
           05 OPR-HOURS-TO PIC X(4).
      *Security officer: may reinstate a suspended operator
           05 OPR-FN-SECURITY PIC X(1).
      *Y while suspended after repeated failed sign-ons
           05 OPR-SUSPENDED PIC X(1).
           05 OPR-SUSPEND-DATE PIC X(8).
           05 OPR-SUSPEND-TIME PIC X(8).
      *Failed sign-ons on OPR-FAIL-DATE; restarts each new day
           05 OPR-FAIL-DATE PIC X(8).
           05 OPR-FAIL-COUNT PIC 9(2).
       FD  SENIORITY-FILE.
       COPY SENREG.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-OPERATOR PIC X(12).
           05 SD-DATE PIC X(8).
           05 SD-TIME PIC X(8).
           05 SD-PROGRAM PIC X(8).
           05 SD-SVC-NR PIC X(10).
           05 SD-UID PIC X(12).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ACC-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-SEN-FILE-STATUS PIC XX.
       01 WS-OPR-AVAILABLE PIC X VALUE 'n'.
       01 WS-SEN-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIPS-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-IDX PIC 9(2).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The reporting week: seven days ending on the entered date
       01 WS-WEEK-END PIC X(8).
       01 WS-WEEK-START PIC X(8).
       01 WS-WEEK-END-INT PIC 9(8).
       01 WS-WEEK-START-NUM PIC 9(8).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *The operator the sorted rows are currently on, with the
      *hours and scope each of that operator's lookups is held to
       01 WS-CUR-OPERATOR PIC X(12) VALUE LOW-VALUES.
       01 WS-CUR-HOURS-FROM PIC X(4).
       01 WS-CUR-HOURS-TO PIC X(4).
       01 WS-CUR-SCOPED PIC X.
       01 WS-CUR-SCOPE.
           05 WS-CUR-SCOPE-NAVY PIC X(4) OCCURS 6 TIMES.
           05 WS-CUR-SCOPE-THEATRE PIC X(20) OCCURS 6 TIMES.
       01 WS-ROW-HHMM PIC X(4).
       01 WS-IN-HOURS PIC X.
       01 WS-ON-SHIP PIC X.
       01 WS-NAVY-OK PIC X.
       01 WS-THEATRE-OK PIC X.
       01 WS-LIST-EMPTY PIC X.
       01 WS-LOOKUP-UID PIC X(12).
       01 WS-FLAGS PIC X(2).
      *Per-operator and whole-week tallies
       01 WS-OPR-LOOKUPS PIC 9(5) VALUE 0.
       01 WS-OPR-OFF-HOURS PIC 9(5) VALUE 0.
       01 WS-OPR-OFF-SHIP PIC 9(5) VALUE 0.
       01 WS-TOT-LOOKUPS PIC 9(6) VALUE 0.
       01 WS-TOT-OFF-HOURS PIC 9(6) VALUE 0.
       01 WS-TOT-OFF-SHIP PIC 9(6) VALUE 0.
       01 WS-OPERATOR-COUNT PIC 9(4) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'ACCRPT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           DISPLAY 'Enter week-ending date, CCYYMMDD, spaces for '
              'today: '.
           ACCEPT WS-WEEK-END.
           IF WS-WEEK-END = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-WEEK-END
           END-IF.
           MOVE WS-WEEK-END TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-WEEK-END.
           COMPUTE WS-WEEK-END-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-WEEK-END)).
           COMPUTE WS-WEEK-START-NUM = FUNCTION DATE-OF-INTEGER(
              WS-WEEK-END-INT - 6).
           MOVE WS-WEEK-START-NUM TO WS-WEEK-START.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
               MOVE 'y' TO WS-OPR-AVAILABLE
           ELSE
               DISPLAY 'WARNING: OPERMDT NOT AVAILABLE, NO LOOKUP '
                  'CAN BE FLAGGED, STATUS ' WS-OPR-FILE-STATUS
           END-IF.
           OPEN INPUT SENIORITY-FILE.
           IF WS-SEN-FILE-STATUS = '00' OR WS-SEN-FILE-STATUS = '97'
               MOVE 'y' TO WS-SEN-AVAILABLE
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIPS-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           STRING 'READ ACCESS ' WS-WEEK-START ' TO ' WS-WEEK-END
              '  FLAGS: O OUTSIDE NORMAL HOURS, S NOT ON '
              'THE OPERATOR''S SHIPS'
              DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM PRINT-REPORT-LINE.
           SORT SORT-WORK ON ASCENDING KEY SD-OPERATOR SD-DATE SD-TIME
               INPUT PROCEDURE IS FEED-ACCESS-ROWS
               OUTPUT PROCEDURE IS PRINT-ACCESS-ROWS.
           PERFORM PRINT-REPORT-LINE.
           STRING 'WEEK TOTAL: ' WS-TOT-LOOKUPS ' LOOKUP(S) BY '
              WS-OPERATOR-COUNT ' OPERATOR(S), ' WS-TOT-OFF-HOURS
              ' OUTSIDE HOURS, ' WS-TOT-OFF-SHIP ' NOT ON THEIR SHIPS'
              DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           IF WS-OPR-AVAILABLE = 'y'
               CLOSE OPERATOR-MASTER
           END-IF.
           IF WS-SEN-AVAILABLE = 'y'
               CLOSE SENIORITY-FILE
           END-IF.
           IF WS-SHIPS-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

       FEED-ACCESS-ROWS.
           OPEN INPUT READ-ACCESS-LOG.
           IF WS-ACC-FILE-STATUS NOT = '00'
               DISPLAY 'NOTE: ACCLOG NOT AVAILABLE, NO LOOKUPS TO '
                  'REPORT, STATUS ' WS-ACC-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ READ-ACCESS-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ACC-DATE >= WS-WEEK-START
                              AND ACC-DATE <= WS-WEEK-END
                               MOVE ACC-OPERATOR TO SD-OPERATOR
                               MOVE ACC-DATE TO SD-DATE
                               MOVE ACC-TIME TO SD-TIME
                               MOVE ACC-PROGRAM TO SD-PROGRAM
                               MOVE ACC-SVC-NR TO SD-SVC-NR
                               MOVE ACC-UID TO SD-UID
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE READ-ACCESS-LOG
           END-IF.

       PRINT-ACCESS-ROWS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SD-OPERATOR NOT = WS-CUR-OPERATOR
                           PERFORM END-OPERATOR
                           PERFORM START-OPERATOR
                       END-IF
                       PERFORM PRINT-ONE-LOOKUP
               END-RETURN
           END-PERFORM.
           PERFORM END-OPERATOR.

      *New operator: heading line, and the hours and scope that
      *operator's lookups are measured against
       START-OPERATOR.
           MOVE SD-OPERATOR TO WS-CUR-OPERATOR.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE 0 TO WS-OPR-LOOKUPS.
           MOVE 0 TO WS-OPR-OFF-HOURS.
           MOVE 0 TO WS-OPR-OFF-SHIP.
           MOVE SPACES TO WS-CUR-HOURS-FROM.
           MOVE SPACES TO WS-CUR-HOURS-TO.
           MOVE 'n' TO WS-CUR-SCOPED.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               MOVE SPACES TO WS-CUR-SCOPE-NAVY(WS-IDX)
               MOVE SPACES TO WS-CUR-SCOPE-THEATRE(WS-IDX)
           END-PERFORM.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'ZZ' TO WS-OPR-FILE-STATUS.
           IF WS-OPR-AVAILABLE = 'y'
               MOVE SD-OPERATOR TO OPR-ID
               READ OPERATOR-MASTER RECORD KEY OPR-ID
           END-IF.
           IF WS-OPR-FILE-STATUS NOT = '00'
               STRING 'OPERATOR ' SD-OPERATOR
                  ' (NOT ON THE OPERATOR MASTER)'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE OPR-HOURS-FROM TO WS-CUR-HOURS-FROM
               MOVE OPR-HOURS-TO TO WS-CUR-HOURS-TO
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
                   MOVE OPR-SCOPE-NAVY(WS-IDX)
                      TO WS-CUR-SCOPE-NAVY(WS-IDX)
                   MOVE OPR-SCOPE-THEATRE(WS-IDX)
                      TO WS-CUR-SCOPE-THEATRE(WS-IDX)
                   IF OPR-SCOPE-NAVY(WS-IDX) NOT = SPACES
                      OR OPR-SCOPE-THEATRE(WS-IDX) NOT = SPACES
                       MOVE 'y' TO WS-CUR-SCOPED
                   END-IF
               END-PERFORM
               IF WS-CUR-HOURS-FROM = SPACES
                   STRING 'OPERATOR ' SD-OPERATOR ' ' OPR-NAME
                      '  HOURS NOT SET'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   STRING 'OPERATOR ' SD-OPERATOR ' ' OPR-NAME
                      '  HOURS ' WS-CUR-HOURS-FROM '-'
                      WS-CUR-HOURS-TO
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               END-IF
           END-IF.
           PERFORM PRINT-REPORT-LINE.

       END-OPERATOR.
           IF WS-CUR-OPERATOR NOT = LOW-VALUES
               STRING '  ' WS-OPR-LOOKUPS ' LOOKUP(S), '
                  WS-OPR-OFF-HOURS ' OUTSIDE HOURS, '
                  WS-OPR-OFF-SHIP ' NOT ON THEIR SHIPS'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-ONE-LOOKUP.
           ADD 1 TO WS-OPR-LOOKUPS.
           ADD 1 TO WS-TOT-LOOKUPS.
           MOVE SPACES TO WS-FLAGS.
           PERFORM CHECK-HOURS.
           IF WS-IN-HOURS = 'n'
               MOVE 'O' TO WS-FLAGS(1:1)
               ADD 1 TO WS-OPR-OFF-HOURS
               ADD 1 TO WS-TOT-OFF-HOURS
           END-IF.
           PERFORM CHECK-SHIP.
           IF WS-ON-SHIP = 'n'
               MOVE 'S' TO WS-FLAGS(2:1)
               ADD 1 TO WS-OPR-OFF-SHIP
               ADD 1 TO WS-TOT-OFF-SHIP
           END-IF.
           STRING '  ' WS-FLAGS ' ' SD-DATE ' ' SD-TIME(1:2) ':'
              SD-TIME(3:2) ' ' SD-PROGRAM ' SVC ' SD-SVC-NR
              ' UID ' SD-UID ' SHIP ' WS-LOOKUP-UID
              DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM PRINT-REPORT-LINE.

       CHECK-HOURS.
           MOVE 'y' TO WS-IN-HOURS.
           MOVE SD-TIME(1:4) TO WS-ROW-HHMM.
           IF WS-CUR-HOURS-FROM NOT = SPACES
               IF WS-CUR-HOURS-FROM <= WS-CUR-HOURS-TO
                   IF WS-ROW-HHMM < WS-CUR-HOURS-FROM
                      OR WS-ROW-HHMM >= WS-CUR-HOURS-TO
                       MOVE 'n' TO WS-IN-HOURS
                   END-IF
               ELSE
                   IF WS-ROW-HHMM < WS-CUR-HOURS-FROM
                      AND WS-ROW-HHMM >= WS-CUR-HOURS-TO
                       MOVE 'n' TO WS-IN-HOURS
                   END-IF
               END-IF
           END-IF.

      *The hull the inquiry named wins; a lookup by service number
      *alone is placed on the man's current hull off RANKSEN
       CHECK-SHIP.
           MOVE 'y' TO WS-ON-SHIP.
           MOVE SD-UID TO WS-LOOKUP-UID.
           IF WS-LOOKUP-UID = SPACES AND WS-SEN-AVAILABLE = 'y'
              AND SD-SVC-NR NOT = SPACES
               MOVE SD-SVC-NR TO SEN-SVC-NR
               READ SENIORITY-FILE RECORD KEY SEN-SVC-NR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEN-CURRENT-UID TO WS-LOOKUP-UID
               END-READ
           END-IF.
           IF WS-CUR-SCOPED = 'y'
               MOVE 'ZZ' TO WS-FILE-STATUS
               IF WS-LOOKUP-UID NOT = SPACES
                  AND WS-SHIPS-AVAILABLE = 'y'
                   MOVE WS-LOOKUP-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
               END-IF
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 'n' TO WS-ON-SHIP
               ELSE
                   PERFORM CHECK-SHIP-SCOPE
               END-IF
           END-IF.

      *Same rule as CHKOPER's SCOPE function: an empty list allows
      *everything, otherwise the hull's value must be on it
       CHECK-SHIP-SCOPE.
           MOVE 'y' TO WS-LIST-EMPTY.
           MOVE 'n' TO WS-NAVY-OK.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF WS-CUR-SCOPE-NAVY(WS-IDX) NOT = SPACES
                   MOVE 'n' TO WS-LIST-EMPTY
                   IF WS-CUR-SCOPE-NAVY(WS-IDX) = SHIP-NAVY
                       MOVE 'y' TO WS-NAVY-OK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-EMPTY = 'y'
               MOVE 'y' TO WS-NAVY-OK
           END-IF.
           MOVE 'y' TO WS-LIST-EMPTY.
           MOVE 'n' TO WS-THEATRE-OK.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF WS-CUR-SCOPE-THEATRE(WS-IDX) NOT = SPACES
                   MOVE 'n' TO WS-LIST-EMPTY
                   IF WS-CUR-SCOPE-THEATRE(WS-IDX) = SHIP-THEATRE
                       MOVE 'y' TO WS-THEATRE-OK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-EMPTY = 'y'
               MOVE 'y' TO WS-THEATRE-OK
           END-IF.
           IF WS-NAVY-OK = 'n' OR WS-THEATRE-OK = 'n'
               MOVE 'n' TO WS-ON-SHIP
           END-IF.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one
       CHECK-DATE-FIELD.
           CALL 'CHKDATE' USING WS-CHK-DATE, WS-CHK-ALLOW-FUTURE,
              WS-CHK-DATE-RESULT.
           PERFORM UNTIL WS-CHK-DATE-RESULT = 'Y'
               DISPLAY 'INVALID DATE ' WS-CHK-DATE
                  ', RE-ENTER CCYYMMDD: '
               ACCEPT WS-CHK-DATE
               CALL 'CHKDATE' USING WS-CHK-DATE,
                  WS-CHK-ALLOW-FUTURE, WS-CHK-DATE-RESULT
           END-PERFORM.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'WEEKLY PERSONNEL READ-ACCESS REPORT' TO WS-RPT-LINE.
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
           MOVE 'WELFARE OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
