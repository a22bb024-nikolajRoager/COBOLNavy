      *This program is the daily security violation report over the
      *SIGNLOG sign-on log CHKOPER writes, which until now nobody
      *read. For the entered day (today by default) it lists, in
      *four parts: operator IDs with repeated failed sign-ons
      *(denied, unknown, or refused while suspended -- an ID not on
      *the master at all shows up here too); every attempt at a
      *function the operator is not granted, with the hull for a
      *data-scope refusal; every sign-on outside the operator's
      *authorized hours on the OPERMST master; and the day's
      *suspensions and reinstatements.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SGNVIOL.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-LOG ASSIGN TO SIGNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SGN-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO OPERMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SIGNON-LOG.
       01 SIGNON-LOG-RECORD.
           05 SGN-OPERATOR PIC X(12).
           05 SGN-DATE PIC X(8).
           05 SGN-TIME PIC X(8).
           05 SGN-FUNCTION PIC X(5).
           05 SGN-RESULT PIC X(8).
      *The hull a SCOPE refusal was for; spaces on a sign-on row
           05 SGN-SCOPE-UID PIC X(12).
           05 SGN-SCOPE-NAVY PIC X(4).
           05 SGN-SCOPE-THEATRE PIC X(20).
      *Who suspended (CHKOPER itself) or reinstated the operator on
      *a SUSP or REINS row; spaces on every other row
           05 SGN-ACTIONED-BY PIC X(12).
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
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-SGN-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPR-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-REPORT-DATE PIC X(8).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Which part of the report the current pass over the log is
      *collecting: 1 failures, 2 unauthorized functions, 3 outside
      *hours, 4 suspensions and reinstatements
       01 WS-PASS PIC 9.
       01 WS-PART-COUNT PIC 9(5).
       01 WS-IS-SIGNON PIC X.
       01 WS-IS-FAILURE PIC X.
       01 WS-ROW-HHMM PIC X(4).
       01 WS-IN-HOURS PIC X.
      *Failed sign-ons per operator ID for the day
       01 WS-FAILURE-TABLE.
           05 WS-FLR-ENTRY OCCURS 500 TIMES.
                10 WS-FLR-OPERATOR PIC X(12).
                10 WS-FLR-COUNT PIC 9(4).
                10 WS-FLR-FIRST-TIME PIC X(8).
                10 WS-FLR-LAST-TIME PIC X(8).
       01 WS-FAILURE-COUNT PIC 9(3) VALUE 0.
       01 WS-IDX PIC 9(3).
       01 WS-MATCH-IDX PIC 9(3).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'SGNVIOL'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           DISPLAY 'Enter report date, CCYYMMDD, spaces for today: '.
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-REPORT-DATE
           END-IF.
           MOVE WS-REPORT-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-REPORT-DATE.
           OPEN INPUT SIGNON-LOG.
           IF WS-SGN-FILE-STATUS NOT = '00'
               DISPLAY 'NO SIGNLOG ON FILE, STATUS '
                  WS-SGN-FILE-STATUS
               GOBACK
           END-IF.
           CLOSE SIGNON-LOG.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
               MOVE 'y' TO WS-OPR-AVAILABLE
           ELSE
               DISPLAY 'WARNING: OPERMDT NOT AVAILABLE, HOURS '
                  'CANNOT BE CHECKED, STATUS ' WS-OPR-FILE-STATUS
           END-IF.
           PERFORM OPEN-REPORT.
           STRING 'SIGN-ON VIOLATIONS FOR ' WS-REPORT-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 4
               PERFORM PRINT-PART-HEADING
               MOVE 0 TO WS-PART-COUNT
               PERFORM SCAN-SIGNON-LOG
               IF WS-PASS = 1
                   PERFORM PRINT-REPEATED-FAILURES
               END-IF
               IF WS-PART-COUNT = 0
                   MOVE '  NONE' TO WS-RPT-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-REPORT.
           IF WS-OPR-AVAILABLE = 'y'
               CLOSE OPERATOR-MASTER
           END-IF.
           GOBACK.

       PRINT-PART-HEADING.
           PERFORM PRINT-REPORT-LINE.
           EVALUATE WS-PASS
               WHEN 1
                   MOVE 'REPEATED FAILED SIGN-ONS' TO WS-RPT-LINE
               WHEN 2
                   MOVE 'ATTEMPTS AT FUNCTIONS NOT AUTHORIZED'
                      TO WS-RPT-LINE
               WHEN 3
                   MOVE 'SIGN-ONS OUTSIDE AUTHORIZED HOURS'
                      TO WS-RPT-LINE
               WHEN OTHER
                   MOVE 'SUSPENSIONS AND REINSTATEMENTS'
                      TO WS-RPT-LINE
           END-EVALUATE.
           PERFORM PRINT-REPORT-LINE.

       SCAN-SIGNON-LOG.
           OPEN INPUT SIGNON-LOG.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SIGNON-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SGN-DATE = WS-REPORT-DATE
                           PERFORM CLASSIFY-ROW
                           EVALUATE WS-PASS
                               WHEN 1
                                   PERFORM TALLY-FAILURE
                               WHEN 2
                                   PERFORM SHOW-UNAUTHORIZED
                               WHEN 3
                                   PERFORM SHOW-OUTSIDE-HOURS
                               WHEN OTHER
                                   PERFORM SHOW-SUSPENSION
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SIGNON-LOG.

      *A sign-on row is one a program's start-up check wrote; SCOPE
      *refusals and the SUSP/REINS rows are not sign-ons
       CLASSIFY-ROW.
           MOVE 'n' TO WS-IS-SIGNON.
           MOVE 'n' TO WS-IS-FAILURE.
           IF SGN-FUNCTION NOT = 'SCOPE' AND SGN-FUNCTION NOT = 'SUSP '
              AND SGN-FUNCTION NOT = 'REINS'
               MOVE 'y' TO WS-IS-SIGNON
               IF SGN-RESULT = 'DENIED  ' OR SGN-RESULT = 'UNKNOWN '
                  OR SGN-RESULT = 'SUSPEND '
                   MOVE 'y' TO WS-IS-FAILURE
               END-IF
           END-IF.

       TALLY-FAILURE.
           IF WS-IS-FAILURE = 'y'
               MOVE 0 TO WS-MATCH-IDX
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FAILURE-COUNT
                   IF WS-FLR-OPERATOR(WS-IDX) = SGN-OPERATOR
                       MOVE WS-IDX TO WS-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-MATCH-IDX = 0 AND WS-FAILURE-COUNT < 500
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE WS-FAILURE-COUNT TO WS-MATCH-IDX
                   MOVE SGN-OPERATOR TO WS-FLR-OPERATOR(WS-MATCH-IDX)
                   MOVE 0 TO WS-FLR-COUNT(WS-MATCH-IDX)
                   MOVE SGN-TIME TO WS-FLR-FIRST-TIME(WS-MATCH-IDX)
               END-IF
               IF WS-MATCH-IDX NOT = 0
                   ADD 1 TO WS-FLR-COUNT(WS-MATCH-IDX)
                   MOVE SGN-TIME TO WS-FLR-LAST-TIME(WS-MATCH-IDX)
               END-IF
           END-IF.

      *More than one failure in the day is what makes it repeated
       PRINT-REPEATED-FAILURES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FAILURE-COUNT
               IF WS-FLR-COUNT(WS-IDX) > 1
                   ADD 1 TO WS-PART-COUNT
                   STRING '  ' WS-FLR-OPERATOR(WS-IDX) ' '
                      WS-FLR-COUNT(WS-IDX) ' FAILED, FIRST '
                      WS-FLR-FIRST-TIME(WS-IDX)(1:2) ':'
                      WS-FLR-FIRST-TIME(WS-IDX)(3:2) ' LAST '
                      WS-FLR-LAST-TIME(WS-IDX)(1:2) ':'
                      WS-FLR-LAST-TIME(WS-IDX)(3:2)
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

       SHOW-UNAUTHORIZED.
           IF SGN-RESULT = 'DENIED  '
               IF SGN-FUNCTION = 'SCOPE'
                   ADD 1 TO WS-PART-COUNT
                   STRING '  ' SGN-TIME(1:2) ':' SGN-TIME(3:2) ' '
                      SGN-OPERATOR ' SCOPE ' SGN-SCOPE-UID ' '
                      SGN-SCOPE-NAVY ' ' SGN-SCOPE-THEATRE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               ELSE
                   ADD 1 TO WS-PART-COUNT
                   STRING '  ' SGN-TIME(1:2) ':' SGN-TIME(3:2) ' '
                      SGN-OPERATOR ' ' SGN-FUNCTION
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-IF.

      *Hours as ACCRPT reads them: a from later than the to is a
      *night watch across midnight; an operator with none set, or
      *not on the master, has no hours to break
       SHOW-OUTSIDE-HOURS.
           IF WS-IS-SIGNON = 'y' AND WS-OPR-AVAILABLE = 'y'
               MOVE SGN-OPERATOR TO OPR-ID
               READ OPERATOR-MASTER RECORD KEY OPR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPR-HOURS-FROM NOT = SPACES
                       PERFORM CHECK-HOURS
                       IF WS-IN-HOURS = 'n'
                           ADD 1 TO WS-PART-COUNT
                           STRING '  ' SGN-TIME(1:2) ':'
                              SGN-TIME(3:2) ' ' SGN-OPERATOR ' '
                              SGN-FUNCTION ' ' SGN-RESULT
                              ' HOURS ' OPR-HOURS-FROM '-'
                              OPR-HOURS-TO
                              DELIMITED BY SIZE INTO WS-RPT-LINE
                           END-STRING
                           PERFORM PRINT-REPORT-LINE
                       END-IF
                   END-IF
               END-READ
           END-IF.

       CHECK-HOURS.
           MOVE 'y' TO WS-IN-HOURS.
           MOVE SGN-TIME(1:4) TO WS-ROW-HHMM.
           IF OPR-HOURS-FROM <= OPR-HOURS-TO
               IF WS-ROW-HHMM < OPR-HOURS-FROM
                  OR WS-ROW-HHMM >= OPR-HOURS-TO
                   MOVE 'n' TO WS-IN-HOURS
               END-IF
           ELSE
               IF WS-ROW-HHMM < OPR-HOURS-FROM
                  AND WS-ROW-HHMM >= OPR-HOURS-TO
                   MOVE 'n' TO WS-IN-HOURS
               END-IF
           END-IF.

       SHOW-SUSPENSION.
           IF SGN-FUNCTION = 'SUSP '
               ADD 1 TO WS-PART-COUNT
               STRING '  ' SGN-TIME(1:2) ':' SGN-TIME(3:2) ' '
                  SGN-OPERATOR ' SUSPENDED BY ' SGN-ACTIONED-BY
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF SGN-FUNCTION = 'REINS'
               ADD 1 TO WS-PART-COUNT
               STRING '  ' SGN-TIME(1:2) ':' SGN-TIME(3:2) ' '
                  SGN-OPERATOR ' REINSTATED BY ' SGN-ACTIONED-BY
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
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
           MOVE 'DAILY SIGN-ON SECURITY VIOLATION REPORT'
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
           MOVE 'SECURITY OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
