      *This program reconciles the airframe register against the
      *carriers' own air-state returns: per carrier and model it
      *counts the airframes the register places aboard (serviceable
      *or not, but not written off) and sets that count against the
      *AST-EMBARKED figure on the carrier's latest AIRSTATE row for
      *the model. Any carrier where the two differ is reported, as
      *is any model registered aboard a carrier that has never made
      *a return for it -- a loss posted to the return and never to
      *a serial, or a transfer moved on paper only, shows here the
      *next morning. Run nightly as a NIGHTRUN step.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACFRECON.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRFRAMES ASSIGN TO AIRFRMS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AFR-SERIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT AIR-STATE-LOG ASSIGN TO AIRSTATE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AST-KEY
           FILE STATUS IS WS-AST-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  AIRFRAMES.
       COPY AFRMREC.
       FD  AIR-STATE-LOG.
       01 AIR-STATE-RECORD.
           05 AST-KEY.
                10 AST-UID PIC X(12).
                10 AST-DATE PIC X(8).
                10 AST-MODEL PIC X(20).
           05 AST-EMBARKED PIC 9(3).
           05 AST-SERVICEABLE PIC 9(3).
           05 AST-SORTIES PIC 9(3).
           05 AST-LOSSES PIC 9(3).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-AST-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
      *Registered airframes aboard, one slot per carrier and model
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 500 TIMES.
                10 WS-REG-UID PIC X(12).
                10 WS-REG-MODEL PIC X(20).
                10 WS-REG-COUNT PIC 9(4).
                10 WS-REG-MATCHED PIC X.
       01 WS-REG-USED PIC 9(4) VALUE 0.
       01 WS-REG-IDX PIC 9(4).
       01 WS-REG-MATCH PIC 9(4).
       01 WS-LOOK-UID PIC X(12).
       01 WS-LOOK-MODEL PIC X(20).
      *Latest return per model for the carrier currently in hand;
      *the log is in date order within the carrier, so the last row
      *met for a model is its latest
       01 WS-CUR-UID PIC X(12) VALUE SPACES.
       01 WS-RET-TABLE.
           05 WS-RET-ENTRY OCCURS 20 TIMES.
                10 WS-RET-MODEL PIC X(20).
                10 WS-RET-DATE PIC X(8).
                10 WS-RET-EMBARKED PIC 9(3).
       01 WS-RET-COUNT PIC 99 VALUE 0.
       01 WS-RET-IDX PIC 99.
       01 WS-RET-MATCH PIC 99.
       01 WS-REGISTERED PIC 9(4).
       01 WS-CARRIER-FLAGGED PIC X.
       01 WS-CARRIER-COUNT PIC 9(4) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(4) VALUE 0.
       01 WS-DIFF-COUNT PIC 9(5) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'ACFRECON'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
      *No register yet, or no returns yet, is nothing to reconcile
      *rather than a failed night; any other open error fails the step
           OPEN INPUT AIRFRAMES.
           IF WS-FILE-STATUS = '35'
               DISPLAY 'NO AIRFRAME REGISTER ON FILE, NOTHING TO '
                  'RECONCILE'
               GOBACK
           END-IF.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
      *A non-zero return code is how the nightly driver sees a step
      *fail; a bare GOBACK reads as success and the rerun skips it
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT AIR-STATE-LOG.
           IF WS-AST-FILE-STATUS = '35'
               DISPLAY 'NO AIR STATE RETURNS ON FILE, NOTHING TO '
                  'RECONCILE'
               CLOSE AIRFRAMES
               GOBACK
           END-IF.
           IF WS-AST-FILE-STATUS NOT = '00'
              AND WS-AST-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                  WS-AST-FILE-STATUS
               CLOSE AIRFRAMES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM LOAD-REGISTER.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AIR-STATE-LOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM FOLD-ONE-RETURN
               END-READ
           END-PERFORM.
           IF WS-CUR-UID NOT = SPACES
               PERFORM CHECK-ONE-CARRIER
           END-IF.
           PERFORM REPORT-UNRETURNED-MODELS.
           CLOSE AIRFRAMES.
           CLOSE AIR-STATE-LOG.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'CARRIERS CHECKED: ' WS-CARRIER-COUNT
              ', CARRIERS OUT OF STEP: ' WS-FLAGGED-COUNT
              ', MODEL DIFFERENCES: ' WS-DIFF-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *Only airframes still on the books and borne by a carrier
      *count; those at shore stations have no return to match
       LOAD-REGISTER.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AIRFRAMES NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AFR-STATE NOT = 'W' AND AFR-UID NOT = SPACES
                           MOVE AFR-UID TO WS-LOOK-UID
                           MOVE AFR-MODEL TO WS-LOOK-MODEL
                           PERFORM FIND-REGISTER-SLOT
                           IF WS-REG-MATCH NOT = 0
                               ADD 1 TO WS-REG-COUNT(WS-REG-MATCH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

      *A carrier and model not yet in the table take the next free
      *slot while there is one
       FIND-REGISTER-SLOT.
           MOVE 0 TO WS-REG-MATCH.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-USED
               IF WS-REG-UID(WS-REG-IDX) = WS-LOOK-UID
                  AND WS-REG-MODEL(WS-REG-IDX) = WS-LOOK-MODEL
                   MOVE WS-REG-IDX TO WS-REG-MATCH
               END-IF
           END-PERFORM.
           IF WS-REG-MATCH = 0 AND WS-REG-USED < 500
               ADD 1 TO WS-REG-USED
               MOVE WS-REG-USED TO WS-REG-MATCH
               MOVE WS-LOOK-UID TO WS-REG-UID(WS-REG-MATCH)
               MOVE WS-LOOK-MODEL TO WS-REG-MODEL(WS-REG-MATCH)
               MOVE 0 TO WS-REG-COUNT(WS-REG-MATCH)
               MOVE 'N' TO WS-REG-MATCHED(WS-REG-MATCH)
           END-IF.

       FOLD-ONE-RETURN.
           IF AST-UID NOT = WS-CUR-UID
               IF WS-CUR-UID NOT = SPACES
                   PERFORM CHECK-ONE-CARRIER
               END-IF
               MOVE AST-UID TO WS-CUR-UID
               MOVE 0 TO WS-RET-COUNT
           END-IF.
           MOVE 0 TO WS-RET-MATCH.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RET-COUNT
               IF WS-RET-MODEL(WS-RET-IDX) = AST-MODEL
                   MOVE WS-RET-IDX TO WS-RET-MATCH
               END-IF
           END-PERFORM.
           IF WS-RET-MATCH = 0 AND WS-RET-COUNT < 20
               ADD 1 TO WS-RET-COUNT
               MOVE WS-RET-COUNT TO WS-RET-MATCH
               MOVE AST-MODEL TO WS-RET-MODEL(WS-RET-MATCH)
           END-IF.
           IF WS-RET-MATCH NOT = 0
               MOVE AST-DATE TO WS-RET-DATE(WS-RET-MATCH)
               MOVE AST-EMBARKED TO WS-RET-EMBARKED(WS-RET-MATCH)
           END-IF.

       CHECK-ONE-CARRIER.
           ADD 1 TO WS-CARRIER-COUNT.
           MOVE 'N' TO WS-CARRIER-FLAGGED.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-RET-COUNT
               PERFORM CHECK-ONE-MODEL
           END-PERFORM.

       CHECK-ONE-MODEL.
           MOVE 0 TO WS-REGISTERED.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-USED
               IF WS-REG-UID(WS-REG-IDX) = WS-CUR-UID
                  AND WS-REG-MODEL(WS-REG-IDX)
                     = WS-RET-MODEL(WS-RET-IDX)
                   MOVE WS-REG-COUNT(WS-REG-IDX) TO WS-REGISTERED
                   MOVE 'Y' TO WS-REG-MATCHED(WS-REG-IDX)
               END-IF
           END-PERFORM.
           IF WS-REGISTERED NOT = WS-RET-EMBARKED(WS-RET-IDX)
               MOVE WS-CUR-UID TO WS-LOOK-UID
               PERFORM FLAG-CARRIER
               ADD 1 TO WS-DIFF-COUNT
               STRING '    ' WS-RET-MODEL(WS-RET-IDX)
                  ' RETURN OF ' WS-RET-DATE(WS-RET-IDX)
                  ' EMBARKED ' WS-RET-EMBARKED(WS-RET-IDX)
                  ', REGISTERED ' WS-REGISTERED
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Carrier heading, printed once before her first difference
       FLAG-CARRIER.
           IF WS-CARRIER-FLAGGED = 'N'
               MOVE 'Y' TO WS-CARRIER-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
               PERFORM PRINT-REPORT-LINE
               MOVE SPACES TO SHIP-NAME
               IF WS-SHIP-AVAILABLE = 'y'
                   MOVE WS-LOOK-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   INVALID KEY
                       MOVE '(NOT ON ALLSHPS)' TO SHIP-NAME
                   END-READ
               END-IF
               STRING WS-LOOK-UID ' ' SHIP-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Airframes registered aboard against a model the carrier has
      *never returned at all
       REPORT-UNRETURNED-MODELS.
           MOVE SPACES TO WS-CUR-UID.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-USED
               IF WS-REG-MATCHED(WS-REG-IDX) = 'N'
                   IF WS-REG-UID(WS-REG-IDX) NOT = WS-CUR-UID
                       MOVE 'N' TO WS-CARRIER-FLAGGED
                       MOVE WS-REG-UID(WS-REG-IDX) TO WS-CUR-UID
                   END-IF
                   MOVE WS-REG-UID(WS-REG-IDX) TO WS-LOOK-UID
                   PERFORM FLAG-CARRIER
                   ADD 1 TO WS-DIFF-COUNT
                   STRING '    ' WS-REG-MODEL(WS-REG-IDX)
                      ' NO AIR STATE RETURN, REGISTERED '
                      WS-REG-COUNT(WS-REG-IDX)
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'AIRFRAME REGISTER AGAINST AIR STATE RETURNS'
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
           MOVE 'AIR ENGINEERING OFFICER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
