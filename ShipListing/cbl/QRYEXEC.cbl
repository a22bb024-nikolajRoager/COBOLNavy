      *This subprogram runs one saved ship query by name: it reads
      *the QRYMST definition off QRYDEF, proves its field names
      *again through GETSFLD (SHIPREC may have moved on since it was
      *saved), selects the ALLSHPS rows that meet every condition,
      *sorts them on the query's sort fields with the UID breaking
      *ties, and prints the chosen columns through RPTPRT or writes
      *them as CSV to QRYEXTR, quoted the way CSVEXP quotes and
      *closed with the same count trailer. A CSV query is proven
      *releasable through CHKREL before anything is opened. Text
      *conditions compare the whole field (contains ignores case);
      *numeric ones compare the value, implied decimals and all.
      *CALLed from CONSOLE for a query by name and from the nightly
      *QRYRUN step. Result byte: Y ran, N no such query, U QRYDEF
      *unavailable, B the definition names a field the record no
      *longer has, R refused by releasability, A ALLSHPS or the
      *extract could not be opened.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    QRYEXEC.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-DEFINITIONS ASSIGN TO QRYDEF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QRY-NAME
           FILE STATUS IS WS-QRY-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CSV-EXTRACT ASSIGN TO QRYEXTR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  QUERY-DEFINITIONS.
       COPY QRYREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  CSV-EXTRACT.
       01 CSV-LINE PIC X(450).
       SD  SORT-WORK.
      *Each sort field goes to the ascending or the descending key
      *of its pair, the other left blank, so one SORT statement
      *serves any mix of directions
       01 SORT-RECORD.
           05 SD-ASC-1 PIC X(25).
           05 SD-DSC-1 PIC X(25).
           05 SD-ASC-2 PIC X(25).
           05 SD-DSC-2 PIC X(25).
           05 SD-ASC-3 PIC X(25).
           05 SD-DSC-3 PIC X(25).
           05 SD-UID PIC X(12).
           05 SD-OTHER-DATA PIC X(483).
       01 SORT-KEY-VIEW.
           05 SD-KEY-PAIR OCCURS 3 TIMES.
                10 SD-ASC-KEY PIC X(25).
                10 SD-DSC-KEY PIC X(25).
           05 SD-SHIP-IMAGE PIC X(495).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-QRY-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CSV-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-IDX PIC 99.
       01 WS-MATCH PIC X.
       01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-SHIP-IMAGE PIC X(495).
      *The definition's field names resolved to record positions
       01 WS-CONDITION-TABLE.
           05 WS-COND OCCURS 8 TIMES.
                10 WS-COND-USED PIC X.
                10 WS-COND-OFFSET PIC 9(3).
                10 WS-COND-LENGTH PIC 9(3).
                10 WS-COND-KIND PIC X(1).
                10 WS-COND-DECIMALS PIC 9(1).
       01 WS-SORT-TABLE.
           05 WS-SRT OCCURS 3 TIMES.
                10 WS-SRT-USED PIC X.
                10 WS-SRT-OFFSET PIC 9(3).
                10 WS-SRT-LENGTH PIC 9(3).
       01 WS-COLUMN-TABLE.
           05 WS-COL OCCURS 8 TIMES.
                10 WS-COL-USED PIC X.
                10 WS-COL-OFFSET PIC 9(3).
                10 WS-COL-LENGTH PIC 9(3).
                10 WS-COL-KIND PIC X(1).
                10 WS-COL-DECIMALS PIC 9(1).
                10 WS-COL-WIDTH PIC 99.
      *Field dictionary plumbing; see GETSFLD
       01 WS-FLD-NAME PIC X(26).
       01 WS-FLD-OFFSET PIC 9(3).
       01 WS-FLD-LENGTH PIC 9(3).
       01 WS-FLD-KIND PIC X(1).
       01 WS-FLD-DECIMALS PIC 9(1).
       01 WS-FLD-RESULT PIC X(1).
      *One condition's field and value under test
       01 WS-FIELD-TEXT PIC X(25).
       01 WS-FIELD-NUM PIC S9(9)V99.
       01 WS-VALUE-TEXT PIC X(25).
       01 WS-VALUE-NUM PIC S9(9)V99.
       01 WS-VALUE-LEN PIC 99.
       01 WS-TALLY PIC 9(4).
      *One printed or extracted cell
       01 WS-CELL PIC X(26).
       01 WS-CELL-NUM PIC S9(9)V99.
       01 WS-EDIT-INT PIC Z(8)9.
       01 WS-EDIT-DEC PIC Z(6)9.99.
       01 WS-LEAD PIC 99.
       01 WS-LINE-POINTER PIC 9(4).
      *Scratch area for CSV-quoting a single free-text field, as
      *CSVEXP does it
       01 WS-QF-INPUT PIC X(25).
       01 WS-QF-LEN PIC 99.
       01 WS-QF-OUTPUT PIC X(55).
       01 WS-QF-OUT-LEN PIC 999.
       01 WS-QF-OUT-POINTER PIC 9(4).
       01 WS-QF-IDX PIC 99.
       01 WS-QF-CHAR PIC X.
      *Releasability of the CSV extract against its destination; see
      *CHKREL and the SECMST reference
       01 WS-REL-EXTRACT PIC X(8) VALUE 'QRYEXEC'.
       01 WS-REL-RESULT PIC X(1).
       01 WS-REL-DESTINATION PIC X(8).
       01 WS-REL-MARKING PIC X(60).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'QRYEXEC'.
       01 WS-RPT-LINE PIC X(100).
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-QUERY-NAME PIC X(20).
       01 LK-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION USING LK-QUERY-NAME, LK-RESULT.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'Y' TO LK-RESULT.
           MOVE 0 TO WS-SELECTED-COUNT.
           OPEN INPUT QUERY-DEFINITIONS.
           IF WS-QRY-FILE-STATUS NOT = '00'
              AND WS-QRY-FILE-STATUS NOT = '97'
               DISPLAY 'QRYDEF NOT AVAILABLE, STATUS '
                  WS-QRY-FILE-STATUS
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           MOVE LK-QUERY-NAME TO QRY-NAME.
           READ QUERY-DEFINITIONS RECORD KEY QRY-NAME
           INVALID KEY
               DISPLAY 'NO SAVED QUERY NAMED ' LK-QUERY-NAME
               MOVE 'N' TO LK-RESULT
           END-READ.
           CLOSE QUERY-DEFINITIONS.
           IF LK-RESULT = 'N'
               GOBACK
           END-IF.
           PERFORM RESOLVE-FIELDS.
           IF LK-RESULT = 'B'
               GOBACK
           END-IF.
           IF QRY-OUTPUT = 'C'
               PERFORM CHECK-RELEASABILITY
               IF LK-RESULT = 'R'
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               MOVE 'A' TO LK-RESULT
               GOBACK
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SD-ASC-1
               DESCENDING KEY SD-DSC-1
               ASCENDING KEY SD-ASC-2
               DESCENDING KEY SD-DSC-2
               ASCENDING KEY SD-ASC-3
               DESCENDING KEY SD-DSC-3
               ASCENDING KEY SD-UID
               INPUT PROCEDURE IS SELECT-SHIPS
               OUTPUT PROCEDURE IS WRITE-RESULTS.
           DISPLAY 'QUERY ' QRY-NAME ': ' WS-SELECTED-COUNT
              ' SHIP(S) SELECTED'.
           GOBACK.

      *Every field name in the definition is looked up again; one
      *the record no longer has stops the query before it runs
       RESOLVE-FIELDS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE 'n' TO WS-COND-USED(WS-IDX)
               IF QRY-COND-FIELD(WS-IDX) NOT = SPACES
                   MOVE QRY-COND-FIELD(WS-IDX) TO WS-FLD-NAME
                   PERFORM LOOK-UP-FIELD
                   MOVE 'y' TO WS-COND-USED(WS-IDX)
                   MOVE WS-FLD-OFFSET TO WS-COND-OFFSET(WS-IDX)
                   MOVE WS-FLD-LENGTH TO WS-COND-LENGTH(WS-IDX)
                   MOVE WS-FLD-KIND TO WS-COND-KIND(WS-IDX)
                   MOVE WS-FLD-DECIMALS TO WS-COND-DECIMALS(WS-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE 'n' TO WS-SRT-USED(WS-IDX)
               IF QRY-SORT-FIELD(WS-IDX) NOT = SPACES
                   MOVE QRY-SORT-FIELD(WS-IDX) TO WS-FLD-NAME
                   PERFORM LOOK-UP-FIELD
                   MOVE 'y' TO WS-SRT-USED(WS-IDX)
                   MOVE WS-FLD-OFFSET TO WS-SRT-OFFSET(WS-IDX)
                   MOVE WS-FLD-LENGTH TO WS-SRT-LENGTH(WS-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE 'n' TO WS-COL-USED(WS-IDX)
               IF QRY-COLUMN-FIELD(WS-IDX) NOT = SPACES
                   MOVE QRY-COLUMN-FIELD(WS-IDX) TO WS-FLD-NAME
                   PERFORM LOOK-UP-FIELD
                   PERFORM RESOLVE-ONE-COLUMN
               END-IF
           END-PERFORM.

      *Numbers print edited, right-aligned in a fixed width; text
      *prints at its own length, never narrower than eight
       RESOLVE-ONE-COLUMN.
           MOVE 'y' TO WS-COL-USED(WS-IDX).
           MOVE WS-FLD-OFFSET TO WS-COL-OFFSET(WS-IDX).
           MOVE WS-FLD-LENGTH TO WS-COL-LENGTH(WS-IDX).
           MOVE WS-FLD-KIND TO WS-COL-KIND(WS-IDX).
           MOVE WS-FLD-DECIMALS TO WS-COL-DECIMALS(WS-IDX).
           EVALUATE TRUE
               WHEN WS-FLD-KIND = 'N' AND WS-FLD-DECIMALS > 0
                   MOVE 10 TO WS-COL-WIDTH(WS-IDX)
               WHEN WS-FLD-KIND = 'N'
                   MOVE 9 TO WS-COL-WIDTH(WS-IDX)
               WHEN WS-FLD-LENGTH < 8
                   MOVE 8 TO WS-COL-WIDTH(WS-IDX)
               WHEN OTHER
                   MOVE WS-FLD-LENGTH TO WS-COL-WIDTH(WS-IDX)
           END-EVALUATE.

       LOOK-UP-FIELD.
           CALL 'GETSFLD' USING WS-FLD-NAME, WS-FLD-OFFSET,
              WS-FLD-LENGTH, WS-FLD-KIND, WS-FLD-DECIMALS,
              WS-FLD-RESULT.
           IF WS-FLD-RESULT NOT = 'Y'
               DISPLAY 'QUERY ' QRY-NAME ' NAMES ' WS-FLD-NAME
                  ', NOT A SHIP-RECORD FIELD; RE-KEY IT IN QRYMST'
               MOVE 'B' TO LK-RESULT
               MOVE 'A' TO WS-FLD-KIND
               MOVE 1 TO WS-FLD-OFFSET
               MOVE 1 TO WS-FLD-LENGTH
               MOVE 0 TO WS-FLD-DECIMALS
           END-IF.

       SELECT-SHIPS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TEST-ONE-SHIP
                       IF WS-MATCH = 'y'
                           PERFORM RELEASE-ONE-SHIP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALLIED-SHIPS.
           MOVE 'N' TO WS-EOF.

      *Every condition in use must hold; the first that fails ends
      *the test
       TEST-ONE-SHIP.
           MOVE 'y' TO WS-MATCH.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 8 OR WS-MATCH = 'n'
               IF WS-COND-USED(WS-IDX) = 'y'
                   PERFORM TEST-ONE-CONDITION
               END-IF
           END-PERFORM.

       TEST-ONE-CONDITION.
           MOVE SPACES TO WS-FIELD-TEXT.
           MOVE SHIP-RECORD(WS-COND-OFFSET(WS-IDX):
              WS-COND-LENGTH(WS-IDX)) TO WS-FIELD-TEXT.
           EVALUATE TRUE
               WHEN QRY-COND-OPERATOR(WS-IDX) = 'CT'
                   PERFORM TEST-CONTAINS
               WHEN WS-COND-KIND(WS-IDX) = 'N'
                   PERFORM TEST-NUMBER
               WHEN OTHER
                   PERFORM TEST-TEXT
           END-EVALUATE.

      *Case is ignored, so "Type 281" finds "TYPE 281"; trailing
      *blanks of the keyed text are not part of it
       TEST-CONTAINS.
           MOVE FUNCTION UPPER-CASE(WS-FIELD-TEXT) TO WS-FIELD-TEXT.
           MOVE FUNCTION UPPER-CASE(QRY-COND-VALUE-1(WS-IDX))
              TO WS-VALUE-TEXT.
           MOVE 0 TO WS-TALLY.
           INSPECT FUNCTION REVERSE(WS-VALUE-TEXT)
              TALLYING WS-TALLY FOR LEADING SPACES.
           COMPUTE WS-VALUE-LEN = 25 - WS-TALLY.
           IF WS-VALUE-LEN > 0
               MOVE 0 TO WS-TALLY
               INSPECT WS-FIELD-TEXT TALLYING WS-TALLY
                  FOR ALL WS-VALUE-TEXT(1:WS-VALUE-LEN)
               IF WS-TALLY = 0
                   MOVE 'n' TO WS-MATCH
               END-IF
           END-IF.

       TEST-NUMBER.
           COMPUTE WS-FIELD-NUM = FUNCTION NUMVAL(WS-FIELD-TEXT)
              / (10 ** WS-COND-DECIMALS(WS-IDX)).
           IF QRY-COND-OPERATOR(WS-IDX) = 'EQ'
               COMPUTE WS-VALUE-NUM =
                  FUNCTION NUMVAL(QRY-COND-VALUE-1(WS-IDX))
               IF WS-FIELD-NUM NOT = WS-VALUE-NUM
                   MOVE 'n' TO WS-MATCH
               END-IF
           ELSE
               IF QRY-COND-VALUE-1(WS-IDX) NOT = SPACES
                   COMPUTE WS-VALUE-NUM =
                      FUNCTION NUMVAL(QRY-COND-VALUE-1(WS-IDX))
                   IF WS-FIELD-NUM < WS-VALUE-NUM
                       MOVE 'n' TO WS-MATCH
                   END-IF
               END-IF
               IF QRY-COND-VALUE-2(WS-IDX) NOT = SPACES
                   COMPUTE WS-VALUE-NUM =
                      FUNCTION NUMVAL(QRY-COND-VALUE-2(WS-IDX))
                   IF WS-FIELD-NUM > WS-VALUE-NUM
                       MOVE 'n' TO WS-MATCH
                   END-IF
               END-IF
           END-IF.

       TEST-TEXT.
           IF QRY-COND-OPERATOR(WS-IDX) = 'EQ'
               IF WS-FIELD-TEXT NOT = QRY-COND-VALUE-1(WS-IDX)
                   MOVE 'n' TO WS-MATCH
               END-IF
           ELSE
               IF QRY-COND-VALUE-1(WS-IDX) NOT = SPACES
                  AND WS-FIELD-TEXT < QRY-COND-VALUE-1(WS-IDX)
                   MOVE 'n' TO WS-MATCH
               END-IF
               IF QRY-COND-VALUE-2(WS-IDX) NOT = SPACES
                  AND WS-FIELD-TEXT > QRY-COND-VALUE-2(WS-IDX)
                   MOVE 'n' TO WS-MATCH
               END-IF
           END-IF.

      *Numeric fields are unsigned and zero-filled (the pennant
      *number right-aligned), so their bytes sort in value order
       RELEASE-ONE-SHIP.
           MOVE SPACES TO SORT-KEY-VIEW.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF WS-SRT-USED(WS-IDX) = 'y'
                   MOVE SPACES TO WS-FIELD-TEXT
                   MOVE SHIP-RECORD(WS-SRT-OFFSET(WS-IDX):
                      WS-SRT-LENGTH(WS-IDX)) TO WS-FIELD-TEXT
                   IF QRY-SORT-ORDER(WS-IDX) = 'D'
                       MOVE WS-FIELD-TEXT TO SD-DSC-KEY(WS-IDX)
                   ELSE
                       MOVE WS-FIELD-TEXT TO SD-ASC-KEY(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SHIP-RECORD TO SD-SHIP-IMAGE.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-SELECTED-COUNT.

       WRITE-RESULTS.
           IF QRY-OUTPUT = 'C'
               PERFORM WRITE-CSV-RESULTS
           ELSE
               PERFORM PRINT-RESULTS
           END-IF.

       PRINT-RESULTS.
           PERFORM OPEN-REPORT.
           STRING 'SAVED QUERY ' QRY-NAME ' AS OF ' QRY-SAVED-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF WS-COL-USED(WS-IDX) = 'y'
                   MOVE SPACES TO WS-CELL
                   IF QRY-COLUMN-FIELD(WS-IDX)(1:5) = 'SHIP-'
                       MOVE QRY-COLUMN-FIELD(WS-IDX)(6:) TO WS-CELL
                   ELSE
                       MOVE QRY-COLUMN-FIELD(WS-IDX) TO WS-CELL
                   END-IF
                   STRING WS-CELL(1:WS-COL-WIDTH(WS-IDX)) ' '
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                      WITH POINTER WS-LINE-POINTER
                      ON OVERFLOW
                          CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-SHIP
               END-RETURN
           END-PERFORM.
           PERFORM PRINT-REPORT-LINE.
           STRING 'SHIPS SELECTED: ' WS-SELECTED-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.

      *Columns that would run past the print line are dropped
      *rather than wrapped
       PRINT-ONE-SHIP.
           MOVE SD-SHIP-IMAGE TO WS-SHIP-IMAGE.
           MOVE 1 TO WS-LINE-POINTER.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF WS-COL-USED(WS-IDX) = 'y'
                   PERFORM PREPARE-CELL
                   STRING WS-CELL(1:WS-COL-WIDTH(WS-IDX)) ' '
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                      WITH POINTER WS-LINE-POINTER
                      ON OVERFLOW
                          CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.
           PERFORM PRINT-REPORT-LINE.

       PREPARE-CELL.
           MOVE SPACES TO WS-CELL.
           IF WS-COL-KIND(WS-IDX) = 'N'
               COMPUTE WS-CELL-NUM = FUNCTION NUMVAL(
                  WS-SHIP-IMAGE(WS-COL-OFFSET(WS-IDX):
                  WS-COL-LENGTH(WS-IDX)))
                  / (10 ** WS-COL-DECIMALS(WS-IDX))
               IF WS-COL-DECIMALS(WS-IDX) = 0
                   MOVE WS-CELL-NUM TO WS-EDIT-INT
                   MOVE WS-EDIT-INT TO WS-CELL
               ELSE
                   MOVE WS-CELL-NUM TO WS-EDIT-DEC
                   MOVE WS-EDIT-DEC TO WS-CELL
               END-IF
           ELSE
               MOVE WS-SHIP-IMAGE(WS-COL-OFFSET(WS-IDX):
                  WS-COL-LENGTH(WS-IDX)) TO WS-CELL
           END-IF.

      *Header row of the SHIPREC names, text quoted, numbers as
      *plain values, and the count trailer CSVEXP closes with
       WRITE-CSV-RESULTS.
           OPEN OUTPUT CSV-EXTRACT.
           IF WS-CSV-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: QRYEXTR OPEN FAILED, STATUS '
                  WS-CSV-FILE-STATUS
               MOVE 'A' TO LK-RESULT
           ELSE
               MOVE SPACES TO CSV-LINE
               MOVE 1 TO WS-LINE-POINTER
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
                   IF WS-COL-USED(WS-IDX) = 'y'
                       IF WS-LINE-POINTER > 1
                           STRING ',' DELIMITED BY SIZE INTO CSV-LINE
                              WITH POINTER WS-LINE-POINTER
                           END-STRING
                       END-IF
                       STRING QRY-COLUMN-FIELD(WS-IDX)
                          DELIMITED BY SPACE INTO CSV-LINE
                          WITH POINTER WS-LINE-POINTER
                       END-STRING
                   END-IF
               END-PERFORM
               WRITE CSV-LINE
               PERFORM UNTIL WS-EOF = 'Y'
                   RETURN SORT-WORK
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM WRITE-ONE-CSV-SHIP
                   END-RETURN
               END-PERFORM
               MOVE SPACES TO CSV-LINE
               STRING 'TRAILER,' WS-SELECTED-COUNT
                  DELIMITED BY SIZE INTO CSV-LINE
               END-STRING
               WRITE CSV-LINE
               CLOSE CSV-EXTRACT
           END-IF.

       WRITE-ONE-CSV-SHIP.
           MOVE SD-SHIP-IMAGE TO WS-SHIP-IMAGE.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF WS-COL-USED(WS-IDX) = 'y'
                   IF WS-LINE-POINTER > 1
                       STRING ',' DELIMITED BY SIZE INTO CSV-LINE
                          WITH POINTER WS-LINE-POINTER
                       END-STRING
                   END-IF
                   PERFORM PREPARE-CELL
                   IF WS-COL-KIND(WS-IDX) = 'N'
                       MOVE 0 TO WS-LEAD
                       INSPECT WS-CELL TALLYING WS-LEAD
                          FOR LEADING SPACES
                       STRING WS-CELL(WS-LEAD + 1:
                          WS-COL-WIDTH(WS-IDX) - WS-LEAD)
                          DELIMITED BY SIZE INTO CSV-LINE
                          WITH POINTER WS-LINE-POINTER
                       END-STRING
                   ELSE
                       MOVE WS-CELL TO WS-QF-INPUT
                       MOVE WS-COL-LENGTH(WS-IDX) TO WS-QF-LEN
                       PERFORM QUOTE-CSV-FIELD
                       STRING WS-QF-OUTPUT(1:WS-QF-OUT-LEN)
                          DELIMITED BY SIZE INTO CSV-LINE
                          WITH POINTER WS-LINE-POINTER
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           WRITE CSV-LINE.

      *CSV-quotes WS-QF-INPUT(1:WS-QF-LEN) into WS-QF-OUTPUT, setting
      *WS-QF-OUT-LEN to the quoted result's length
       QUOTE-CSV-FIELD.
           MOVE SPACES TO WS-QF-OUTPUT.
           MOVE 1 TO WS-QF-OUT-POINTER.
           STRING '"' DELIMITED BY SIZE INTO WS-QF-OUTPUT
               WITH POINTER WS-QF-OUT-POINTER
           END-STRING.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-LEN
               MOVE WS-QF-INPUT(WS-QF-IDX:1) TO WS-QF-CHAR
               IF WS-QF-CHAR = '"'
                   STRING '""' DELIMITED BY SIZE INTO WS-QF-OUTPUT
                       WITH POINTER WS-QF-OUT-POINTER
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               ELSE
                   STRING WS-QF-CHAR DELIMITED BY SIZE
                       INTO WS-QF-OUTPUT
                       WITH POINTER WS-QF-OUT-POINTER
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.
           STRING '"' DELIMITED BY SIZE INTO WS-QF-OUTPUT
               WITH POINTER WS-QF-OUT-POINTER
               ON OVERFLOW
                   CONTINUE
           END-STRING.
           COMPUTE WS-QF-OUT-LEN = WS-QF-OUT-POINTER - 1.

      *Refused before any output is opened, so an uncleared
      *destination never receives even an empty file
       CHECK-RELEASABILITY.
           CALL 'CHKREL' USING WS-REL-EXTRACT, WS-REL-RESULT,
              WS-REL-DESTINATION, WS-REL-MARKING.
           IF WS-REL-RESULT = 'U'
               DISPLAY 'WARNING: SECREF NOT AVAILABLE, DESTINATION '
                  'CLEARANCE UNPROVEN'
           END-IF.
           IF WS-REL-RESULT = 'N'
               DISPLAY 'REFUSED: EXTRACT MARKED ' WS-REL-MARKING
               DISPLAY '  DESTINATION ' WS-REL-DESTINATION
                  ' NOT CLEARED TO RECEIVE IT, NOTHING WRITTEN'
               MOVE 'R' TO LK-RESULT
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           IF QRY-DESCRIPTION = SPACES
               MOVE QRY-NAME TO WS-RPT-LINE
           ELSE
               MOVE QRY-DESCRIPTION TO WS-RPT-LINE
           END-IF.
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
           IF QRY-RECIPIENT = SPACES
               MOVE 'OPERATIONS STAFF' TO WS-RPT-LINE
           ELSE
               MOVE QRY-RECIPIENT TO WS-RPT-LINE
           END-IF.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
