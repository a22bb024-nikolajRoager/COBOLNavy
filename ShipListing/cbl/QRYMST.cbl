      *This program maintains the saved ship queries on QRYDEF: the
      *operator names a query and keys its selection conditions on
      *any SHIP-RECORD field (equal, range, contains), its sort
      *fields, and the columns to print, and whether it prints
      *through RPTPRT or goes out as CSV. Every field name is
      *proven through GETSFLD as it is keyed, and a number compared
      *against a numeric field must be a number, so a saved query
      *always runs. Re-keying a query on file replaces it whole.
      *Runs through QRYEXEC: from CONSOLE by name, or every night
      *through QRYRUN when flagged nightly.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    QRYMST.
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
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  QUERY-DEFINITIONS.
       COPY QRYREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-NAME PIC X(20).
       01 WS-IDX PIC 99.
       01 WS-COUNT PIC 99.
       01 WS-DONE PIC X.
       01 WS-GMT-TIMESTAMP PIC X(20).
      *Field dictionary plumbing; see GETSFLD
       01 WS-FLD-NAME PIC X(26).
       01 WS-FLD-OFFSET PIC 9(3).
       01 WS-FLD-LENGTH PIC 9(3).
       01 WS-FLD-KIND PIC X(1).
       01 WS-FLD-DECIMALS PIC 9(1).
       01 WS-FLD-RESULT PIC X(1).
      *A value keyed against a numeric field: digits and at most
      *one decimal point, blank allowed only for an open range end
       01 WS-VALUE PIC X(25).
       01 WS-VALUE-IDX PIC 99.
       01 WS-POINT-COUNT PIC 99.
       01 WS-VALID-VALUE PIC X.
       01 WS-BLANK-ALLOWED PIC X.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O QUERY-DEFINITIONS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT QUERY-DEFINITIONS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-QUERY.
           CLOSE QUERY-DEFINITIONS.
           GOBACK.

       ADD-OR-UPDATE-QUERY.
           PERFORM LOAD-QUERY.
           WRITE QUERY-DEFINITION-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE QUERY-DEFINITION-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-QUERY.
           DISPLAY 'Enter query name, 20 chars: '.
           ACCEPT WS-NAME.
           PERFORM UNTIL WS-NAME NOT = SPACES
               DISPLAY 'A QUERY NAME CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-NAME
           END-PERFORM.
           MOVE SPACES TO QUERY-DEFINITION-RECORD.
           MOVE WS-NAME TO QRY-NAME.
           DISPLAY 'Enter description, 40 chars: '.
           ACCEPT QRY-DESCRIPTION.
           DISPLAY 'Output: R printed report, C CSV extract: '.
           ACCEPT QRY-OUTPUT.
           PERFORM UNTIL QRY-OUTPUT = 'R' OR QRY-OUTPUT = 'C'
               DISPLAY 'ENTER R OR C: '
               ACCEPT QRY-OUTPUT
           END-PERFORM.
           DISPLAY 'Run every night? Y/N: '.
           ACCEPT QRY-NIGHTLY.
           PERFORM UNTIL QRY-NIGHTLY = 'Y' OR QRY-NIGHTLY = 'N'
               DISPLAY 'ENTER Y OR N: '
               ACCEPT QRY-NIGHTLY
           END-PERFORM.
           IF QRY-OUTPUT = 'R'
               DISPLAY 'Enter recipient of the printed report, '
                  '20 chars: '
               ACCEPT QRY-RECIPIENT
           END-IF.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO QRY-SAVED-DATE.
           PERFORM LOAD-CONDITIONS.
           PERFORM LOAD-SORT-FIELDS.
           PERFORM LOAD-COLUMNS.

      *Up to eight conditions, all of which must hold; a blank field
      *name ends the list, and no conditions selects every ship
       LOAD-CONDITIONS.
           MOVE 'N' TO WS-DONE.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 8 OR WS-DONE = 'Y'
               DISPLAY 'Condition ' WS-IDX ' field name (blank to '
                  'end): '
               ACCEPT WS-FLD-NAME
               IF WS-FLD-NAME = SPACES
                   MOVE 'Y' TO WS-DONE
               ELSE
                   PERFORM CHECK-FIELD-NAME
                   ADD 1 TO WS-COUNT
                   PERFORM LOAD-ONE-CONDITION
               END-IF
           END-PERFORM.

       LOAD-ONE-CONDITION.
           MOVE WS-FLD-NAME TO QRY-COND-FIELD(WS-COUNT).
           DISPLAY 'Operator: EQ equal, RG range, CT contains: '.
           ACCEPT QRY-COND-OPERATOR(WS-COUNT).
           PERFORM UNTIL QRY-COND-OPERATOR(WS-COUNT) = 'EQ'
                     OR QRY-COND-OPERATOR(WS-COUNT) = 'RG'
                     OR QRY-COND-OPERATOR(WS-COUNT) = 'CT'
               DISPLAY 'ENTER EQ, RG OR CT: '
               ACCEPT QRY-COND-OPERATOR(WS-COUNT)
           END-PERFORM.
           EVALUATE QRY-COND-OPERATOR(WS-COUNT)
               WHEN 'RG'
                   DISPLAY 'Low end of range (blank for no low end): '
                   ACCEPT WS-VALUE
                   MOVE 'Y' TO WS-BLANK-ALLOWED
                   PERFORM CHECK-CONDITION-VALUE
                   MOVE WS-VALUE TO QRY-COND-VALUE-1(WS-COUNT)
                   DISPLAY 'High end of range (blank for no high '
                      'end): '
                   ACCEPT WS-VALUE
                   PERFORM CHECK-CONDITION-VALUE
                   MOVE WS-VALUE TO QRY-COND-VALUE-2(WS-COUNT)
               WHEN 'EQ'
                   DISPLAY 'Value to equal: '
                   ACCEPT WS-VALUE
                   MOVE 'N' TO WS-BLANK-ALLOWED
                   PERFORM CHECK-CONDITION-VALUE
                   MOVE WS-VALUE TO QRY-COND-VALUE-1(WS-COUNT)
               WHEN OTHER
                   DISPLAY 'Text the field must contain: '
                   ACCEPT WS-VALUE
                   PERFORM UNTIL WS-VALUE NOT = SPACES
                       DISPLAY 'THE TEXT CANNOT BE BLANK, RE-ENTER: '
                       ACCEPT WS-VALUE
                   END-PERFORM
                   MOVE WS-VALUE TO QRY-COND-VALUE-1(WS-COUNT)
           END-EVALUATE.

      *Up to three sort fields, most significant first; the UID
      *breaks any tie that is left
       LOAD-SORT-FIELDS.
           MOVE 'N' TO WS-DONE.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 3 OR WS-DONE = 'Y'
               DISPLAY 'Sort field ' WS-IDX ' (blank to end): '
               ACCEPT WS-FLD-NAME
               IF WS-FLD-NAME = SPACES
                   MOVE 'Y' TO WS-DONE
               ELSE
                   PERFORM CHECK-FIELD-NAME
                   ADD 1 TO WS-COUNT
                   MOVE WS-FLD-NAME TO QRY-SORT-FIELD(WS-COUNT)
                   DISPLAY 'A ascending, D descending: '
                   ACCEPT QRY-SORT-ORDER(WS-COUNT)
                   PERFORM UNTIL QRY-SORT-ORDER(WS-COUNT) = 'A'
                             OR QRY-SORT-ORDER(WS-COUNT) = 'D'
                       DISPLAY 'ENTER A OR D: '
                       ACCEPT QRY-SORT-ORDER(WS-COUNT)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *Up to eight columns; a query keyed with none prints the UID,
      *name, and status
       LOAD-COLUMNS.
           MOVE 'N' TO WS-DONE.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 8 OR WS-DONE = 'Y'
               DISPLAY 'Column ' WS-IDX ' field name (blank to end): '
               ACCEPT WS-FLD-NAME
               IF WS-FLD-NAME = SPACES
                   MOVE 'Y' TO WS-DONE
               ELSE
                   PERFORM CHECK-FIELD-NAME
                   ADD 1 TO WS-COUNT
                   MOVE WS-FLD-NAME TO QRY-COLUMN-FIELD(WS-COUNT)
               END-IF
           END-PERFORM.
           IF WS-COUNT = 0
               MOVE 'UID' TO QRY-COLUMN-FIELD(1)
               MOVE 'SHIP-NAME' TO QRY-COLUMN-FIELD(2)
               MOVE 'SHIP-STATUS' TO QRY-COLUMN-FIELD(3)
               DISPLAY 'NO COLUMNS KEYED, PRINTING UID, NAME, STATUS'
           END-IF.

      *Re-prompts through GETSFLD until WS-FLD-NAME is a field of
      *the ship record; the field's kind comes back for the values
       CHECK-FIELD-NAME.
           CALL 'GETSFLD' USING WS-FLD-NAME, WS-FLD-OFFSET,
              WS-FLD-LENGTH, WS-FLD-KIND, WS-FLD-DECIMALS,
              WS-FLD-RESULT.
           PERFORM UNTIL WS-FLD-RESULT = 'Y'
               DISPLAY 'NOT A SHIP-RECORD FIELD ' WS-FLD-NAME
                  ', RE-ENTER THE SHIPREC NAME: '
               ACCEPT WS-FLD-NAME
               CALL 'GETSFLD' USING WS-FLD-NAME, WS-FLD-OFFSET,
                  WS-FLD-LENGTH, WS-FLD-KIND, WS-FLD-DECIMALS,
                  WS-FLD-RESULT
           END-PERFORM.

      *Text fields take any value; numeric ones re-prompt until the
      *value is a plain number
       CHECK-CONDITION-VALUE.
           MOVE 'n' TO WS-VALID-VALUE.
           PERFORM UNTIL WS-VALID-VALUE = 'y'
               PERFORM CHECK-ONE-VALUE
               IF WS-VALID-VALUE NOT = 'y'
                   DISPLAY 'NOT A NUMBER ' WS-VALUE ', RE-ENTER: '
                   ACCEPT WS-VALUE
               END-IF
           END-PERFORM.

       CHECK-ONE-VALUE.
           MOVE 'y' TO WS-VALID-VALUE.
           IF WS-VALUE = SPACES
               IF WS-BLANK-ALLOWED NOT = 'Y'
                   MOVE 'n' TO WS-VALID-VALUE
               END-IF
           ELSE
               IF WS-FLD-KIND = 'N'
                   MOVE 0 TO WS-POINT-COUNT
                   PERFORM VARYING WS-VALUE-IDX FROM 1 BY 1
                       UNTIL WS-VALUE-IDX > 25
                       EVALUATE TRUE
                           WHEN WS-VALUE(WS-VALUE-IDX:1) IS NUMERIC
                               CONTINUE
                           WHEN WS-VALUE(WS-VALUE-IDX:1) = '.'
                               ADD 1 TO WS-POINT-COUNT
                           WHEN WS-VALUE(WS-VALUE-IDX:) = SPACES
                               CONTINUE
                           WHEN OTHER
                               MOVE 'n' TO WS-VALID-VALUE
                       END-EVALUATE
                   END-PERFORM
                   IF WS-POINT-COUNT > 1
                       MOVE 'n' TO WS-VALID-VALUE
                   END-IF
               END-IF
           END-IF.
