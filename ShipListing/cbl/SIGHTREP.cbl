      *to ALLSHPS by UID when the contact is one of ours, or recorded
      *standalone with a free-text description when it isn't, so
      *reconnaissance reports have somewhere to live other than a
      *separate spreadsheet. The reporting unit may be keyed as a
      *UID or as the call-sign the report was signalled under; a
      *call-sign in force on the sighting date (GETCSG) is stored as
      *the hull's UID, anything else stays as free text -- aircraft
      *and shore stations report too. The sighting date is stored
      *as the GMT date: the time of the sighting is keyed with the
      *reporter's zone letter and put through CNVZONE, so a contact
      *seen late in the evening west of Greenwich lands on the same
      *day as the position reports it is compared against.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
      *Common grid-square plumbing; see CHKGRID
       01 WS-CHK-SQUARE PIC X(6).
       01 WS-CHK-GRID-RESULT PIC X(1).
      *Common call-sign plumbing; see GETCSG
       01 WS-CSG-CALL-SIGN PIC X(8).
       01 WS-CSG-RESULT PIC X(1).
       01 WS-CSG-UID PIC X(12).
      *Common time-zone plumbing; see CNVZONE
       01 WS-CNV-DIRECTION PIC X(1).
       01 WS-CNV-DATE PIC X(8).
       01 WS-CNV-ZONED-TIME.
           05 WS-CNV-TIME PIC X(4).
           05 WS-CNV-ZONE PIC X(1).
       01 WS-CNV-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE.
           DISPLAY 'Enter sighting time and zone letter, HHMMZ: '.
           ACCEPT WS-CNV-ZONED-TIME.
           MOVE WS-DATE TO WS-CNV-DATE.
           PERFORM CHECK-ZONED-TIME.
           MOVE WS-CNV-DATE TO WS-DATE.
           DISPLAY 'STORED AS GMT DATE ' WS-DATE.
           DISPLAY 'Enter location, 25 chars: '.
           ACCEPT WS-LOCATION.
           DISPLAY 'Enter grid square, 6 chars, blank if not '
           ACCEPT WS-CHK-SQUARE.
           PERFORM CHECK-GRID-SQUARE.
           MOVE WS-CHK-SQUARE TO WS-GRID-SQUARE.
           DISPLAY 'Enter reporting unit, UID or call-sign, '
              '25 chars: '.
           ACCEPT WS-REPORTING-UNIT.
           PERFORM RESOLVE-REPORTING-UNIT.
           DISPLAY 'Enter reliability grade, A-E: '.
           ACCEPT WS-RELIABILITY-GRADE.

                  WS-CHK-ALLOW-FUTURE, WS-CHK-DATE-RESULT
           END-PERFORM.

      *Re-prompts through the shared CNVZONE subprogram until the
      *time and zone letter are real ones, leaving WS-CNV-DATE and
      *WS-CNV-TIME moved onto GMT
       CHECK-ZONED-TIME.
           MOVE 'G' TO WS-CNV-DIRECTION.
           CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-CNV-ZONE,
              WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT.
           PERFORM UNTIL WS-CNV-RESULT = 'Y'
               DISPLAY 'INVALID TIME OR ZONE ' WS-CNV-ZONED-TIME
                  ', RE-ENTER HHMMZ: '
               ACCEPT WS-CNV-ZONED-TIME
               CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-CNV-ZONE,
                  WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT
           END-PERFORM.

      *Proves the entered UID against ALLSHPS and echoes the name so
      *the operator can see they have the right hull; re-prompts on
      *a miss, the same shape as ADDSH's CHECK-NAVY-CODE
               END-PERFORM
           END-IF.

      *A reporting unit that is already a UID on the master is left
      *alone; otherwise, if it is short enough to be a call-sign, it
      *is resolved on the sighting date and replaced by the UID
       RESOLVE-REPORTING-UNIT.
           MOVE '99' TO WS-SHIP-FILE-STATUS.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE WS-REPORTING-UNIT TO UID
               READ ALLIED-SHIPS RECORD KEY UID
           END-IF.
           IF WS-SHIP-FILE-STATUS NOT = '00'
              AND WS-REPORTING-UNIT(9:17) = SPACES
               MOVE WS-REPORTING-UNIT(1:8) TO WS-CSG-CALL-SIGN
               CALL 'GETCSG' USING WS-CSG-CALL-SIGN, WS-DATE,
                  WS-CSG-RESULT, WS-CSG-UID
               IF WS-CSG-RESULT = 'Y'
                   DISPLAY 'CALL-SIGN ' WS-CSG-CALL-SIGN ' ON '
                      WS-DATE ' -> ' WS-CSG-UID
                   MOVE WS-CSG-UID TO WS-REPORTING-UNIT
               END-IF
           END-IF.

      *Re-prompts through the shared CHKGRID subprogram until the
      *square is one the GRIDMST master carries; blank leaves the
      *row uncoded, as every row from before the grid went in is
