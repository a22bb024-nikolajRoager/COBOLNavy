      *last heard from -- had no answer in this system. One record
      *per UID and date/time with position, course, speed, and the
      *reporting authority, keyed so LKPINQ and MISSRPT can browse
      *straight to a hull's latest report. The ship may be given by
      *UID or by the call-sign the report came in under; a call-sign
      *resolves through GETCSG to the hull that carried it on the
      *report date, so the date is taken first. The report time is
      *keyed with the zone letter the ship reported in and stored as
      *GMT (CNVZONE), the date moving with it across midnight, so a
      *hull's reports order into a track whatever theatre sent them.
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
           END-IF.

       LOAD-POSITION-REPORT.
           DISPLAY 'Enter report date, CCYYMMDD: '.
           ACCEPT WS-DATE.
           MOVE WS-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DATE.
           DISPLAY 'Enter ship UID or call-sign, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           DISPLAY 'Enter report time and zone letter, HHMMZ: '.
           ACCEPT WS-CNV-ZONED-TIME.
           MOVE WS-DATE TO WS-CNV-DATE.
           PERFORM CHECK-ZONED-TIME.
           MOVE WS-CNV-DATE TO WS-DATE.
           MOVE WS-CNV-TIME TO WS-TIME.
           DISPLAY 'STORED AS ' WS-DATE ' ' WS-TIME 'Z'.
           DISPLAY 'Enter position, 25 chars: '.
           ACCEPT WS-POSITION.
           DISPLAY 'Enter grid square, 6 chars, blank if not '
           ACCEPT WS-AUTHORITY.

      *Proves the entered UID against ALLSHPS and echoes the name,
      *same re-prompt shape as the other capture programs; an entry
      *that is not a UID is tried as a call-sign on the report date
       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       PERFORM RESOLVE-CALL-SIGN
                       IF WS-CSG-RESULT = 'Y'
                           MOVE WS-CSG-UID TO WS-UID
                           MOVE WS-UID TO UID
                           READ ALLIED-SHIPS RECORD KEY UID
                       END-IF
                   END-IF
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'NOT A UID ON ALLSHPS OR A CALL-SIGN '
                          'IN FORCE ON ' WS-DATE ': ' WS-UID
                       DISPLAY 'Enter ship UID or call-sign, '
                          '12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME
                   END-IF
               END-PERFORM
           ELSE
               PERFORM RESOLVE-CALL-SIGN
               IF WS-CSG-RESULT = 'Y'
                   MOVE WS-CSG-UID TO WS-UID
               END-IF
           END-IF.

      *A call-sign is at most 8 characters; anything longer can only
      *be a UID. GETCSG answers with the hull that carried the sign
      *on the report date, since signs are reissued fleet-wide
       RESOLVE-CALL-SIGN.
           MOVE 'N' TO WS-CSG-RESULT.
           IF WS-UID(9:4) = SPACES
               MOVE WS-UID(1:8) TO WS-CSG-CALL-SIGN
               CALL 'GETCSG' USING WS-CSG-CALL-SIGN, WS-DATE,
                  WS-CSG-RESULT, WS-CSG-UID
               IF WS-CSG-RESULT = 'Y'
                   DISPLAY 'CALL-SIGN ' WS-CSG-CALL-SIGN ' ON '
                      WS-DATE ' -> ' WS-CSG-UID
               END-IF
           END-IF.

       CHECK-DATE-FIELD.
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

      *Re-prompts through the shared CHKGRID subprogram until the
      *square is one the GRIDMST master carries; blank leaves the
      *row uncoded, as every row from before the grid went in is
