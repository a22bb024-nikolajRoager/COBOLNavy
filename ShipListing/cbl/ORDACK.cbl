      *effective date) and marks the dispatch acknowledged, with who
      *confirmed and when. ORDCHASE lists the dispatches still
      *waiting, and ORDAPPLY warns before applying an order no ship
      *ever confirmed. The confirming signal may name the ship by
      *UID or by its call-sign; a call-sign is resolved through
      *GETCSG to the hull that carried it on the signal's date, so
      *the acknowledgment date is taken up front.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common call-sign plumbing; see GETCSG
       01 WS-CSG-CALL-SIGN PIC X(8).
       01 WS-CSG-RESULT PIC X(1).
       01 WS-CSG-UID PIC X(12).
      *------------------
       PROCEDURE DIVISION.
      *------------------
           GOBACK.

       RECORD-ACKNOWLEDGMENT.
           DISPLAY 'Enter ship UID or call-sign, 12 chars: '.
           ACCEPT WS-UID.
           DISPLAY 'Enter acknowledgment date, CCYYMMDD: '.
           ACCEPT WS-ACK-DATE.
           MOVE WS-ACK-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-ACK-DATE.
           DISPLAY 'Enter order effective date, CCYYMMDD: '.
           ACCEPT WS-EFFECTIVE-DATE.
           MOVE WS-EFFECTIVE-DATE TO WS-CHK-DATE.
           MOVE WS-UID TO DSP-UID.
           MOVE WS-EFFECTIVE-DATE TO DSP-EFFECTIVE-DATE.
           READ ORDER-DISPATCH RECORD KEY DSP-KEY
           INVALID KEY
               PERFORM RESOLVE-CALL-SIGN
           END-READ.
           MOVE WS-UID TO DSP-UID.
           MOVE WS-EFFECTIVE-DATE TO DSP-EFFECTIVE-DATE.
           READ ORDER-DISPATCH RECORD KEY DSP-KEY
           INVALID KEY
               DISPLAY 'NO DISPATCH ON RECORD FOR ' WS-UID
                  ' EFFECTIVE ' WS-EFFECTIVE-DATE
               DISPLAY 'ALREADY ACKNOWLEDGED ' DSP-ACK-DATE ' BY '
                  DSP-ACK-BY
           ELSE
               DISPLAY 'Enter confirming unit/officer, 25 chars: '
               ACCEPT WS-ACK-BY
               MOVE 'A' TO DSP-ACK-STATE
               END-IF
           END-IF.

      *No dispatch under the entry as a UID: if it is short enough
      *to be a call-sign, GETCSG names the hull that carried it on
      *the acknowledgment date
       RESOLVE-CALL-SIGN.
           IF WS-UID(9:4) = SPACES
               MOVE WS-UID(1:8) TO WS-CSG-CALL-SIGN
               CALL 'GETCSG' USING WS-CSG-CALL-SIGN, WS-ACK-DATE,
                  WS-CSG-RESULT, WS-CSG-UID
               IF WS-CSG-RESULT = 'Y'
                   DISPLAY 'CALL-SIGN ' WS-CSG-CALL-SIGN ' ON '
                      WS-ACK-DATE ' -> ' WS-CSG-UID
                   MOVE WS-CSG-UID TO WS-UID
               END-IF
           END-IF.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one (and not in the future
      *unless the caller said future is fine)
