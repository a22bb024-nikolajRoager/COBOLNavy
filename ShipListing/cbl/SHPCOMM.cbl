      *FRMNMDT, a duplicate-name warning, and the UID minted from
      *navy, type, and pennant exactly as ADDSH's GET-UID does. The
      *new record opens with the class's standard armament, armour,
      *and speed from CLASS-MASTER and the displacement keyed at
      *commissioning; the as-fitted details are corrected later
      *through ADDSH like any other update. The
      *write carries the full ADDSH discipline: CHKOPER sign-on,
      *SHIPLOCK enqueue, STHIST, AUDTRL, and JRNLSHP rows (the
      *offsite mirror catches up through MIRRSYNC). On success the
      *register row is marked commissioned, not deleted, with the
      *commissioning date and the new UID, so the yard history
      *survives and TONBAL can count the tonnage she brought in.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Batch-window quiesce check; see CHKQSC
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-BUILD-ID PIC X(10).
       01 WS-COMMISSION-DATE PIC X(8).
       01 WS-CONFIRM PIC X.
       01 WS-FLEET PIC X(20).
       01 WS-FORMATION PIC X(25).
       01 WS-CAPTAIN PIC X(25).
       01 WS-DISPLACEMENT-TONS PIC 9(6).
      *UID minting, same shape as ADDSH's GET-UID
       01 WS-UID-CALCULATION.
            05 WS-4-DIGIT PIC 9999 VALUE 0000.
               DISPLAY 'WARNING: OPERATOR MASTER NOT AVAILABLE, '
                  'PROCEEDING UNCHECKED'
           END-IF.
      *Nothing is written to ALLSHPS while NIGHTRUN has it
      *quiesced for the backup and extracts
           CALL 'CHKQSC' USING WS-QSC-RESULT, WS-QSC-SET-DATE,
              WS-QSC-SET-TIME.
           IF WS-QSC-RESULT = 'Y'
               DISPLAY 'ALLSHPS QUIESCED FOR THE BATCH WINDOW, '
                  'RE-ENTER AFTER RELEASE'
               DISPLAY 'QUIESCED SINCE ' WS-QSC-SET-DATE ' '
                  WS-QSC-SET-TIME(1:6)
               GOBACK
           END-IF.
           OPEN I-O BUILDING-REGISTER.
           IF WS-BLD-FILE-STATUS NOT = '00'
              AND WS-BLD-FILE-STATUS NOT = '97'
           PERFORM CHECK-FORMATION-CODE.
           DISPLAY 'Enter captain name 25 chars'.
           ACCEPT WS-CAPTAIN.
           DISPLAY 'Enter standard displacement in tons, 6 digits, '
              '0 if not yet known: '.
           ACCEPT WS-DISPLACEMENT-TONS.
           PERFORM UNTIL WS-DISPLACEMENT-TONS IS NUMERIC
               DISPLAY 'INVALID DISPLACEMENT, ENTER 6 DIGITS: '
               ACCEPT WS-DISPLACEMENT-TONS
           END-PERFORM.
           DISPLAY 'Commission ' WS-NAME ' as ' WS-NEW-UID
              '? Y/N: '.
           ACCEPT WS-CONFIRM.
           MOVE 0 TO SHIP-COMPARTMENTS.
           MOVE 0 TO SHIP-PUMP-CAPACITY.
           MOVE 0 TO SHIP-SURVIVABILITY-RATING.
           MOVE WS-DISPLACEMENT-TONS TO SHIP-DISPLACEMENT-TONS.
      *The standards in force on commissioning day, through the
      *effective-dated GETCLS lookup
           MOVE WS-COMMISSION-DATE TO WS-CLS-AS-OF.

       MARK-BUILD-COMMISSIONED.
           MOVE 'C' TO BLD-STATE.
           MOVE WS-COMMISSION-DATE TO BLD-COMMISSIONED-DATE.
           MOVE WS-NEW-UID TO BLD-COMMISSIONED-UID.
           REWRITE BUILDING-REGISTER-RECORD.
           IF WS-BLD-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: REGISTER ROW NOT MARKED '
           MOVE WS-NEW-UID TO HIST-UID.
           MOVE SPACES TO HIST-OLD-STATUS.
           MOVE 'Operational' TO HIST-NEW-STATUS.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO HIST-CHANGE-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO HIST-CHANGE-TIME.
           MOVE SPACES TO HIST-CORR-ID
           WRITE STATUS-HIST-RECORD.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-NEW-UID TO AUD-UID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'ADD   ' TO AUD-ACTION.
           MOVE SPACES TO AUD-FIELDS-CHANGED.
           STRING 'COMMISSIONED FROM BUILD ' WS-BUILD-ID
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-NEW-UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'SHPCOMM' TO JRN-PROGRAM.
           MOVE 'ADD   ' TO JRN-ACTION.
           MOVE SPACES TO JRN-BEFORE-IMAGE.
