      *This program keeps the leave ledger: leave granted and taken
      *lived in each ship's own leave book, so nobody ashore could
      *see that half a crew was away when a sailing was ordered.
      *The man is found by his service number on CREWROST, which
      *also gives his entitlement -- leave accrues from every day
      *his postings cover, open and closed, the same roster dates
      *SEATIME measures -- and the LEAVLDG periods already charged
      *are set against it so the balance shows before anything is
      *entered. G grants a new period, charged in full; T records
      *him back on time, R recalled early (charged only the days
      *he was ashore), C cancels a grant he never went on.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LEAVMNT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-LEDGER ASSIGN TO LEAVLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVE-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LEAVE-LEDGER.
       COPY LEAVREC.
       FD  CREW-ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-KEY.
                10 ROSTER-UID PIC X(12).
                10 ROSTER-SVC-NR PIC X(10).
           05 ROSTER-DATA.
                10 ROSTER-NAME PIC X(25).
                10 ROSTER-BILLET PIC X(20).
                10 ROSTER-DATE-ASSIGNED PIC X(8).
                10 ROSTER-DATE-RELIEVED PIC X(8).
                10 ROSTER-STATUS PIC X(8).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-FROM-INT PIC 9(8).
       01 WS-TO-INT PIC 9(8).
       01 WS-ROW-DAYS PIC S9(5).
      *Days borne for each day of leave earned: one in twelve comes
      *to the thirty days a year a man is allowed
       01 WS-DAYS-PER-LEAVE-DAY PIC 99 VALUE 12.
       01 WS-SEA-DAYS PIC 9(5) VALUE 0.
       01 WS-ACCRUED PIC 9(4) VALUE 0.
       01 WS-CHARGED PIC 9(4) VALUE 0.
       01 WS-BALANCE PIC S9(4) VALUE 0.
       01 WS-BALANCE-OUT PIC -(4)9.
       01 WS-MAN-NAME PIC X(25) VALUE SPACES.
       01 WS-MAN-UID PIC X(12) VALUE SPACES.
       01 WS-ACTION PIC X(1).
       01 WS-LEAVE-DAYS PIC S9(5).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-LEAVE.
           05 WS-KEY.
                10 WS-SVC-NR PIC X(10).
                10 WS-START-DATE PIC X(8).
           05 WS-UID PIC X(12).
           05 WS-END-DATE PIC X(8).
           05 WS-STATE PIC X(1).
           05 WS-RETURN-DATE PIC X(8).
           05 WS-DAYS PIC 9(3).
           05 WS-ADDRESS PIC X(30).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O LEAVE-LEDGER.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT LEAVE-LEDGER
                 CLOSE LEAVE-LEDGER
                 OPEN I-O LEAVE-LEDGER
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(1:8))).
           DISPLAY 'Enter service number, 10 chars: '.
           ACCEPT WS-SVC-NR.
           PERFORM FIND-MAN-ON-ROSTER.
           IF WS-MAN-UID = SPACES
               DISPLAY 'NO OPEN POSTING ON THE ROSTER FOR ' WS-SVC-NR
                  ', LEAVE NOT RECORDED'
               CLOSE LEAVE-LEDGER
               GOBACK
           END-IF.
           PERFORM TOTAL-LEAVE-CHARGED.
           COMPUTE WS-ACCRUED = WS-SEA-DAYS / WS-DAYS-PER-LEAVE-DAY.
           COMPUTE WS-BALANCE = WS-ACCRUED - WS-CHARGED.
           MOVE WS-BALANCE TO WS-BALANCE-OUT.
           DISPLAY WS-SVC-NR ' -> ' WS-MAN-NAME ' BORNE IN '
              WS-MAN-UID.
           DISPLAY '  EARNED ' WS-ACCRUED ' DAYS, CHARGED '
              WS-CHARGED ' DAYS, BALANCE ' WS-BALANCE-OUT.
           DISPLAY 'Enter action, G = grant, T = returned, '
              'R = recalled, C = cancelled: '.
           ACCEPT WS-ACTION.
           IF WS-ACTION = 'g' MOVE 'G' TO WS-ACTION END-IF.
           IF WS-ACTION = 't' MOVE 'T' TO WS-ACTION END-IF.
           IF WS-ACTION = 'r' MOVE 'R' TO WS-ACTION END-IF.
           IF WS-ACTION = 'c' MOVE 'C' TO WS-ACTION END-IF.
           EVALUATE WS-ACTION
               WHEN 'G'
                   PERFORM GRANT-LEAVE
               WHEN 'T'
               WHEN 'R'
               WHEN 'C'
                   PERFORM CLOSE-LEAVE-PERIOD
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION ' WS-ACTION
           END-EVALUATE.
           CLOSE LEAVE-LEDGER.
           GOBACK.

      *The service number is the roster's minor key, so finding the
      *man and his sea time is a scan of the whole roster, as in
      *SEATIME: an open posting runs to today, a closed one to its
      *relief date
       FIND-MAN-ON-ROSTER.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS NOT = '00'
              AND WS-ROST-FILE-STATUS NOT = '97'
               DISPLAY 'NO CREW ROSTER ON FILE, STATUS '
                  WS-ROST-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CREW-ROSTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ROSTER-SVC-NR = WS-SVC-NR
                               PERFORM FOLD-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREW-ROSTER
           END-IF.

       FOLD-ONE-POSTING.
           IF ROSTER-DATE-RELIEVED = SPACES
               MOVE ROSTER-UID TO WS-MAN-UID
               MOVE ROSTER-NAME TO WS-MAN-NAME
           END-IF.
           IF ROSTER-DATE-ASSIGNED IS NUMERIC
               COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(ROSTER-DATE-ASSIGNED))
               IF ROSTER-DATE-RELIEVED = SPACES
                   MOVE WS-TODAY-INT TO WS-TO-INT
               ELSE
                   IF ROSTER-DATE-RELIEVED IS NUMERIC
                       COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(ROSTER-DATE-RELIEVED))
                   ELSE
                       MOVE WS-FROM-INT TO WS-TO-INT
                   END-IF
               END-IF
               COMPUTE WS-ROW-DAYS = WS-TO-INT - WS-FROM-INT
               IF WS-ROW-DAYS > 0
                  AND WS-SEA-DAYS + WS-ROW-DAYS <= 99999
                   ADD WS-ROW-DAYS TO WS-SEA-DAYS
               END-IF
           END-IF.

      *Every period already on the ledger for him, whatever its
      *state, carries the days it charges in LVE-DAYS
       TOTAL-LEAVE-CHARGED.
           MOVE WS-SVC-NR TO LVE-SVC-NR.
           MOVE SPACES TO LVE-START-DATE.
           MOVE 'N' TO WS-EOF.
           START LEAVE-LEDGER KEY >= LVE-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAVE-LEDGER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LVE-SVC-NR NOT = WS-SVC-NR
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD LVE-DAYS TO WS-CHARGED
                       END-IF
               END-READ
           END-PERFORM.

      *Leave beyond the balance is not refused -- compassionate
      *leave is granted whatever is owed -- but it is shown
       GRANT-LEAVE.
           MOVE WS-MAN-UID TO WS-UID.
           DISPLAY 'Enter first day of leave, CCYYMMDD: '.
           ACCEPT WS-START-DATE.
           MOVE WS-START-DATE TO WS-CHK-DATE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-START-DATE.
           MOVE LOW-VALUES TO WS-END-DATE.
           PERFORM UNTIL WS-END-DATE >= WS-START-DATE
               DISPLAY 'Enter last day of leave, CCYYMMDD: '
               ACCEPT WS-END-DATE
               MOVE WS-END-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-END-DATE
               IF WS-END-DATE < WS-START-DATE
                   DISPLAY 'LAST DAY IS BEFORE THE FIRST DAY'
               END-IF
           END-PERFORM.
           COMPUTE WS-LEAVE-DAYS =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-END-DATE))
              - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-START-DATE)) + 1.
           IF WS-LEAVE-DAYS > 999
               MOVE 999 TO WS-LEAVE-DAYS
           END-IF.
           MOVE WS-LEAVE-DAYS TO WS-DAYS.
           IF WS-LEAVE-DAYS > WS-BALANCE
               DISPLAY 'WARNING: ' WS-DAYS ' DAYS IS MORE THAN THE '
                  'BALANCE OF ' WS-BALANCE-OUT
           END-IF.
           DISPLAY 'Enter leave address, 30 chars: '.
           ACCEPT WS-ADDRESS.
           MOVE 'G' TO WS-STATE.
           MOVE SPACES TO WS-RETURN-DATE.
           MOVE WS-LEAVE TO LEAVE-RECORD.
           WRITE LEAVE-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE LEAVE-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

      *A granted period is found by its first day and closed off;
      *a recall charges the days from the first day up to the day
      *before he reported back
       CLOSE-LEAVE-PERIOD.
           DISPLAY 'Enter first day of the leave granted, CCYYMMDD: '.
           ACCEPT WS-START-DATE.
           MOVE WS-SVC-NR TO LVE-SVC-NR.
           MOVE WS-START-DATE TO LVE-START-DATE.
           READ LEAVE-LEDGER RECORD KEY LVE-KEY
           INVALID KEY
               DISPLAY 'NO LEAVE GRANTED TO ' WS-SVC-NR ' FROM '
                  WS-START-DATE
           NOT INVALID KEY
               EVALUATE WS-ACTION
                   WHEN 'T'
                       MOVE LVE-END-DATE TO LVE-RETURN-DATE
                   WHEN 'R'
                       PERFORM RECORD-RECALL
                   WHEN 'C'
                       MOVE SPACES TO LVE-RETURN-DATE
                       MOVE 0 TO LVE-DAYS
               END-EVALUATE
               MOVE WS-ACTION TO LVE-STATE
               REWRITE LEAVE-RECORD
               IF WS-FILE-STATUS = '00'
                   DISPLAY 'UPDATED'
               ELSE
                   DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                      WS-FILE-STATUS
               END-IF
           END-READ.

       RECORD-RECALL.
           MOVE LOW-VALUES TO WS-RETURN-DATE.
           PERFORM UNTIL WS-RETURN-DATE >= LVE-START-DATE
               DISPLAY 'Enter date he reported back, CCYYMMDD: '
               ACCEPT WS-RETURN-DATE
               MOVE WS-RETURN-DATE TO WS-CHK-DATE
               MOVE 'N' TO WS-CHK-ALLOW-FUTURE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-RETURN-DATE
               IF WS-RETURN-DATE < LVE-START-DATE
                   DISPLAY 'REPORTED BACK BEFORE THE LEAVE BEGAN'
               END-IF
           END-PERFORM.
           MOVE WS-RETURN-DATE TO LVE-RETURN-DATE.
           COMPUTE WS-LEAVE-DAYS =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RETURN-DATE))
              - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LVE-START-DATE)).
           IF WS-LEAVE-DAYS < LVE-DAYS
               MOVE WS-LEAVE-DAYS TO LVE-DAYS
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
