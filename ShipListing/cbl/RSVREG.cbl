      *This program maintains the reserve register: old hulls laid
      *up in reserve used to be carried as 'Refitting' or struck off
      *the books, and the ships we could recommission in a crisis
      *were lost track of. One record per UID (proven on ALLSHPS,
      *where she should be carried as 'Reserve') gives the port she
      *is laid up in (proven on PORTMDT), her preservation category,
      *the date she was laid up, the date her preservation was last
      *inspected, and the estimated days to reactivate her. The
      *next inspection falls due 90, 180 or 365 days after the last
      *one as the category is A, B or C. Keying a hull already on
      *the register offers to record an inspection only -- the date
      *and a revised estimate -- otherwise her details are re-keyed.
      *RSVINSP lists the inspections falling due and RSVFCST the
      *reactivation forecast.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RSVREG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVE-REGISTER ASSIGN TO RSVREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RSV-UID
           FILE STATUS IS WS-FILE-STATUS.
      *The fleet master, read keyed here to prove the entered UID
      *exists and to see what she is carried as
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RESERVE-REGISTER.
       COPY RSVREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  PORT-MASTER.
       01 PORT-MASTER-RECORD.
           05 PRT-NAME PIC X(25).
           05 PRT-THEATRE PIC X(20).
           05 PRT-BERTHS PIC 9(3).
           05 PRT-DOCKS PIC 9(3).
           05 PRT-FUEL-GRADE PIC X(4).
           05 PRT-GRID-SQUARE PIC X(6).
           05 PRT-NEUTRAL PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PRT-AVAILABLE PIC X VALUE 'n'.
       01 WS-ON-FILE PIC X.
       01 WS-ANSWER PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-INTERVAL-DAYS PIC 9(3).
       01 WS-DUE-INT PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-RESERVE.
           05 WS-UID PIC X(12).
           05 WS-LAYUP-PORT PIC X(25).
           05 WS-PRESERVATION-CAT PIC X(1).
           05 WS-LAID-UP-DATE PIC X(8).
           05 WS-LAST-INSPECTION PIC X(8).
           05 WS-INSPECTION-DUE PIC X(8).
           05 WS-REACTIVATE-DAYS PIC 9(3).
           05 WS-LAST-CHANGED PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O RESERVE-REGISTER.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT RESERVE-REGISTER
                 CLOSE RESERVE-REGISTER
                 OPEN I-O RESERVE-REGISTER
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, UID CANNOT BE '
                  'VERIFIED, STATUS ' WS-SHIP-FILE-STATUS
           END-IF.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE 'y' TO WS-PRT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: PORTMDT NOT AVAILABLE, LAY-UP PORT '
                  'TAKEN UNCHECKED'
           END-IF.
           PERFORM ADD-OR-UPDATE-RESERVE.
           CLOSE RESERVE-REGISTER.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-PRT-AVAILABLE = 'y'
               CLOSE PORT-MASTER
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-RESERVE.
           DISPLAY 'Enter ship UID, 12 chars: '.
           ACCEPT WS-UID.
           PERFORM CHECK-SHIP-UID.
           MOVE WS-UID TO RSV-UID.
           MOVE 'Y' TO WS-ON-FILE.
           READ RESERVE-REGISTER RECORD KEY RSV-UID
           INVALID KEY
               MOVE 'N' TO WS-ON-FILE
           END-READ.
           MOVE 'N' TO WS-ANSWER.
           IF WS-ON-FILE = 'Y'
               MOVE RESERVE-REGISTER-RECORD TO WS-RESERVE
               DISPLAY 'ON THE REGISTER: LAID UP AT ' WS-LAYUP-PORT
                  ' CATEGORY ' WS-PRESERVATION-CAT
               DISPLAY '  LAST INSPECTED ' WS-LAST-INSPECTION
                  ', NEXT DUE ' WS-INSPECTION-DUE ', '
                  WS-REACTIVATE-DAYS ' DAYS TO REACTIVATE'
               DISPLAY 'Record an inspection only? Y/N: '
               ACCEPT WS-ANSWER
           END-IF.
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM LOAD-INSPECTION
           ELSE
               PERFORM LOAD-RESERVE-DETAILS
           END-IF.
           PERFORM SET-INSPECTION-DUE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-LAST-CHANGED.
           MOVE WS-RESERVE TO RESERVE-REGISTER-RECORD.
           WRITE RESERVE-REGISTER-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE RESERVE-REGISTER-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED, NEXT INSPECTION DUE '
                  WS-INSPECTION-DUE
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-RESERVE-DETAILS.
           DISPLAY 'Enter lay-up port, 25 chars: '.
           ACCEPT WS-LAYUP-PORT.
           PERFORM CHECK-LAYUP-PORT.
           DISPLAY 'Enter preservation category, A ready reserve, '
              'B preserved, C extended reserve: '.
           ACCEPT WS-PRESERVATION-CAT.
           PERFORM UNTIL WS-PRESERVATION-CAT = 'A'
              OR WS-PRESERVATION-CAT = 'B'
              OR WS-PRESERVATION-CAT = 'C'
               DISPLAY 'INVALID CATEGORY, RE-ENTER A, B OR C: '
               ACCEPT WS-PRESERVATION-CAT
           END-PERFORM.
           DISPLAY 'Enter date laid up, CCYYMMDD: '.
           ACCEPT WS-LAID-UP-DATE.
           MOVE WS-LAID-UP-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-LAID-UP-DATE.
           PERFORM LOAD-INSPECTION.

      *An inspection cannot come before she was laid up, nor lie in
      *the future; the estimate is asked for again with it, since
      *what the inspectors found is what moves it
       LOAD-INSPECTION.
           DISPLAY 'Enter date of last preservation inspection, '
              'CCYYMMDD: '.
           ACCEPT WS-LAST-INSPECTION.
           MOVE WS-LAST-INSPECTION TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-LAST-INSPECTION.
           PERFORM UNTIL WS-LAST-INSPECTION >= WS-LAID-UP-DATE
               DISPLAY 'INSPECTED BEFORE LAID UP, RE-ENTER CCYYMMDD: '
               ACCEPT WS-LAST-INSPECTION
               MOVE WS-LAST-INSPECTION TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-LAST-INSPECTION
           END-PERFORM.
           DISPLAY 'Enter estimated days to reactivate, 3 digits: '.
           ACCEPT WS-REACTIVATE-DAYS.
           PERFORM UNTIL WS-REACTIVATE-DAYS IS NUMERIC
              AND WS-REACTIVATE-DAYS > 0
               DISPLAY 'INVALID DAYS, RE-ENTER 1 TO 999: '
               ACCEPT WS-REACTIVATE-DAYS
           END-PERFORM.

       SET-INSPECTION-DUE.
           EVALUATE WS-PRESERVATION-CAT
               WHEN 'A'
                   MOVE 90 TO WS-INTERVAL-DAYS
               WHEN 'B'
                   MOVE 180 TO WS-INTERVAL-DAYS
               WHEN OTHER
                   MOVE 365 TO WS-INTERVAL-DAYS
           END-EVALUATE.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-LAST-INSPECTION)) + WS-INTERVAL-DAYS.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE WS-DUE-DATE TO WS-INSPECTION-DUE.

      *A hull not carried as Reserve is taken with a warning: the
      *register may be keyed ahead of the order that lays her up
       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                       DISPLAY 'Enter ship UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME ', '
                          SHIP-TYPE ' ' SHIP-STATUS
                   END-IF
               END-PERFORM
               IF SHIP-STATUS NOT = 'Reserve'
                   DISPLAY 'WARNING: SHE IS CARRIED AS ' SHIP-STATUS
                      ', NOT Reserve'
               END-IF
           END-IF.

       CHECK-LAYUP-PORT.
           IF WS-PRT-AVAILABLE = 'y'
               MOVE '99' TO WS-PRT-FILE-STATUS
               PERFORM UNTIL WS-PRT-FILE-STATUS = '00'
                   MOVE WS-LAYUP-PORT TO PRT-NAME
                   READ PORT-MASTER RECORD KEY PRT-NAME
                   IF WS-PRT-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED PORT ' WS-LAYUP-PORT
                       DISPLAY 'Enter lay-up port, 25 chars: '
                       ACCEPT WS-LAYUP-PORT
                   END-IF
               END-PERFORM
           END-IF.

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
