      *This program strikes the monthly sea pay and hard-lying roll
      *the paymaster used to work out from paper records of when each
      *man was aboard. Every CREWROST posting that overlaps the month
      *gives the days he was borne in that hull in the month -- from
      *the day he joined to the day before he was relieved, an open
      *posting running to the month end or today, whichever comes
      *first. The hull's SHIP-TYPE off ALLSHPS and the man's present
      *rank or rate off RANKSEN pick the daily rates on the ALWMST
      *allowance table; a type with no rate row for his rank does not
      *qualify. Days he was landed to hospital (SICKLST) and days of
      *leave not cancelled (LEAVLDG) are deducted where those files
      *are on hand. The listing shows every qualifying posting and a
      *total per service number, with postings whose hull or rank
      *cannot be found listed as queries; the pay office gets one
      *fixed-width ALWPAY line per man paid, closed by a trailer
      *line with the count and the amount total.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ALWROLL.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT SENIORITY-FILE ASSIGN TO RANKSEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEN-SVC-NR
           FILE STATUS IS WS-SEN-FILE-STATUS.
           SELECT ALLOWANCE-RATES ASSIGN TO ALWRATE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ALW-KEY
           FILE STATUS IS WS-ALW-FILE-STATUS.
      *The sick list and leave ledger, read for the days to deduct
           SELECT SICK-LIST ASSIGN TO SICKLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCK-KEY
           FILE STATUS IS WS-SCK-FILE-STATUS.
           SELECT LEAVE-LEDGER ASSIGN TO LEAVLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVE-KEY
           FILE STATUS IS WS-LVE-FILE-STATUS.
      *The pay office's copy of the roll, one fixed-width line per man
           SELECT PAY-EXTRACT ASSIGN TO ALWPAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
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
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  SENIORITY-FILE.
       COPY SENREG.
       FD  ALLOWANCE-RATES.
       COPY ALWREC.
       FD  SICK-LIST.
       COPY SICKREC.
       FD  LEAVE-LEDGER.
       COPY LEAVREC.
       FD  PAY-EXTRACT.
       01 PAY-RECORD.
           05 PAY-SVC-NR PIC X(10).
           05 PAY-NAME PIC X(25).
           05 PAY-RANK-CODE PIC X(6).
           05 PAY-MONTH PIC X(6).
           05 PAY-DAYS-PAID PIC 9(3).
           05 PAY-SEA-PAY PIC 9(5).99.
           05 PAY-HARD-LYING PIC 9(5).99.
           05 PAY-TOTAL PIC 9(6).99.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-SVC-NR PIC X(10).
           05 SD-FROM-DATE PIC 9(8).
           05 SD-UID PIC X(12).
           05 SD-NAME PIC X(25).
           05 SD-RANK-CODE PIC X(6).
           05 SD-SHIP-TYPE PIC X(4).
           05 SD-DAYS-BORNE PIC 9(3).
           05 SD-DAYS-HOSPITAL PIC 9(3).
           05 SD-DAYS-LEAVE PIC 9(3).
           05 SD-DAYS-PAID PIC 9(3).
           05 SD-SEA-PAY PIC 9(5)V99.
           05 SD-HARD-LYING PIC 9(5)V99.
      *Spaces on a posting paid; otherwise why it could not be
           05 SD-QUERY PIC X(20).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SEN-FILE-STATUS PIC XX.
       01 WS-ALW-FILE-STATUS PIC XX.
       01 WS-SCK-FILE-STATUS PIC XX.
       01 WS-SCK-AVAILABLE PIC X VALUE 'n'.
       01 WS-LVE-FILE-STATUS PIC XX.
       01 WS-LVE-AVAILABLE PIC X VALUE 'n'.
       01 WS-PAY-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-SCK-EOF PIC X.
       01 WS-LVE-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-ROLL-MONTH PIC X(6).
       01 WS-ROLL-MONTH-NUM REDEFINES WS-ROLL-MONTH.
           05 WS-ROLL-CCYY PIC 9(4).
           05 WS-ROLL-MM PIC 9(2).
       01 WS-NEXT-MONTH.
           05 WS-NEXT-CCYY PIC 9(4).
           05 WS-NEXT-MM PIC 9(2).
       01 WS-DATE-WORK PIC X(8).
      *Day numbers; every window runs from its first day up to but
      *not including its end day
       01 WS-TODAY-INT PIC 9(8).
       01 WS-MONTH-FROM-INT PIC 9(8).
       01 WS-MONTH-TO-INT PIC 9(8).
       01 WS-POST-FROM-INT PIC 9(8).
       01 WS-POST-TO-INT PIC 9(8).
       01 WS-OVL-FROM-INT PIC 9(8).
       01 WS-OVL-TO-INT PIC 9(8).
       01 WS-OVL-DAYS PIC S9(5).
       01 WS-ROW-DAYS PIC S9(5).
      *One posting's deductions as they are gathered
       01 WS-HOSPITAL-DAYS PIC 9(3).
       01 WS-LEAVE-DAYS PIC 9(3).
       01 WS-QUALIFIES PIC X.
      *Running totals per man, written to the pay office on a break
       01 WS-CUR-SVC-NR PIC X(10).
       01 WS-MAN-STARTED PIC X VALUE 'N'.
       01 WS-MAN-NAME PIC X(25).
       01 WS-MAN-RANK-CODE PIC X(6).
       01 WS-MAN-DAYS-PAID PIC 9(3).
       01 WS-MAN-SEA-PAY PIC 9(5)V99.
       01 WS-MAN-HARD-LYING PIC 9(5)V99.
       01 WS-MAN-TOTAL PIC 9(6)V99.
       01 WS-POSTING-COUNT PIC 9(5) VALUE 0.
       01 WS-QUERY-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-QUALIFYING-COUNT PIC 9(5) VALUE 0.
       01 WS-MEN-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-GRAND-SEA-PAY PIC 9(7)V99 VALUE 0.
       01 WS-GRAND-HARD-LYING PIC 9(7)V99 VALUE 0.
       01 WS-GRAND-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-1-OUT PIC Z(4)9.99.
       01 WS-AMOUNT-2-OUT PIC Z(4)9.99.
       01 WS-AMOUNT-3-OUT PIC Z(5)9.99.
       01 WS-GRAND-1-OUT PIC Z(6)9.99.
       01 WS-GRAND-2-OUT PIC Z(6)9.99.
       01 WS-GRAND-3-OUT PIC Z(8)9.99.
      *Control totals for the closing trailer line, fixed columns
      *like the detail lines so the pay office can check them
       01 WS-TRAILER-LINE.
           05 WS-TRL-MARK PIC X(12) VALUE 'ZZZZTRAILER '.
           05 WS-TRL-RECORD-COUNT PIC 9(9).
           05 WS-TRL-AMOUNT-TOTAL PIC 9(9).99.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'ALWROLL'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-CURRENT-TIMESTAMP(1:8))).
           PERFORM LOAD-ROLL-MONTH.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS NOT = '00'
              AND WS-ROST-FILE-STATUS NOT = '97'
               DISPLAY 'NO CREW ROSTER ON FILE, STATUS '
                  WS-ROST-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ALLOWANCE-RATES.
           IF WS-ALW-FILE-STATUS NOT = '00'
              AND WS-ALW-FILE-STATUS NOT = '97'
               DISPLAY 'NO ALLOWANCE RATES ON FILE, STATUS '
                  WS-ALW-FILE-STATUS
               CLOSE CREW-ROSTER
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS NOT = '00'
              AND WS-SHIP-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: ALLSHPS OPEN ERROR-CODE:'
                  WS-SHIP-FILE-STATUS
               CLOSE CREW-ROSTER
               CLOSE ALLOWANCE-RATES
               GOBACK
           END-IF.
           OPEN INPUT SENIORITY-FILE.
           IF WS-SEN-FILE-STATUS NOT = '00'
              AND WS-SEN-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: RANKSEN OPEN ERROR-CODE:'
                  WS-SEN-FILE-STATUS
               CLOSE CREW-ROSTER
               CLOSE ALLOWANCE-RATES
               CLOSE ALLIED-SHIPS
               GOBACK
           END-IF.
           OPEN INPUT SICK-LIST.
           IF WS-SCK-FILE-STATUS = '00' OR WS-SCK-FILE-STATUS = '97'
               MOVE 'y' TO WS-SCK-AVAILABLE
           ELSE
               DISPLAY 'WARNING: SICKLST NOT AVAILABLE, NO HOSPITAL '
                  'DAYS DEDUCTED'
           END-IF.
           OPEN INPUT LEAVE-LEDGER.
           IF WS-LVE-FILE-STATUS = '00' OR WS-LVE-FILE-STATUS = '97'
               MOVE 'y' TO WS-LVE-AVAILABLE
           ELSE
               DISPLAY 'WARNING: LEAVLDG NOT AVAILABLE, NO LEAVE '
                  'DAYS DEDUCTED'
           END-IF.
           OPEN OUTPUT PAY-EXTRACT.
           PERFORM OPEN-REPORT.
           STRING 'ALLOWANCE ROLL FOR MONTH ' WS-ROLL-MONTH
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-SCK-AVAILABLE NOT = 'y' OR WS-LVE-AVAILABLE NOT = 'y'
               STRING 'NOTE: SICK LIST OR LEAVE LEDGER NOT ON HAND, '
                  'DEDUCTIONS INCOMPLETE'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           SORT SORT-WORK ON ASCENDING KEY SD-SVC-NR SD-FROM-DATE
               SD-UID
               INPUT PROCEDURE IS FEED-POSTINGS
               OUTPUT PROCEDURE IS PRINT-ROLL.
           CLOSE CREW-ROSTER.
           CLOSE ALLOWANCE-RATES.
           CLOSE ALLIED-SHIPS.
           CLOSE SENIORITY-FILE.
           IF WS-SCK-AVAILABLE = 'y'
               CLOSE SICK-LIST
           END-IF.
           IF WS-LVE-AVAILABLE = 'y'
               CLOSE LEAVE-LEDGER
           END-IF.
      *Trailer line closes the extract with count and amount total
           MOVE WS-MEN-PAID-COUNT TO WS-TRL-RECORD-COUNT.
           MOVE WS-GRAND-TOTAL TO WS-TRL-AMOUNT-TOTAL.
           MOVE SPACES TO PAY-RECORD.
           MOVE WS-TRAILER-LINE TO PAY-RECORD.
           WRITE PAY-RECORD.
           CLOSE PAY-EXTRACT.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-GRAND-SEA-PAY TO WS-GRAND-1-OUT.
           MOVE WS-GRAND-HARD-LYING TO WS-GRAND-2-OUT.
           MOVE WS-GRAND-TOTAL TO WS-GRAND-3-OUT.
           STRING 'MEN PAID: ' WS-MEN-PAID-COUNT ', SEA PAY '
              WS-GRAND-1-OUT ', HARD LYING ' WS-GRAND-2-OUT
              ', TOTAL ' WS-GRAND-3-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'POSTINGS PAID: ' WS-POSTING-COUNT ', QUERIES: '
              WS-QUERY-COUNT ', NOT QUALIFYING: '
              WS-NOT-QUALIFYING-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *The roll is struck after the month is out, so a blank month
      *means the one just ended
       LOAD-ROLL-MONTH.
           DISPLAY 'Enter month of the roll, CCYYMM, spaces for last '
              'month: '.
           ACCEPT WS-ROLL-MONTH.
           IF WS-ROLL-MONTH = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:6) TO WS-ROLL-MONTH
               IF WS-ROLL-MM = 1
                   MOVE 12 TO WS-ROLL-MM
                   SUBTRACT 1 FROM WS-ROLL-CCYY
               ELSE
                   SUBTRACT 1 FROM WS-ROLL-MM
               END-IF
           END-IF.
           PERFORM UNTIL WS-ROLL-MONTH IS NUMERIC
              AND WS-ROLL-MM >= 1 AND WS-ROLL-MM <= 12
               DISPLAY 'INVALID MONTH ' WS-ROLL-MONTH
                  ', RE-ENTER CCYYMM: '
               ACCEPT WS-ROLL-MONTH
           END-PERFORM.
           MOVE WS-ROLL-CCYY TO WS-NEXT-CCYY.
           MOVE WS-ROLL-MM TO WS-NEXT-MM.
           IF WS-NEXT-MM = 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-CCYY
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           STRING WS-ROLL-MONTH '01' DELIMITED BY SIZE
              INTO WS-DATE-WORK.
           COMPUTE WS-MONTH-FROM-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-DATE-WORK)).
           STRING WS-NEXT-MONTH '01' DELIMITED BY SIZE
              INTO WS-DATE-WORK.
           COMPUTE WS-MONTH-TO-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-DATE-WORK)).

       FEED-POSTINGS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREW-ROSTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONSIDER-ONE-POSTING
               END-READ
           END-PERFORM.

      *The part of the posting that falls in the month: joined on the
      *first day he counts, relieved on the day he no longer does,
      *and nothing counts past today
       CONSIDER-ONE-POSTING.
           IF ROSTER-DATE-ASSIGNED IS NUMERIC
               COMPUTE WS-POST-FROM-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(ROSTER-DATE-ASSIGNED))
               IF WS-POST-FROM-INT < WS-MONTH-FROM-INT
                   MOVE WS-MONTH-FROM-INT TO WS-POST-FROM-INT
               END-IF
               MOVE WS-MONTH-TO-INT TO WS-POST-TO-INT
               IF WS-TODAY-INT + 1 < WS-POST-TO-INT
                   COMPUTE WS-POST-TO-INT = WS-TODAY-INT + 1
               END-IF
               IF ROSTER-DATE-RELIEVED IS NUMERIC
                   COMPUTE WS-OVL-TO-INT = FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(ROSTER-DATE-RELIEVED))
                   IF WS-OVL-TO-INT < WS-POST-TO-INT
                       MOVE WS-OVL-TO-INT TO WS-POST-TO-INT
                   END-IF
               END-IF
               IF WS-POST-TO-INT > WS-POST-FROM-INT
                   PERFORM RATE-ONE-POSTING
               END-IF
           END-IF.

       RATE-ONE-POSTING.
           MOVE 'Y' TO WS-QUALIFIES.
           MOVE SPACES TO SD-QUERY.
           MOVE SPACES TO SD-SHIP-TYPE.
           MOVE SPACES TO SD-RANK-CODE.
           MOVE ROSTER-UID TO UID.
           READ ALLIED-SHIPS RECORD KEY UID
           INVALID KEY
               MOVE 'HULL NOT ON ALLSHPS' TO SD-QUERY
           NOT INVALID KEY
               MOVE SHIP-TYPE TO SD-SHIP-TYPE
           END-READ.
           MOVE ROSTER-SVC-NR TO SEN-SVC-NR.
           READ SENIORITY-FILE RECORD KEY SEN-SVC-NR
           INVALID KEY
               MOVE 'NO RANK ON RANKSEN' TO SD-QUERY
           NOT INVALID KEY
               MOVE SEN-RANK-CODE TO SD-RANK-CODE
           END-READ.
           IF SD-QUERY = SPACES
               MOVE SD-SHIP-TYPE TO ALW-SHIP-TYPE
               MOVE SD-RANK-CODE TO ALW-RANK-CODE
               READ ALLOWANCE-RATES RECORD KEY ALW-KEY
               INVALID KEY
                   MOVE 'N' TO WS-QUALIFIES
               END-READ
           END-IF.
           IF WS-QUALIFIES = 'N'
               ADD 1 TO WS-NOT-QUALIFYING-COUNT
           ELSE
               PERFORM RELEASE-ONE-POSTING
           END-IF.

       RELEASE-ONE-POSTING.
           MOVE ROSTER-SVC-NR TO SD-SVC-NR.
           MOVE FUNCTION DATE-OF-INTEGER(WS-POST-FROM-INT)
              TO SD-FROM-DATE.
           MOVE ROSTER-UID TO SD-UID.
           MOVE ROSTER-NAME TO SD-NAME.
           COMPUTE SD-DAYS-BORNE = WS-POST-TO-INT - WS-POST-FROM-INT.
           MOVE 0 TO WS-HOSPITAL-DAYS.
           MOVE 0 TO WS-LEAVE-DAYS.
           IF SD-QUERY = SPACES
               PERFORM COUNT-HOSPITAL-DAYS
               PERFORM COUNT-LEAVE-DAYS
           END-IF.
           MOVE WS-HOSPITAL-DAYS TO SD-DAYS-HOSPITAL.
           MOVE WS-LEAVE-DAYS TO SD-DAYS-LEAVE.
           COMPUTE WS-ROW-DAYS = SD-DAYS-BORNE - WS-HOSPITAL-DAYS
              - WS-LEAVE-DAYS.
           IF WS-ROW-DAYS < 0
               MOVE 0 TO WS-ROW-DAYS
           END-IF.
           IF SD-QUERY = SPACES
               MOVE WS-ROW-DAYS TO SD-DAYS-PAID
               COMPUTE SD-SEA-PAY = SD-DAYS-PAID * ALW-SEA-PAY-RATE
               COMPUTE SD-HARD-LYING =
                  SD-DAYS-PAID * ALW-HARD-LYING-RATE
           ELSE
               MOVE 0 TO SD-DAYS-PAID
               MOVE 0 TO SD-SEA-PAY
               MOVE 0 TO SD-HARD-LYING
           END-IF.
           RELEASE SORT-RECORD.

      *Landed to hospital ashore, not in the ship's own sick bay: a
      *row still open runs to the end of the posting's window
       COUNT-HOSPITAL-DAYS.
           IF WS-SCK-AVAILABLE = 'y'
               MOVE ROSTER-UID TO SCK-UID
               MOVE ROSTER-SVC-NR TO SCK-SVC-NR
               MOVE SPACES TO SCK-REPORTED-DATE
               MOVE 'N' TO WS-SCK-EOF
               START SICK-LIST KEY >= SCK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCK-EOF
               END-START
               PERFORM UNTIL WS-SCK-EOF = 'Y'
                   READ SICK-LIST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCK-EOF
                       NOT AT END
                           IF SCK-UID NOT = ROSTER-UID
                              OR SCK-SVC-NR NOT = ROSTER-SVC-NR
                               MOVE 'Y' TO WS-SCK-EOF
                           ELSE
                               PERFORM FOLD-ONE-SICK-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FOLD-ONE-SICK-ROW.
           IF SCK-LANDED-FLAG = 'Y' AND SCK-REPORTED-DATE IS NUMERIC
               COMPUTE WS-OVL-FROM-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(SCK-REPORTED-DATE))
               IF SCK-RETURN-DATE IS NUMERIC
                   COMPUTE WS-OVL-TO-INT = FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(SCK-RETURN-DATE))
               ELSE
                   MOVE WS-POST-TO-INT TO WS-OVL-TO-INT
               END-IF
               PERFORM COMPUTE-OVERLAP
               ADD WS-OVL-DAYS TO WS-HOSPITAL-DAYS
           END-IF.

      *Leave as granted runs to its last day inclusive; a man
      *recalled is back on his return date; cancelled leave is none
       COUNT-LEAVE-DAYS.
           IF WS-LVE-AVAILABLE = 'y'
               MOVE ROSTER-SVC-NR TO LVE-SVC-NR
               MOVE SPACES TO LVE-START-DATE
               MOVE 'N' TO WS-LVE-EOF
               START LEAVE-LEDGER KEY >= LVE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LVE-EOF
               END-START
               PERFORM UNTIL WS-LVE-EOF = 'Y'
                   READ LEAVE-LEDGER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LVE-EOF
                       NOT AT END
                           IF LVE-SVC-NR NOT = ROSTER-SVC-NR
                               MOVE 'Y' TO WS-LVE-EOF
                           ELSE
                               PERFORM FOLD-ONE-LEAVE-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FOLD-ONE-LEAVE-ROW.
           IF LVE-STATE NOT = 'C' AND LVE-START-DATE IS NUMERIC
              AND LVE-END-DATE IS NUMERIC
               COMPUTE WS-OVL-FROM-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(LVE-START-DATE))
               IF LVE-STATE = 'R' AND LVE-RETURN-DATE IS NUMERIC
                   COMPUTE WS-OVL-TO-INT = FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(LVE-RETURN-DATE))
               ELSE
                   COMPUTE WS-OVL-TO-INT = FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(LVE-END-DATE)) + 1
               END-IF
               PERFORM COMPUTE-OVERLAP
               ADD WS-OVL-DAYS TO WS-LEAVE-DAYS
           END-IF.

      *Trims WS-OVL-FROM-INT/WS-OVL-TO-INT to the posting's window
      *and leaves the days they share in WS-OVL-DAYS
       COMPUTE-OVERLAP.
           IF WS-OVL-FROM-INT < WS-POST-FROM-INT
               MOVE WS-POST-FROM-INT TO WS-OVL-FROM-INT
           END-IF.
           IF WS-OVL-TO-INT > WS-POST-TO-INT
               MOVE WS-POST-TO-INT TO WS-OVL-TO-INT
           END-IF.
           COMPUTE WS-OVL-DAYS = WS-OVL-TO-INT - WS-OVL-FROM-INT.
           IF WS-OVL-DAYS < 0
               MOVE 0 TO WS-OVL-DAYS
           END-IF.

       PRINT-ROLL.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-POSTING
               END-RETURN
           END-PERFORM.
           IF WS-MAN-STARTED = 'Y'
               PERFORM CLOSE-ONE-MAN
           END-IF.

       PRINT-ONE-POSTING.
           IF WS-MAN-STARTED = 'N' OR SD-SVC-NR NOT = WS-CUR-SVC-NR
               IF WS-MAN-STARTED = 'Y'
                   PERFORM CLOSE-ONE-MAN
               END-IF
               MOVE 'Y' TO WS-MAN-STARTED
               MOVE SD-SVC-NR TO WS-CUR-SVC-NR
               MOVE SD-NAME TO WS-MAN-NAME
               MOVE SD-RANK-CODE TO WS-MAN-RANK-CODE
               MOVE 0 TO WS-MAN-DAYS-PAID
               MOVE 0 TO WS-MAN-SEA-PAY
               MOVE 0 TO WS-MAN-HARD-LYING
               PERFORM PRINT-REPORT-LINE
               STRING WS-CUR-SVC-NR ' ' WS-MAN-NAME ' '
                  WS-MAN-RANK-CODE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF SD-QUERY NOT = SPACES
               ADD 1 TO WS-QUERY-COUNT
               STRING '  ' SD-UID ' FROM ' SD-FROM-DATE ' BORNE '
                  SD-DAYS-BORNE ' ** QUERY: ' SD-QUERY
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-POSTING-COUNT
               ADD SD-DAYS-PAID TO WS-MAN-DAYS-PAID
               ADD SD-SEA-PAY TO WS-MAN-SEA-PAY
               ADD SD-HARD-LYING TO WS-MAN-HARD-LYING
               MOVE SD-SEA-PAY TO WS-AMOUNT-1-OUT
               MOVE SD-HARD-LYING TO WS-AMOUNT-2-OUT
               STRING '  ' SD-UID ' ' SD-SHIP-TYPE ' FROM '
                  SD-FROM-DATE ' BORNE ' SD-DAYS-BORNE ' HOSP '
                  SD-DAYS-HOSPITAL ' LVE ' SD-DAYS-LEAVE ' PAID '
                  SD-DAYS-PAID ' SEA ' WS-AMOUNT-1-OUT ' HL '
                  WS-AMOUNT-2-OUT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *A man with nothing to draw after his deductions and queries
      *gets no pay office line
       CLOSE-ONE-MAN.
           COMPUTE WS-MAN-TOTAL = WS-MAN-SEA-PAY + WS-MAN-HARD-LYING.
           MOVE WS-MAN-SEA-PAY TO WS-AMOUNT-1-OUT.
           MOVE WS-MAN-HARD-LYING TO WS-AMOUNT-2-OUT.
           MOVE WS-MAN-TOTAL TO WS-AMOUNT-3-OUT.
           STRING '  DAYS PAID ' WS-MAN-DAYS-PAID ', SEA PAY '
              WS-AMOUNT-1-OUT ', HARD LYING ' WS-AMOUNT-2-OUT
              ', TOTAL ' WS-AMOUNT-3-OUT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-MAN-TOTAL > 0
               ADD 1 TO WS-MEN-PAID-COUNT
               ADD WS-MAN-SEA-PAY TO WS-GRAND-SEA-PAY
               ADD WS-MAN-HARD-LYING TO WS-GRAND-HARD-LYING
               ADD WS-MAN-TOTAL TO WS-GRAND-TOTAL
               MOVE WS-CUR-SVC-NR TO PAY-SVC-NR
               MOVE WS-MAN-NAME TO PAY-NAME
               MOVE WS-MAN-RANK-CODE TO PAY-RANK-CODE
               MOVE WS-ROLL-MONTH TO PAY-MONTH
               MOVE WS-MAN-DAYS-PAID TO PAY-DAYS-PAID
               MOVE WS-MAN-SEA-PAY TO PAY-SEA-PAY
               MOVE WS-MAN-HARD-LYING TO PAY-HARD-LYING
               MOVE WS-MAN-TOTAL TO PAY-TOTAL
               WRITE PAY-RECORD
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'SEA PAY AND HARD-LYING ALLOWANCE ROLL' TO WS-RPT-LINE.
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
           MOVE 'PAYMASTER' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
