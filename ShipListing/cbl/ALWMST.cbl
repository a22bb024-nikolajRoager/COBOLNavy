      *This program maintains the sea-going allowance rate table the
      *monthly allowance roll (ALWROLL) is struck from: one row per
      *hull type and rank or rate, carrying the daily sea pay and
      *the daily hard-lying money for the small ships that draw it.
      *The hull type is proved against the NVTYPE code table and the
      *rank or rate against the RANKREF reference through GETRNK. A
      *rate row is changed by entering it again; both rates zero
      *stops the allowance for that type and rank.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ALWMST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOWANCE-RATES ASSIGN TO ALWRATE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ALW-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *Reference table of valid navy and hull-type codes, maintained
      *by NVTYPE; only ever read here
           SELECT NAVY-TYPE-CODES ASSIGN TO NVTYPCD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NVT-KEY
           FILE STATUS IS WS-NVT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ALLOWANCE-RATES.
       COPY ALWREC.
       FD  NAVY-TYPE-CODES.
       01 NAVY-TYPE-RECORD.
           05 NVT-KEY.
                10 NVT-KIND PIC X(4).
                10 NVT-CODE PIC X(4).
           05 NVT-DESC PIC X(30).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-NVT-FILE-STATUS PIC XX.
       01 WS-NVT-AVAILABLE PIC X VALUE 'n'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RATE.
           05 WS-KEY.
                10 WS-SHIP-TYPE PIC X(4).
                10 WS-RANK-CODE PIC X(6).
           05 WS-SEA-PAY-RATE PIC 9(3)V99.
           05 WS-HARD-LYING-RATE PIC 9(3)V99.
           05 WS-LAST-CHANGED PIC X(8).
      *Common rank lookup plumbing; see GETRNK
       01 WS-RNK-RESULT PIC X(1).
       01 WS-RNK-TITLE PIC X(25).
       01 WS-RNK-CLASS PIC X(1).
       01 WS-RNK-PRECEDENCE PIC 9(3).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O ALLOWANCE-RATES.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT ALLOWANCE-RATES
                 CLOSE ALLOWANCE-RATES
                 OPEN I-O ALLOWANCE-RATES
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT NAVY-TYPE-CODES.
           IF WS-NVT-FILE-STATUS = '00' OR WS-NVT-FILE-STATUS = '97'
               MOVE 'y' TO WS-NVT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: NAVY-TYPE-CODES NOT AVAILABLE, '
                  'HULL TYPE TAKEN UNCHECKED'
           END-IF.
           PERFORM ADD-OR-UPDATE-RATE.
           CLOSE ALLOWANCE-RATES.
           IF WS-NVT-AVAILABLE = 'y'
               CLOSE NAVY-TYPE-CODES
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-RATE.
           PERFORM LOAD-RATE.
           MOVE WS-RATE TO ALLOWANCE-RATE-RECORD.
           WRITE ALLOWANCE-RATE-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE ALLOWANCE-RATE-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-RATE.
           DISPLAY 'Enter hull type, 4 chars: '.
           ACCEPT WS-SHIP-TYPE.
           PERFORM UNTIL WS-SHIP-TYPE NOT = SPACES
               DISPLAY 'A HULL TYPE CANNOT BE BLANK, RE-ENTER: '
               ACCEPT WS-SHIP-TYPE
           END-PERFORM.
           PERFORM CHECK-TYPE-CODE.
           DISPLAY 'Enter rank/rate code, 6 chars: '.
           ACCEPT WS-RANK-CODE.
           PERFORM CHECK-RANK-CODE.
           DISPLAY 'Enter daily sea pay, up to 3 digits and 2 '
              'decimals: '.
           ACCEPT WS-SEA-PAY-RATE.
           PERFORM UNTIL WS-SEA-PAY-RATE IS NUMERIC
               DISPLAY 'INVALID RATE, RE-ENTER: '
               ACCEPT WS-SEA-PAY-RATE
           END-PERFORM.
           DISPLAY 'Enter daily hard-lying money, 0 if the type does '
              'not draw it: '.
           ACCEPT WS-HARD-LYING-RATE.
           PERFORM UNTIL WS-HARD-LYING-RATE IS NUMERIC
               DISPLAY 'INVALID RATE, RE-ENTER: '
               ACCEPT WS-HARD-LYING-RATE
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-LAST-CHANGED.

      *Re-prompts until the hull type is on the NVTYPE table, the
      *same check ADDSH makes before a hull is registered
       CHECK-TYPE-CODE.
           IF WS-NVT-AVAILABLE = 'y'
               MOVE '99' TO WS-NVT-FILE-STATUS
               PERFORM UNTIL WS-NVT-FILE-STATUS = '00'
                   MOVE 'TYPE' TO NVT-KIND
                   MOVE WS-SHIP-TYPE TO NVT-CODE
                   READ NAVY-TYPE-CODES RECORD KEY NVT-KEY
                   IF WS-NVT-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED HULL TYPE CODE '
                          WS-SHIP-TYPE
                       DISPLAY 'Enter hull type, 4 chars: '
                       ACCEPT WS-SHIP-TYPE
                   END-IF
               END-PERFORM
           END-IF.

      *Re-prompts until GETRNK knows the code; with the reference
      *unavailable the code is taken unchecked, with a warning
       CHECK-RANK-CODE.
           CALL 'GETRNK' USING WS-RANK-CODE, WS-RNK-RESULT,
              WS-RNK-TITLE, WS-RNK-CLASS, WS-RNK-PRECEDENCE.
           PERFORM UNTIL WS-RNK-RESULT NOT = 'N'
               DISPLAY 'RANK/RATE ' WS-RANK-CODE ' NOT ON '
                  'RANKREF, RE-ENTER: '
               ACCEPT WS-RANK-CODE
               CALL 'GETRNK' USING WS-RANK-CODE, WS-RNK-RESULT,
                  WS-RNK-TITLE, WS-RNK-CLASS, WS-RNK-PRECEDENCE
           END-PERFORM.
           IF WS-RNK-RESULT = 'U'
               DISPLAY 'WARNING: RANKREF NOT AVAILABLE, RANK '
                  WS-RANK-CODE ' TAKEN UNCHECKED'
           ELSE
               DISPLAY WS-RANK-CODE ' -> ' WS-RNK-TITLE
           END-IF.
