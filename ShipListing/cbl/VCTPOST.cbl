      *This subprogram keeps the VICTLDG victualling ledger, in the
      *CBKCOMP mould: one CALL, an action byte, and the ledger row
      *for the hull struck and returned. The day's consumption is
      *the men borne on the hull's open CREWROST rows at the ration
      *scale below; striking the balance to a date eats the stock
      *down for every day since the last strike, never below nil.
      *  I  issue: strike to the issue date, add the dry, fresh and
      *     water quantities passed, record the port, and rewrite
      *  Q  query: strike to the date passed and return it, the
      *     ledger row left as it is
      *On return the three quantity fields hold the balance struck,
      *and the days fields how long each lasts at today's strength
      *(9999 for a hull with nobody borne). Result byte: Y struck,
      *N no ledger row for the hull (query only), U ledger or
      *roster unavailable.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    VCTPOST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VICTUALLING ASSIGN TO VICTLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VCT-UID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  VICTUALLING.
       COPY VICTREC.
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
       01 WS-EOF PIC X.
       01 WS-FOUND PIC X.
      *Ration scale per man per day: one dry and one fresh ration
      *(the two halves of the daily victualling allowance) and a
      *fortieth of a ton of water for drinking, galley and wash
       01 WS-DRY-SCALE PIC 9 VALUE 1.
       01 WS-FRESH-SCALE PIC 9 VALUE 1.
       01 WS-WATER-SCALE PIC 9V999 VALUE 0.025.
       01 WS-ELAPSED PIC S9(6).
       01 WS-EATEN PIC 9(9).
       01 WS-DRUNK PIC 9(7)V9.
       01 WS-DAYS PIC 9(7).
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-ACTION PIC X(1).
       01 LK-UID PIC X(12).
       01 LK-DATE PIC X(8).
       01 LK-DRY-RATIONS PIC 9(7).
       01 LK-FRESH-RATIONS PIC 9(7).
       01 LK-WATER-TONS PIC 9(5)V9.
       01 LK-PORT PIC X(20).
       01 LK-RESULT PIC X(1).
       01 LK-BORNE PIC 9(4).
       01 LK-DRY-DAYS PIC 9(4).
       01 LK-FRESH-DAYS PIC 9(4).
       01 LK-WATER-DAYS PIC 9(4).
      *------------------
       PROCEDURE DIVISION USING LK-ACTION, LK-UID, LK-DATE,
           LK-DRY-RATIONS, LK-FRESH-RATIONS, LK-WATER-TONS, LK-PORT,
           LK-RESULT, LK-BORNE, LK-DRY-DAYS, LK-FRESH-DAYS,
           LK-WATER-DAYS.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'Y' TO LK-RESULT.
           MOVE ZERO TO LK-BORNE.
           MOVE ZERO TO LK-DRY-DAYS.
           MOVE ZERO TO LK-FRESH-DAYS.
           MOVE ZERO TO LK-WATER-DAYS.
           IF LK-ACTION = 'I'
               OPEN I-O VICTUALLING
               IF WS-FILE-STATUS = '35'
                   OPEN OUTPUT VICTUALLING
                   CLOSE VICTUALLING
                   OPEN I-O VICTUALLING
               END-IF
           ELSE
               OPEN INPUT VICTUALLING
           END-IF.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           PERFORM COUNT-BORNE.
           IF LK-RESULT = 'U'
               CLOSE VICTUALLING
               GOBACK
           END-IF.
           MOVE LK-UID TO VCT-UID.
           MOVE 'Y' TO WS-FOUND.
           READ VICTUALLING RECORD KEY VCT-UID
           INVALID KEY
               MOVE 'N' TO WS-FOUND
           END-READ.
           EVALUATE TRUE
               WHEN LK-ACTION = 'I'
                   PERFORM POST-ISSUE
               WHEN WS-FOUND = 'N'
                   MOVE 'N' TO LK-RESULT
               WHEN OTHER
                   PERFORM STRIKE-BALANCE
                   PERFORM RETURN-BALANCE
           END-EVALUATE.
           CLOSE VICTUALLING.
           GOBACK.

      *A hull's first issue opens her row with nothing aboard as at
      *the issue date; thereafter the old balance is struck first
       POST-ISSUE.
           IF WS-FOUND = 'N'
               MOVE LK-UID TO VCT-UID
               MOVE LK-DATE TO VCT-AS-OF-DATE
               MOVE ZERO TO VCT-DRY-RATIONS
               MOVE ZERO TO VCT-FRESH-RATIONS
               MOVE ZERO TO VCT-WATER-TONS
           ELSE
               PERFORM STRIKE-BALANCE
           END-IF.
           ADD LK-DRY-RATIONS TO VCT-DRY-RATIONS
               ON SIZE ERROR MOVE 9999999 TO VCT-DRY-RATIONS
           END-ADD.
           ADD LK-FRESH-RATIONS TO VCT-FRESH-RATIONS
               ON SIZE ERROR MOVE 9999999 TO VCT-FRESH-RATIONS
           END-ADD.
           ADD LK-WATER-TONS TO VCT-WATER-TONS
               ON SIZE ERROR MOVE 99999.9 TO VCT-WATER-TONS
           END-ADD.
           MOVE LK-BORNE TO VCT-BORNE.
           IF LK-DATE >= VCT-LAST-ISSUE-DATE OR WS-FOUND = 'N'
               MOVE LK-DATE TO VCT-LAST-ISSUE-DATE
               MOVE LK-PORT TO VCT-LAST-ISSUE-PORT
           END-IF.
           IF WS-FOUND = 'N'
               WRITE VICTUAL-RECORD
           ELSE
               REWRITE VICTUAL-RECORD
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               MOVE 'U' TO LK-RESULT
           END-IF.
           PERFORM RETURN-BALANCE.

      *Eats the stock down from the last strike to LK-DATE at the
      *present strength. A back-dated issue (before the last
      *strike) is simply added: the days between are already eaten
       STRIKE-BALANCE.
           IF VCT-AS-OF-DATE IS NUMERIC AND LK-DATE IS NUMERIC
              AND LK-DATE > VCT-AS-OF-DATE
               COMPUTE WS-ELAPSED =
                  FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LK-DATE))
                - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(VCT-AS-OF-DATE))
               COMPUTE WS-EATEN = LK-BORNE * WS-DRY-SCALE * WS-ELAPSED
               IF WS-EATEN >= VCT-DRY-RATIONS
                   MOVE ZERO TO VCT-DRY-RATIONS
               ELSE
                   SUBTRACT WS-EATEN FROM VCT-DRY-RATIONS
               END-IF
               COMPUTE WS-EATEN =
                  LK-BORNE * WS-FRESH-SCALE * WS-ELAPSED
               IF WS-EATEN >= VCT-FRESH-RATIONS
                   MOVE ZERO TO VCT-FRESH-RATIONS
               ELSE
                   SUBTRACT WS-EATEN FROM VCT-FRESH-RATIONS
               END-IF
               COMPUTE WS-DRUNK =
                  LK-BORNE * WS-WATER-SCALE * WS-ELAPSED
               IF WS-DRUNK >= VCT-WATER-TONS
                   MOVE ZERO TO VCT-WATER-TONS
               ELSE
                   SUBTRACT WS-DRUNK FROM VCT-WATER-TONS
               END-IF
               MOVE LK-DATE TO VCT-AS-OF-DATE
           END-IF.

       RETURN-BALANCE.
           MOVE VCT-DRY-RATIONS TO LK-DRY-RATIONS.
           MOVE VCT-FRESH-RATIONS TO LK-FRESH-RATIONS.
           MOVE VCT-WATER-TONS TO LK-WATER-TONS.
           IF LK-BORNE = 0
               MOVE 9999 TO LK-DRY-DAYS
               MOVE 9999 TO LK-FRESH-DAYS
               MOVE 9999 TO LK-WATER-DAYS
           ELSE
               COMPUTE WS-DAYS =
                  VCT-DRY-RATIONS / (LK-BORNE * WS-DRY-SCALE)
               PERFORM CAP-DAYS
               MOVE WS-DAYS TO LK-DRY-DAYS
               COMPUTE WS-DAYS =
                  VCT-FRESH-RATIONS / (LK-BORNE * WS-FRESH-SCALE)
               PERFORM CAP-DAYS
               MOVE WS-DAYS TO LK-FRESH-DAYS
               COMPUTE WS-DAYS =
                  VCT-WATER-TONS / (LK-BORNE * WS-WATER-SCALE)
               PERFORM CAP-DAYS
               MOVE WS-DAYS TO LK-WATER-DAYS
           END-IF.

       CAP-DAYS.
           IF WS-DAYS > 9999
               MOVE 9999 TO WS-DAYS
           END-IF.

      *The ship's company is her open roster rows: one START on the
      *hull and a browse until the UID changes
       COUNT-BORNE.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS NOT = '00'
              AND WS-ROST-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
           ELSE
               MOVE LK-UID TO ROSTER-UID
               MOVE SPACES TO ROSTER-SVC-NR
               MOVE 'N' TO WS-EOF
               START CREW-ROSTER KEY >= ROSTER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CREW-ROSTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ROSTER-UID NOT = LK-UID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF ROSTER-DATE-RELIEVED = SPACES
                                   ADD 1 TO LK-BORNE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREW-ROSTER
           END-IF.
