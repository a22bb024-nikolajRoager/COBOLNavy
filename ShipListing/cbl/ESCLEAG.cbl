      *This program is the quarterly escort performance league table
      *the staff ranks escorts and escort groups by when deciding who
      *gets new equipment first. A convoy is a SAILSCH sailing that
      *departed in the quarter with merchantmen (the 'MV' UIDs) among
      *its TSKFRCM members; every other member is one of her escorts.
      *Each escort is credited with the convoy, the days of the
      *passage from sailing to ETA, and the merchantmen CVARRIV shows
      *lost on it -- bar those STRGLOG shows lost after they fell out,
      *which were no longer in company. Depth-charge attacks are the
      *EXPNDLOG expenditures of depth charges she made, and kills her
      *sunk claims on CLMFILE (Confirmed, or still Pending as
      *probable), both only when dated within one of her convoy
      *passages. The escort group is the formation she belongs to on
      *ALLSHPS; a group counts each convoy once however many of its
      *ships were with it. Both tables are ranked on merchant losses
      *per convoy escorted, fewest first, then confirmed kills,
      *probable kills, attacks, and convoys, most first.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ESCLEAG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TFM-KEY
           FILE STATUS IS WS-TFM-FILE-STATUS.
           SELECT CONVOY-ARRIVALS ASSIGN TO CVARRIV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CVA-KEY
           FILE STATUS IS WS-CVA-FILE-STATUS.
           SELECT STRAGGLERS ASSIGN TO STRGLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STG-KEY
           FILE STATUS IS WS-STG-FILE-STATUS.
           SELECT EXPENDITURE ASSIGN TO EXPNDLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXP-FILE-STATUS.
           SELECT SINKING-CLAIMS ASSIGN TO CLMFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLM-KEY
           FILE STATUS IS WS-CLM-FILE-STATUS.
      *The fleet master, read keyed for each escort's name and the
      *formation she is grouped under
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  TASK-FORCE-MEMBERS.
       COPY TSKFRCM.
       FD  CONVOY-ARRIVALS.
       COPY CVARREC.
       FD  STRAGGLERS.
       COPY STRGREC.
       FD  EXPENDITURE.
       01 EXPENDITURE-RECORD.
           05 EXP-UID PIC X(12).
           05 EXP-DATE PIC X(8).
           05 EXP-TRANSACTION-TYPE PIC X(1).
           05 EXP-TORPEDOES-QTY PIC 9(3).
           05 EXP-DEPTH-CHARGES-QTY PIC 9(3).
           05 EXP-ENGAGEMENT-REF PIC X(30).
       FD  SINKING-CLAIMS.
       01 SINKING-CLAIM-RECORD.
           05 CLM-KEY.
                10 CLM-ENG-UID PIC X(12).
                10 CLM-ENG-DATE PIC X(8).
                10 CLM-ENM-UID PIC X(12).
           05 CLM-TYPE PIC X(1).
           05 CLM-EVIDENCE PIC X(40).
           05 CLM-STATE PIC X(10).
           05 CLM-ASSESS-DATE PIC X(8).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *One released record per escort group (level 1) and per escort
      *(level 2); the inverted counts rank the most first
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-LEVEL PIC X(1).
           05 SD-LOSS-RATE PIC 9(3)V99.
           05 SD-INV-CONFIRMED PIC 9(3).
           05 SD-INV-PROBABLE PIC 9(3).
           05 SD-INV-ATTACKS PIC 9(3).
           05 SD-INV-CONVOYS PIC 9(3).
           05 SD-KEY PIC X(25).
           05 SD-NAME PIC X(20).
           05 SD-SHIPS PIC 9(3).
           05 SD-CONVOYS PIC 9(3).
           05 SD-DAYS PIC 9(4).
           05 SD-ATTACKS PIC 9(3).
           05 SD-CONFIRMED PIC 9(3).
           05 SD-PROBABLE PIC 9(3).
           05 SD-LOSSES PIC 9(3).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-CVA-FILE-STATUS PIC XX.
       01 WS-CVA-AVAILABLE PIC X VALUE 'n'.
       01 WS-STG-FILE-STATUS PIC XX.
       01 WS-STG-AVAILABLE PIC X VALUE 'n'.
       01 WS-EXP-FILE-STATUS PIC XX.
       01 WS-EXP-AVAILABLE PIC X VALUE 'n'.
       01 WS-CLM-FILE-STATUS PIC XX.
       01 WS-CLM-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-BROWSE-EOF PIC X.
       01 WS-STG-EOF PIC X.
       01 WS-LOST-STRAGGLING PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-CUR-MM PIC 9(2).
       01 WS-LEAGUE-QUARTER PIC X(5).
       01 WS-LEAGUE-QUARTER-NUM REDEFINES WS-LEAGUE-QUARTER.
           05 WS-LEAGUE-CCYY PIC 9(4).
           05 WS-LEAGUE-Q PIC 9(1).
      *The quarter runs from its first day up to but not including
      *the first day of the next
       01 WS-QTR-FROM.
           05 WS-QTR-FROM-CCYY PIC 9(4).
           05 WS-QTR-FROM-MM PIC 9(2).
           05 FILLER PIC X(2) VALUE '01'.
       01 WS-QTR-TO.
           05 WS-QTR-TO-CCYY PIC 9(4).
           05 WS-QTR-TO-MM PIC 9(2).
           05 FILLER PIC X(2) VALUE '01'.
       01 WS-DEP-INT PIC 9(8).
       01 WS-ETA-INT PIC 9(8).
       01 WS-PASSAGE-TO PIC X(8).
       01 WS-PASSAGE-DAYS PIC 9(4).
      *The sailing being taken: its escorts and what it lost
       01 WS-SAIL-MERCHANTS PIC 9(3).
       01 WS-SAIL-LOSSES PIC 9(3).
       01 WS-SAIL-ESC-COUNT PIC 9(3).
       01 WS-SAIL-ESC-TABLE.
           05 WS-SAIL-ESC-UID PIC X(12) OCCURS 30 TIMES.
       01 WS-SAIL-IDX PIC 9(3).
      *Totals per escort over the quarter
       01 WS-ESC-TABLE.
           05 WS-ESC-ENTRY OCCURS 300 TIMES.
                10 WS-ESC-UID PIC X(12).
                10 WS-ESC-NAME PIC X(20).
                10 WS-ESC-GRP PIC 9(3).
                10 WS-ESC-CONVOYS PIC 9(3).
                10 WS-ESC-DAYS PIC 9(4).
                10 WS-ESC-ATTACKS PIC 9(3).
                10 WS-ESC-CONFIRMED PIC 9(3).
                10 WS-ESC-PROBABLE PIC 9(3).
                10 WS-ESC-LOSSES PIC 9(3).
       01 WS-ESC-COUNT PIC 9(3) VALUE 0.
       01 WS-ESC-IDX PIC 9(3).
       01 WS-ESC-FULL PIC X VALUE 'N'.
      *Totals per escort group; the last sailing taken stops a
      *convoy being counted once per ship of the group in company
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 100 TIMES.
                10 WS-GRP-FORMATION PIC X(25).
                10 WS-GRP-LAST-TF PIC X(8).
                10 WS-GRP-SHIPS PIC 9(3).
                10 WS-GRP-CONVOYS PIC 9(3).
                10 WS-GRP-DAYS PIC 9(4).
                10 WS-GRP-ATTACKS PIC 9(3).
                10 WS-GRP-CONFIRMED PIC 9(3).
                10 WS-GRP-PROBABLE PIC 9(3).
                10 WS-GRP-LOSSES PIC 9(3).
       01 WS-GRP-COUNT PIC 9(3) VALUE 0.
       01 WS-GRP-IDX PIC 9(3).
       01 WS-GRP-FULL PIC X VALUE 'N'.
       01 WS-FORMATION PIC X(25).
      *Each escort's convoy passages, first day to ETA, against
      *which her attacks and claims are dated
       01 WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 2000 TIMES.
                10 WS-WIN-UID PIC X(12).
                10 WS-WIN-ESC PIC 9(3).
                10 WS-WIN-FROM PIC X(8).
                10 WS-WIN-TO PIC X(8).
       01 WS-WIN-COUNT PIC 9(4) VALUE 0.
       01 WS-WIN-IDX PIC 9(4).
       01 WS-WIN-FULL PIC X VALUE 'N'.
       01 WS-MATCH-UID PIC X(12).
       01 WS-MATCH-DATE PIC X(8).
       01 WS-IDX PIC 9(4).
       01 WS-CONVOY-COUNT PIC 9(4) VALUE 0.
       01 WS-UNESCORTED-COUNT PIC 9(4) VALUE 0.
       01 WS-STRAGGLER-LOSS-COUNT PIC 9(4) VALUE 0.
       01 WS-CUR-LEVEL PIC X(1) VALUE SPACE.
       01 WS-POSITION PIC 9(3).
       01 WS-POSITION-DSP PIC ZZ9.
       01 WS-SHIPS-DSP PIC ZZ9.
       01 WS-CONVOYS-DSP PIC ZZ9.
       01 WS-DAYS-DSP PIC ZZZ9.
       01 WS-ATTACKS-DSP PIC ZZ9.
       01 WS-CONFIRMED-DSP PIC ZZ9.
       01 WS-PROBABLE-DSP PIC ZZ9.
       01 WS-LOSSES-DSP PIC ZZ9.
       01 WS-RATE-DSP PIC ZZ9.99.
       01 WS-LABEL PIC X(33).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'ESCLEAG'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-LEAGUE-QUARTER.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT TASK-FORCE-MEMBERS.
           IF WS-TFM-FILE-STATUS NOT = '00'
              AND WS-TFM-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: TSKFRCM OPEN ERROR-CODE:'
                  WS-TFM-FILE-STATUS
               CLOSE SAILING-SCHEDULE
               GOBACK
           END-IF.
           OPEN INPUT CONVOY-ARRIVALS.
           IF WS-CVA-FILE-STATUS = '00' OR WS-CVA-FILE-STATUS = '97'
               MOVE 'y' TO WS-CVA-AVAILABLE
           ELSE
               DISPLAY 'WARNING: CVARRIV NOT AVAILABLE, NO MERCHANT '
                  'LOSSES WILL BE COUNTED'
           END-IF.
           OPEN INPUT STRAGGLERS.
           IF WS-STG-FILE-STATUS = '00' OR WS-STG-FILE-STATUS = '97'
               MOVE 'y' TO WS-STG-AVAILABLE
           ELSE
               DISPLAY 'WARNING: STRGLOG NOT AVAILABLE, STRAGGLERS '
                  'LOST WILL COUNT AS LOST IN COMPANY'
           END-IF.
           OPEN INPUT EXPENDITURE.
           IF WS-EXP-FILE-STATUS = '00'
               MOVE 'y' TO WS-EXP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: EXPNDLOG NOT AVAILABLE, NO ATTACKS '
                  'WILL BE COUNTED'
           END-IF.
           OPEN INPUT SINKING-CLAIMS.
           IF WS-CLM-FILE-STATUS = '00' OR WS-CLM-FILE-STATUS = '97'
               MOVE 'y' TO WS-CLM-AVAILABLE
           ELSE
               DISPLAY 'WARNING: CLMFILE NOT AVAILABLE, NO KILLS '
                  'WILL BE COUNTED'
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00'
              OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, ESCORTS WILL '
                  'NOT BE GROUPED'
           END-IF.
           PERFORM COLLECT-CONVOYS.
           IF WS-EXP-AVAILABLE = 'y'
               PERFORM COUNT-ATTACKS
           END-IF.
           IF WS-CLM-AVAILABLE = 'y'
               PERFORM COUNT-CLAIMS
           END-IF.
           PERFORM OPEN-REPORT.
           STRING 'QUARTER ' WS-LEAGUE-CCYY ' Q' WS-LEAGUE-Q
              ', SAILINGS DEPARTING ' WS-QTR-FROM ' TO BEFORE '
              WS-QTR-TO
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'RANKED ON MERCHANT LOSSES IN COMPANY PER CONVOY, '
              'FEWEST FIRST, THEN CONFIRMED KILLS,'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'PROBABLE KILLS, ATTACKS AND CONVOYS, MOST FIRST'
              TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           SORT SORT-WORK ON ASCENDING KEY SD-LEVEL SD-LOSS-RATE
               SD-INV-CONFIRMED SD-INV-PROBABLE SD-INV-ATTACKS
               SD-INV-CONVOYS SD-KEY
               INPUT PROCEDURE IS RELEASE-LEAGUE
               OUTPUT PROCEDURE IS PRINT-LEAGUE.
           PERFORM PRINT-FOOTNOTES.
           CLOSE SAILING-SCHEDULE.
           CLOSE TASK-FORCE-MEMBERS.
           IF WS-CVA-AVAILABLE = 'y'
               CLOSE CONVOY-ARRIVALS
           END-IF.
           IF WS-STG-AVAILABLE = 'y'
               CLOSE STRAGGLERS
           END-IF.
           IF WS-EXP-AVAILABLE = 'y'
               CLOSE EXPENDITURE
           END-IF.
           IF WS-CLM-AVAILABLE = 'y'
               CLOSE SINKING-CLAIMS
           END-IF.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *The table is drawn up after the quarter is out, so a blank
      *quarter means the one just ended
       LOAD-LEAGUE-QUARTER.
           DISPLAY 'Enter quarter of the table, CCYYQ, spaces for '
              'last quarter: '.
           ACCEPT WS-LEAGUE-QUARTER.
           IF WS-LEAGUE-QUARTER = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-LEAGUE-CCYY
               MOVE WS-CURRENT-TIMESTAMP(5:2) TO WS-CUR-MM
               COMPUTE WS-LEAGUE-Q = (WS-CUR-MM - 1) / 3 + 1
               IF WS-LEAGUE-Q = 1
                   MOVE 4 TO WS-LEAGUE-Q
                   SUBTRACT 1 FROM WS-LEAGUE-CCYY
               ELSE
                   SUBTRACT 1 FROM WS-LEAGUE-Q
               END-IF
           END-IF.
           PERFORM UNTIL WS-LEAGUE-QUARTER IS NUMERIC
              AND WS-LEAGUE-Q >= 1 AND WS-LEAGUE-Q <= 4
               DISPLAY 'INVALID QUARTER ' WS-LEAGUE-QUARTER
                  ', RE-ENTER CCYYQ: '
               ACCEPT WS-LEAGUE-QUARTER
           END-PERFORM.
           MOVE WS-LEAGUE-CCYY TO WS-QTR-FROM-CCYY.
           COMPUTE WS-QTR-FROM-MM = (WS-LEAGUE-Q - 1) * 3 + 1.
           IF WS-LEAGUE-Q = 4
               COMPUTE WS-QTR-TO-CCYY = WS-LEAGUE-CCYY + 1
               MOVE 1 TO WS-QTR-TO-MM
           ELSE
               MOVE WS-LEAGUE-CCYY TO WS-QTR-TO-CCYY
               COMPUTE WS-QTR-TO-MM = WS-LEAGUE-Q * 3 + 1
           END-IF.

       COLLECT-CONVOYS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SAILING-SCHEDULE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SCH-DEP-DATE IS NUMERIC
                          AND SCH-DEP-DATE >= WS-QTR-FROM
                          AND SCH-DEP-DATE < WS-QTR-TO
                           PERFORM TAKE-ONE-SAILING
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

      *A sailing with no merchantmen is a warship movement, not a
      *convoy, and earns nobody anything
       TAKE-ONE-SAILING.
           MOVE 0 TO WS-SAIL-MERCHANTS.
           MOVE 0 TO WS-SAIL-ESC-COUNT.
           MOVE 0 TO WS-SAIL-LOSSES.
           PERFORM LOAD-SAILING-MEMBERS.
           IF WS-SAIL-MERCHANTS > 0
               ADD 1 TO WS-CONVOY-COUNT
               IF WS-SAIL-ESC-COUNT = 0
                   ADD 1 TO WS-UNESCORTED-COUNT
               ELSE
                   PERFORM COMPUTE-PASSAGE-DAYS
                   IF WS-CVA-AVAILABLE = 'y'
                       PERFORM COUNT-LOSSES-IN-COMPANY
                   END-IF
                   PERFORM VARYING WS-SAIL-IDX FROM 1 BY 1
                       UNTIL WS-SAIL-IDX > WS-SAIL-ESC-COUNT
                       PERFORM POST-ONE-ESCORT
                   END-PERFORM
               END-IF
           END-IF.

      *Merchant UIDs live in their own 'MV' range, so the members
      *that are merchantmen are known without a MERCHDT read
       LOAD-SAILING-MEMBERS.
           MOVE SCH-TF-ID TO TFM-TF-ID.
           MOVE LOW-VALUES TO TFM-MEMBER-UID.
           MOVE 'N' TO WS-BROWSE-EOF.
           START TASK-FORCE-MEMBERS KEY >= TFM-KEY
           INVALID KEY
               MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ TASK-FORCE-MEMBERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF TFM-TF-ID NOT = SCH-TF-ID
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           IF TFM-MEMBER-UID(1:2) = 'MV'
                               ADD 1 TO WS-SAIL-MERCHANTS
                           ELSE
                               IF WS-SAIL-ESC-COUNT < 30
                                   ADD 1 TO WS-SAIL-ESC-COUNT
                                   MOVE TFM-MEMBER-UID TO
                                      WS-SAIL-ESC-UID(WS-SAIL-ESC-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Sailing day and arrival day both count; a sailing with no
      *usable ETA is taken as one day at sea
       COMPUTE-PASSAGE-DAYS.
           MOVE SCH-DEP-DATE TO WS-PASSAGE-TO.
           MOVE 1 TO WS-PASSAGE-DAYS.
           IF SCH-ETA IS NUMERIC AND SCH-ETA > SCH-DEP-DATE
               MOVE SCH-ETA TO WS-PASSAGE-TO
               COMPUTE WS-DEP-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(SCH-DEP-DATE))
               COMPUTE WS-ETA-INT = FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(SCH-ETA))
               COMPUTE WS-PASSAGE-DAYS = WS-ETA-INT - WS-DEP-INT + 1
           END-IF.

      *A merchantman reported lost is charged to the escorts unless
      *the straggler log shows she was lost after falling out
       COUNT-LOSSES-IN-COMPANY.
           MOVE SCH-TF-ID TO CVA-TF-ID.
           MOVE LOW-VALUES TO CVA-MER-UID.
           MOVE 'N' TO WS-BROWSE-EOF.
           START CONVOY-ARRIVALS KEY >= CVA-KEY
           INVALID KEY
               MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ CONVOY-ARRIVALS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF CVA-TF-ID NOT = SCH-TF-ID
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           IF CVA-OUTCOME = 'L'
                               PERFORM CHARGE-ONE-LOSS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHARGE-ONE-LOSS.
           MOVE 'n' TO WS-LOST-STRAGGLING.
           IF WS-STG-AVAILABLE = 'y'
               PERFORM CHECK-LOST-STRAGGLING
           END-IF.
           IF WS-LOST-STRAGGLING = 'y'
               ADD 1 TO WS-STRAGGLER-LOSS-COUNT
           ELSE
               ADD 1 TO WS-SAIL-LOSSES
           END-IF.

       CHECK-LOST-STRAGGLING.
           MOVE CVA-TF-ID TO STG-TF-ID.
           MOVE CVA-MER-UID TO STG-MER-UID.
           MOVE LOW-VALUES TO STG-DROP-DATE.
           MOVE LOW-VALUES TO STG-DROP-TIME.
           MOVE 'N' TO WS-STG-EOF.
           START STRAGGLERS KEY >= STG-KEY
           INVALID KEY
               MOVE 'Y' TO WS-STG-EOF
           END-START.
           PERFORM UNTIL WS-STG-EOF = 'Y'
               READ STRAGGLERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STG-EOF
                   NOT AT END
                       IF STG-TF-ID NOT = CVA-TF-ID
                          OR STG-MER-UID NOT = CVA-MER-UID
                           MOVE 'Y' TO WS-STG-EOF
                       ELSE
                           IF STG-OUTCOME = 'L'
                               MOVE 'y' TO WS-LOST-STRAGGLING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POST-ONE-ESCORT.
           PERFORM FIND-ESCORT.
           IF WS-ESC-IDX NOT = 0
               ADD 1 TO WS-ESC-CONVOYS(WS-ESC-IDX)
               ADD WS-PASSAGE-DAYS TO WS-ESC-DAYS(WS-ESC-IDX)
               ADD WS-SAIL-LOSSES TO WS-ESC-LOSSES(WS-ESC-IDX)
               IF WS-WIN-COUNT < 2000
                   ADD 1 TO WS-WIN-COUNT
                   MOVE WS-ESC-UID(WS-ESC-IDX) TO
                      WS-WIN-UID(WS-WIN-COUNT)
                   MOVE WS-ESC-IDX TO WS-WIN-ESC(WS-WIN-COUNT)
                   MOVE SCH-DEP-DATE TO WS-WIN-FROM(WS-WIN-COUNT)
                   MOVE WS-PASSAGE-TO TO WS-WIN-TO(WS-WIN-COUNT)
               ELSE
                   IF WS-WIN-FULL = 'N'
                       DISPLAY 'WARNING: PASSAGE TABLE FULL AT 2000, '
                          'LATER ATTACKS AND CLAIMS NOT CREDITED'
                       MOVE 'Y' TO WS-WIN-FULL
                   END-IF
               END-IF
               MOVE WS-ESC-GRP(WS-ESC-IDX) TO WS-GRP-IDX
               IF WS-GRP-IDX NOT = 0
                   IF WS-GRP-LAST-TF(WS-GRP-IDX) NOT = SCH-TF-ID
                       MOVE SCH-TF-ID TO WS-GRP-LAST-TF(WS-GRP-IDX)
                       ADD 1 TO WS-GRP-CONVOYS(WS-GRP-IDX)
                       ADD WS-PASSAGE-DAYS TO WS-GRP-DAYS(WS-GRP-IDX)
                       ADD WS-SAIL-LOSSES TO WS-GRP-LOSSES(WS-GRP-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-ESCORT.
           MOVE 0 TO WS-ESC-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ESC-COUNT OR WS-ESC-IDX NOT = 0
               IF WS-ESC-UID(WS-IDX) = WS-SAIL-ESC-UID(WS-SAIL-IDX)
                   MOVE WS-IDX TO WS-ESC-IDX
               END-IF
           END-PERFORM.
           IF WS-ESC-IDX = 0
               IF WS-ESC-COUNT < 300
                   PERFORM ADD-ESCORT
               ELSE
                   IF WS-ESC-FULL = 'N'
                       DISPLAY 'WARNING: ESCORT TABLE FULL AT 300, '
                          'LATER ESCORTS LEFT OFF THE TABLE'
                       MOVE 'Y' TO WS-ESC-FULL
                   END-IF
               END-IF
           END-IF.

      *A hull no longer on the master still earns her place, under a
      *group of her own, rather than dropping off the table
       ADD-ESCORT.
           ADD 1 TO WS-ESC-COUNT.
           MOVE WS-ESC-COUNT TO WS-ESC-IDX.
           MOVE WS-SAIL-ESC-UID(WS-SAIL-IDX) TO WS-ESC-UID(WS-ESC-IDX).
           MOVE 0 TO WS-ESC-CONVOYS(WS-ESC-IDX).
           MOVE 0 TO WS-ESC-DAYS(WS-ESC-IDX).
           MOVE 0 TO WS-ESC-ATTACKS(WS-ESC-IDX).
           MOVE 0 TO WS-ESC-CONFIRMED(WS-ESC-IDX).
           MOVE 0 TO WS-ESC-PROBABLE(WS-ESC-IDX).
           MOVE 0 TO WS-ESC-LOSSES(WS-ESC-IDX).
           MOVE SPACES TO WS-ESC-NAME(WS-ESC-IDX).
           MOVE '(NOT ON ALLSHPS)' TO WS-FORMATION.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE WS-ESC-UID(WS-ESC-IDX) TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SHIP-NAME TO WS-ESC-NAME(WS-ESC-IDX)
                   IF SHIP-FORMATION = SPACES
                       MOVE '(NO FORMATION)' TO WS-FORMATION
                   ELSE
                       MOVE SHIP-FORMATION TO WS-FORMATION
                   END-IF
               END-READ
           END-IF.
           PERFORM FIND-GROUP.
           MOVE WS-GRP-IDX TO WS-ESC-GRP(WS-ESC-IDX).
           IF WS-GRP-IDX NOT = 0
               ADD 1 TO WS-GRP-SHIPS(WS-GRP-IDX)
           END-IF.

       FIND-GROUP.
           MOVE 0 TO WS-GRP-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-GRP-COUNT OR WS-GRP-IDX NOT = 0
               IF WS-GRP-FORMATION(WS-IDX) = WS-FORMATION
                   MOVE WS-IDX TO WS-GRP-IDX
               END-IF
           END-PERFORM.
           IF WS-GRP-IDX = 0
               IF WS-GRP-COUNT < 100
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-IDX
                   MOVE WS-FORMATION TO WS-GRP-FORMATION(WS-GRP-IDX)
                   MOVE SPACES TO WS-GRP-LAST-TF(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-SHIPS(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-CONVOYS(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-DAYS(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-ATTACKS(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-CONFIRMED(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-PROBABLE(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-LOSSES(WS-GRP-IDX)
               ELSE
                   IF WS-GRP-FULL = 'N'
                       DISPLAY 'WARNING: GROUP TABLE FULL AT 100, '
                          'LATER GROUPS LEFT OFF THE TABLE'
                       MOVE 'Y' TO WS-GRP-FULL
                   END-IF
               END-IF
           END-IF.

      *One depth-charge expenditure is one attack, credited only when
      *she made it on a convoy passage
       COUNT-ATTACKS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXPENDITURE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (EXP-TRANSACTION-TYPE = 'E'
                           OR EXP-TRANSACTION-TYPE = 'e')
                          AND EXP-DEPTH-CHARGES-QTY IS NUMERIC
                          AND EXP-DEPTH-CHARGES-QTY > 0
                           MOVE EXP-UID TO WS-MATCH-UID
                           MOVE EXP-DATE TO WS-MATCH-DATE
                           PERFORM MATCH-CONVOY-PASSAGE
                           IF WS-ESC-IDX NOT = 0
                               PERFORM CREDIT-ONE-ATTACK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       CREDIT-ONE-ATTACK.
           ADD 1 TO WS-ESC-ATTACKS(WS-ESC-IDX).
           MOVE WS-ESC-GRP(WS-ESC-IDX) TO WS-GRP-IDX.
           IF WS-GRP-IDX NOT = 0
               ADD 1 TO WS-GRP-ATTACKS(WS-GRP-IDX)
           END-IF.

      *Only sinking claims count toward kills: a Confirmed one as a
      *kill, one still Pending as a probable; a downgraded or
      *rejected claim earns nothing
       COUNT-CLAIMS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SINKING-CLAIMS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CLM-TYPE = 'S'
                          AND (CLM-STATE = 'Confirmed'
                           OR CLM-STATE = 'Pending')
                           MOVE CLM-ENG-UID TO WS-MATCH-UID
                           MOVE CLM-ENG-DATE TO WS-MATCH-DATE
                           PERFORM MATCH-CONVOY-PASSAGE
                           IF WS-ESC-IDX NOT = 0
                               PERFORM CREDIT-ONE-CLAIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       CREDIT-ONE-CLAIM.
           MOVE WS-ESC-GRP(WS-ESC-IDX) TO WS-GRP-IDX.
           IF CLM-STATE = 'Confirmed'
               ADD 1 TO WS-ESC-CONFIRMED(WS-ESC-IDX)
               IF WS-GRP-IDX NOT = 0
                   ADD 1 TO WS-GRP-CONFIRMED(WS-GRP-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-ESC-PROBABLE(WS-ESC-IDX)
               IF WS-GRP-IDX NOT = 0
                   ADD 1 TO WS-GRP-PROBABLE(WS-GRP-IDX)
               END-IF
           END-IF.

      *Sets WS-ESC-IDX to the escort with a convoy passage covering
      *the UID and date being matched, or 0 when there is none
       MATCH-CONVOY-PASSAGE.
           MOVE 0 TO WS-ESC-IDX.
           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT OR WS-ESC-IDX NOT = 0
               IF WS-WIN-UID(WS-WIN-IDX) = WS-MATCH-UID
                  AND WS-MATCH-DATE >= WS-WIN-FROM(WS-WIN-IDX)
                  AND WS-MATCH-DATE <= WS-WIN-TO(WS-WIN-IDX)
                   MOVE WS-WIN-ESC(WS-WIN-IDX) TO WS-ESC-IDX
               END-IF
           END-PERFORM.

       RELEASE-LEAGUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-GRP-COUNT
               PERFORM RELEASE-ONE-GROUP
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ESC-COUNT
               PERFORM RELEASE-ONE-ESCORT
           END-PERFORM.

       RELEASE-ONE-GROUP.
           MOVE '1' TO SD-LEVEL.
           MOVE WS-GRP-FORMATION(WS-IDX) TO SD-KEY.
           MOVE SPACES TO SD-NAME.
           MOVE WS-GRP-SHIPS(WS-IDX) TO SD-SHIPS.
           MOVE WS-GRP-CONVOYS(WS-IDX) TO SD-CONVOYS.
           MOVE WS-GRP-DAYS(WS-IDX) TO SD-DAYS.
           MOVE WS-GRP-ATTACKS(WS-IDX) TO SD-ATTACKS.
           MOVE WS-GRP-CONFIRMED(WS-IDX) TO SD-CONFIRMED.
           MOVE WS-GRP-PROBABLE(WS-IDX) TO SD-PROBABLE.
           MOVE WS-GRP-LOSSES(WS-IDX) TO SD-LOSSES.
           PERFORM RELEASE-RANKED.

       RELEASE-ONE-ESCORT.
           MOVE '2' TO SD-LEVEL.
           MOVE WS-ESC-UID(WS-IDX) TO SD-KEY.
           MOVE WS-ESC-NAME(WS-IDX) TO SD-NAME.
           MOVE 1 TO SD-SHIPS.
           MOVE WS-ESC-CONVOYS(WS-IDX) TO SD-CONVOYS.
           MOVE WS-ESC-DAYS(WS-IDX) TO SD-DAYS.
           MOVE WS-ESC-ATTACKS(WS-IDX) TO SD-ATTACKS.
           MOVE WS-ESC-CONFIRMED(WS-IDX) TO SD-CONFIRMED.
           MOVE WS-ESC-PROBABLE(WS-IDX) TO SD-PROBABLE.
           MOVE WS-ESC-LOSSES(WS-IDX) TO SD-LOSSES.
           PERFORM RELEASE-RANKED.

      *Every entry on the table escorted at least one convoy, so the
      *loss rate always has something to divide by
       RELEASE-RANKED.
           COMPUTE SD-LOSS-RATE ROUNDED = SD-LOSSES / SD-CONVOYS.
           COMPUTE SD-INV-CONFIRMED = 999 - SD-CONFIRMED.
           COMPUTE SD-INV-PROBABLE = 999 - SD-PROBABLE.
           COMPUTE SD-INV-ATTACKS = 999 - SD-ATTACKS.
           COMPUTE SD-INV-CONVOYS = 999 - SD-CONVOYS.
           RELEASE SORT-RECORD.

       PRINT-LEAGUE.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-ENTRY
               END-RETURN
           END-PERFORM.

       PRINT-ONE-ENTRY.
           IF SD-LEVEL NOT = WS-CUR-LEVEL
               MOVE SD-LEVEL TO WS-CUR-LEVEL
               MOVE 0 TO WS-POSITION
               PERFORM PRINT-TABLE-HEADING
           END-IF.
           ADD 1 TO WS-POSITION.
           MOVE WS-POSITION TO WS-POSITION-DSP.
           MOVE SPACES TO WS-LABEL.
           IF SD-LEVEL = '1'
               MOVE SD-SHIPS TO WS-SHIPS-DSP
               STRING SD-KEY ' ' WS-SHIPS-DSP
                  DELIMITED BY SIZE INTO WS-LABEL
               END-STRING
           ELSE
               STRING SD-KEY(1:12) ' ' SD-NAME
                  DELIMITED BY SIZE INTO WS-LABEL
               END-STRING
           END-IF.
           MOVE SD-CONVOYS TO WS-CONVOYS-DSP.
           MOVE SD-DAYS TO WS-DAYS-DSP.
           MOVE SD-ATTACKS TO WS-ATTACKS-DSP.
           MOVE SD-CONFIRMED TO WS-CONFIRMED-DSP.
           MOVE SD-PROBABLE TO WS-PROBABLE-DSP.
           MOVE SD-LOSSES TO WS-LOSSES-DSP.
           MOVE SD-LOSS-RATE TO WS-RATE-DSP.
           STRING '  ' WS-POSITION-DSP '  ' WS-LABEL
              '  ' WS-CONVOYS-DSP '  ' WS-DAYS-DSP
              '  ' WS-ATTACKS-DSP '  ' WS-CONFIRMED-DSP
              '  ' WS-PROBABLE-DSP '  ' WS-LOSSES-DSP
              '  ' WS-RATE-DSP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-TABLE-HEADING.
           PERFORM PRINT-REPORT-LINE.
           IF WS-CUR-LEVEL = '1'
               MOVE 'BY ESCORT GROUP' TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               STRING '  POS  ESCORT GROUP              SHP    '
                  '  CVY  DAYS  ATK  CNF  PRB  LST    RATE'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE 'BY ESCORT' TO WS-RPT-LINE
               PERFORM PRINT-REPORT-LINE
               STRING '  POS  UID          NAME                '
                  '  CVY  DAYS  ATK  CNF  PRB  LST    RATE'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

       PRINT-FOOTNOTES.
           PERFORM PRINT-REPORT-LINE.
           STRING 'CVY CONVOYS ESCORTED, DAYS AT SEA WITH THEM, ATK '
              'DEPTH-CHARGE ATTACKS, CNF CONFIRMED KILLS,'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'PRB SINKING CLAIMS PENDING ASSESSMENT, LST '
              'MERCHANTMEN LOST IN COMPANY, RATE LST PER CVY'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'CONVOYS SAILED: ' WS-CONVOY-COUNT
              ', UNESCORTED: ' WS-UNESCORTED-COUNT
              ', ESCORTS: ' WS-ESC-COUNT ', GROUPS: ' WS-GRP-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING 'MERCHANTMEN LOST AFTER FALLING OUT, NOT CHARGED: '
              WS-STRAGGLER-LOSS-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'ESCORT PERFORMANCE LEAGUE TABLE' TO WS-RPT-LINE.
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
           MOVE 'NAVAL STAFF, EQUIPMENT PRIORITIES' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
