      *each heading, and the totals split by role from the ACMDL
      *aircraft model master -- counting only ships whose
      *SHIP-STATUS is 'Operational', because aircraft sitting in a
      *ship under refit mislead everyone. Under each model the
      *carrier is flagged when CHKACRW finds fewer pilots current in
      *deck landings on it than airframes embarked. After the fleets
      *of each theatre come the aircraft held ashore at the SHRMST
      *shore establishments in that theatre, and the report ends
      *with the full air strength by theatre -- embarked, ashore,
      *and the two together -- on one page.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACM-MODEL
           FILE STATUS IS WS-ACM-FILE-STATUS.
           SELECT SHORE-ESTABLISHMENTS ASSIGN TO SHRESDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHR-CODE
           FILE STATUS IS WS-SHR-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
           05 ACM-MODEL PIC X(20).
           05 ACM-FULL-NAME PIC X(30).
           05 ACM-ROLE PIC X(12).
       FD  SHORE-ESTABLISHMENTS.
       COPY SHRREC.
      *One released record per carrying ship, the three slots riding
      *along for the group printer to unpack; an establishment is
      *released once per model it holds, in the first slot only
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-THEATRE PIC X(20).
      *E embarked, S ashore, so the shore group follows the fleets
           05 SD-SIDE PIC X(1).
           05 SD-FLEET PIC X(20).
           05 SD-NAME PIC X(20).
           05 SD-UID PIC X(12).
           05 SD-SLOT-NR-1 PIC 9(3).
           05 SD-SLOT-MODEL-1 PIC X(20).
           05 SD-SLOT-NR-2 PIC 9(3).
       01 WS-FILE-STATUS PIC XX.
       01 WS-ACM-FILE-STATUS PIC XX.
       01 WS-ACM-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHR-FILE-STATUS PIC XX.
       01 WS-SHR-IDX PIC 99.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-IDX PIC 99.
       01 WS-MATCH-IDX PIC 99.
       01 WS-CUR-THEATRE PIC X(20) VALUE SPACES.
       01 WS-CUR-FLEET PIC X(20) VALUE SPACES.
       01 WS-CUR-SIDE PIC X(1) VALUE SPACES.
       01 WS-CUR-UID PIC X(12) VALUE SPACES.
       01 WS-LOOKUP-MODEL PIC X(20).
       01 WS-LOOKUP-NR PIC 9(3).
       01 WS-LOOKUP-ROLE PIC X(12).
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *Common aircrew currency plumbing; see CHKACRW
       01 WS-CRW-UID PIC X(12).
       01 WS-CRW-MODEL PIC X(20).
       01 WS-CRW-AIRFRAMES PIC 9(3).
       01 WS-CRW-AS-OF PIC X(8).
       01 WS-CRW-RESULT PIC X(1).
       01 WS-CRW-PILOTS PIC 9(3).
       01 WS-CRW-OBSERVERS PIC 9(3).
      *Role totals within the current theatre/fleet group
       01 WS-ROLE-TABLE.
           05 WS-ROLE-ENTRY OCCURS 20 TIMES.
                10 WS-ROLE-NAME PIC X(12).
                10 WS-ROLE-TOTAL PIC 9(6).
       01 WS-ROLE-COUNT PIC 99 VALUE 0.
      *Embarked and ashore per theatre for the closing summary
       01 WS-THEATRE-TABLE.
           05 WS-THR-ENTRY OCCURS 30 TIMES.
                10 WS-THR-NAME PIC X(20).
                10 WS-THR-EMBARKED PIC 9(6).
                10 WS-THR-ASHORE PIC 9(6).
       01 WS-THR-COUNT PIC 99 VALUE 0.
       01 WS-THR-MATCH PIC 99.
       01 WS-THR-TOTAL PIC 9(6).
       01 WS-ALL-EMBARKED PIC 9(6) VALUE 0.
       01 WS-ALL-ASHORE PIC 9(6) VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'AIROOB'.
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-CRW-AS-OF.
           PERFORM OPEN-REPORT.
           OPEN INPUT AIRCRAFT-MODELS.
           IF WS-ACM-FILE-STATUS = '00' OR WS-ACM-FILE-STATUS = '97'
               DISPLAY 'WARNING: AIRCRAFT-MODELS NOT AVAILABLE, '
                  'ROLES WILL SHOW AS UNKNOWN'
           END-IF.
      *UID last keeps the carriers in master order within a fleet
      *and an establishment's models together
           SORT SORT-WORK ON ASCENDING KEY SD-THEATRE SD-SIDE
               SD-FLEET SD-UID
               INPUT PROCEDURE IS FEED-CARRIERS
               OUTPUT PROCEDURE IS PRINT-AIR-OOB.
           IF WS-ACM-AVAILABLE = 'y'
               CLOSE AIRCRAFT-MODELS
           END-IF.
           PERFORM PRINT-THEATRE-STRENGTH.
           PERFORM CLOSE-REPORT.
           GOBACK.

                               OR SHIP-SECOND-AIRCRAFT-NR > 0
                               OR SHIP-THIRD-AIRCRAFT-NR > 0)
                           MOVE SHIP-THEATRE TO SD-THEATRE
                           MOVE 'E' TO SD-SIDE
                           MOVE SHIP-FLEET TO SD-FLEET
                           MOVE SHIP-NAME TO SD-NAME
                           MOVE UID TO SD-UID
                           MOVE SHIP-FIRST-AIRCRAFT-NR
                              TO SD-SLOT-NR-1
                           MOVE SHIP-FIRST-AIRCRAFT-MODEL
           END-PERFORM.
           CLOSE ALLIED-SHIPS.
           MOVE 'N' TO WS-EOF.
           PERFORM FEED-ESTABLISHMENTS.

      *Whatever is held ashore counts; there is no refit to discount
       FEED-ESTABLISHMENTS.
           OPEN INPUT SHORE-ESTABLISHMENTS.
           IF WS-SHR-FILE-STATUS NOT = '00'
              AND WS-SHR-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: SHRESDT NOT AVAILABLE, EMBARKED '
                  'AIRCRAFT ONLY, STATUS ' WS-SHR-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SHORE-ESTABLISHMENTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM RELEASE-ONE-ESTABLISHMENT
                   END-READ
               END-PERFORM
               CLOSE SHORE-ESTABLISHMENTS
               MOVE 'N' TO WS-EOF
           END-IF.

       RELEASE-ONE-ESTABLISHMENT.
           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
               UNTIL WS-SHR-IDX > 10
               IF SHR-AIRCRAFT-NR(WS-SHR-IDX) > 0
                   MOVE SHR-THEATRE TO SD-THEATRE
                   MOVE 'S' TO SD-SIDE
                   MOVE 'ASHORE' TO SD-FLEET
                   MOVE SHR-NAME TO SD-NAME
                   MOVE SHR-CODE TO SD-UID
                   MOVE SHR-AIRCRAFT-NR(WS-SHR-IDX) TO SD-SLOT-NR-1
                   MOVE SHR-AIRCRAFT-MODEL(WS-SHR-IDX)
                      TO SD-SLOT-MODEL-1
                   MOVE 0 TO SD-SLOT-NR-2
                   MOVE SPACES TO SD-SLOT-MODEL-2
                   MOVE 0 TO SD-SLOT-NR-3
                   MOVE SPACES TO SD-SLOT-MODEL-3
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

       PRINT-AIR-OOB.
           PERFORM UNTIL WS-EOF = 'Y'

       PRINT-ONE-CARRIER.
           IF SD-THEATRE NOT = WS-CUR-THEATRE
              OR SD-SIDE NOT = WS-CUR-SIDE
              OR SD-FLEET NOT = WS-CUR-FLEET
               IF WS-CUR-FLEET NOT = SPACES
                   PERFORM PRINT-ROLE-TOTALS
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
               MOVE SD-SIDE TO WS-CUR-SIDE
               MOVE SD-FLEET TO WS-CUR-FLEET
               MOVE SPACES TO WS-CUR-UID
               IF SD-SIDE = 'S'
                   MOVE '  ASHORE AT SHORE ESTABLISHMENTS'
                      TO WS-RPT-LINE
               ELSE
                   STRING '  FLEET: ' WS-CUR-FLEET
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
               END-IF
               PERFORM PRINT-REPORT-LINE
               MOVE 0 TO WS-ROLE-COUNT
           END-IF.
           IF SD-SIDE = 'S'
               IF SD-UID NOT = WS-CUR-UID
                   MOVE SD-UID TO WS-CUR-UID
                   STRING '    ' SD-NAME ' (' SD-UID(1:8) ')'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
           ELSE
               STRING '    ' SD-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF SD-SLOT-NR-1 > 0
               MOVE SD-SLOT-NR-1 TO WS-LOOKUP-NR
               MOVE SD-SLOT-MODEL-1 TO WS-LOOKUP-MODEL
              ' (' WS-LOOKUP-ROLE ')'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
      *Deck-landing currency means nothing for airframes ashore
           IF SD-SIDE NOT = 'S'
               PERFORM CHECK-AIRCREW-CURRENCY
           END-IF.
           PERFORM TALLY-ROLE.
           PERFORM TALLY-THEATRE.

       CHECK-AIRCREW-CURRENCY.
           MOVE SD-UID TO WS-CRW-UID.
           MOVE WS-LOOKUP-MODEL TO WS-CRW-MODEL.
           MOVE WS-LOOKUP-NR TO WS-CRW-AIRFRAMES.
           CALL 'CHKACRW' USING WS-CRW-UID, WS-CRW-MODEL,
              WS-CRW-AIRFRAMES, WS-CRW-AS-OF, WS-CRW-RESULT,
              WS-CRW-PILOTS, WS-CRW-OBSERVERS.
           IF WS-CRW-RESULT = 'Y'
               STRING '        ** SHORT OF CURRENT AIRCREW: '
                  WS-CRW-PILOTS ' PILOTS CURRENT FOR '
                  WS-LOOKUP-NR ' AIRFRAMES'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       LOOK-UP-ROLE.
           MOVE 'UNKNOWN' TO WS-LOOKUP-ROLE.
               ADD WS-LOOKUP-NR TO WS-ROLE-TOTAL(WS-MATCH-IDX)
           END-IF.

       TALLY-THEATRE.
           MOVE 0 TO WS-THR-MATCH.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-THR-COUNT
               IF WS-THR-NAME(WS-IDX) = SD-THEATRE
                   MOVE WS-IDX TO WS-THR-MATCH
               END-IF
           END-PERFORM.
           IF WS-THR-MATCH = 0 AND WS-THR-COUNT < 30
               ADD 1 TO WS-THR-COUNT
               MOVE WS-THR-COUNT TO WS-THR-MATCH
               MOVE SD-THEATRE TO WS-THR-NAME(WS-THR-MATCH)
               MOVE 0 TO WS-THR-EMBARKED(WS-THR-MATCH)
               MOVE 0 TO WS-THR-ASHORE(WS-THR-MATCH)
           END-IF.
           IF WS-THR-MATCH NOT = 0
               IF SD-SIDE = 'S'
                   ADD WS-LOOKUP-NR TO WS-THR-ASHORE(WS-THR-MATCH)
               ELSE
                   ADD WS-LOOKUP-NR TO WS-THR-EMBARKED(WS-THR-MATCH)
               END-IF
           END-IF.

      *The whole air strength on one page: a column each for what
      *is embarked and what is ashore, theatre by theatre
       PRINT-THEATRE-STRENGTH.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'FULL AIR STRENGTH BY THEATRE' TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'THEATRE               AFLOAT  ASHORE   TOTAL'
              TO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-THR-COUNT
               COMPUTE WS-THR-TOTAL = WS-THR-EMBARKED(WS-IDX)
                  + WS-THR-ASHORE(WS-IDX)
               ADD WS-THR-EMBARKED(WS-IDX) TO WS-ALL-EMBARKED
               ADD WS-THR-ASHORE(WS-IDX) TO WS-ALL-ASHORE
               STRING WS-THR-NAME(WS-IDX) '  '
                  WS-THR-EMBARKED(WS-IDX) '  '
                  WS-THR-ASHORE(WS-IDX) '  ' WS-THR-TOTAL
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.
           COMPUTE WS-THR-TOTAL = WS-ALL-EMBARKED + WS-ALL-ASHORE.
           STRING 'ALL THEATRES          ' WS-ALL-EMBARKED '  '
              WS-ALL-ASHORE '  ' WS-THR-TOTAL
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-ROLE-TOTALS.
           STRING '  -- ' WS-CUR-FLEET ' BY ROLE:'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
