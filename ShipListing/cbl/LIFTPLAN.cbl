      *This program is the amphibious lift plan: it takes one
      *operation's wave requirements (LIFTRQ) and, wave by wave,
      *adds up the troops, vehicles and landing craft the hulls of
      *the wave's task forces can carry, by their class on the
      *lift-capacity reference (LIFTCDT). Only an Operational hull
      *counts, and only if she is not in a refit on REFITDT covering
      *the day of the landing nor carrying open damage on DMGSTAT
      *(the newest state still flooded or with pumps out); those
      *that are not are listed with the reason, so the staff see
      *what lift they are missing as well as what they have. Each
      *wave closes with the shortfall or surplus for troops,
      *vehicles and craft. Escorts and any other hull whose class
      *lifts nothing are passed over. The day of the landing is
      *D-day, or today once D-day has passed.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LIFTPLAN.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIFT-REQUIREMENTS ASSIGN TO LIFTRQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LFR-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATION-PLANS ASSIGN TO OPNPLN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPN-NAME
           FILE STATUS IS WS-OPN-FILE-STATUS.
           SELECT OPERATION-LINKS ASSIGN TO OPNLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPL-KEY
           FILE STATUS IS WS-OPL-FILE-STATUS.
           SELECT LIFT-CAPACITY ASSIGN TO LIFTCDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LFC-CLASS-NAME
           FILE STATUS IS WS-LFC-FILE-STATUS.
           SELECT TASK-FORCE ASSIGN TO TSKFRC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TF-ID
           FILE STATUS IS WS-TF-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TFM-KEY
           FILE STATUS IS WS-TFM-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT DAMAGE-STATES ASSIGN TO DMGSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DMG-KEY
           FILE STATUS IS WS-DMG-FILE-STATUS.
           SELECT SHIP-REFITS ASSIGN TO REFITDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REFIT-KEY
           FILE STATUS IS WS-REFIT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LIFT-REQUIREMENTS.
       COPY LFRREC.
       FD  OPERATION-PLANS.
       COPY OPNREC.
       FD  OPERATION-LINKS.
       COPY OPLREC.
       FD  LIFT-CAPACITY.
       COPY LFCREC.
       FD  TASK-FORCE.
       COPY TSKFRC.
       FD  TASK-FORCE-MEMBERS.
       COPY TSKFRCM.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  DAMAGE-STATES.
       01 DAMAGE-STATE-RECORD.
           05 DMG-KEY.
                10 DMG-UID PIC X(12).
                10 DMG-DATE PIC X(8).
           05 DMG-COMPARTMENTS-FLOODED PIC 999.
           05 DMG-PUMPS-OUT PIC 9(5).
           05 DMG-LIST-TRIM PIC X(30).
           05 DMG-ENGLOG-REF PIC X(30).
       FD  SHIP-REFITS.
       01 REFIT-RECORD.
           05 REFIT-KEY.
                10 REFIT-UID PIC X(12).
                10 REFIT-START-DATE PIC X(8).
           05 REFIT-EXPECTED-COMPLETION PIC X(8).
           05 REFIT-YARD-NAME PIC X(25).
           05 REFIT-WORK-DESCRIPTION PIC X(60).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-OPN-FILE-STATUS PIC XX.
       01 WS-OPL-FILE-STATUS PIC XX.
       01 WS-OPL-AVAILABLE PIC X VALUE 'n'.
       01 WS-LFC-FILE-STATUS PIC XX.
       01 WS-TF-FILE-STATUS PIC XX.
       01 WS-TF-AVAILABLE PIC X VALUE 'n'.
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-DMG-FILE-STATUS PIC XX.
       01 WS-DMG-AVAILABLE PIC X VALUE 'n'.
       01 WS-REFIT-FILE-STATUS PIC XX.
       01 WS-REFIT-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-OPL-EOF PIC X.
       01 WS-TFM-EOF PIC X.
       01 WS-SUB-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-OPERATION PIC X(20).
       01 WS-LANDING-DATE PIC X(8).
       01 WS-TF-ID PIC X(8).
       01 WS-IDX PIC 9.
       01 WS-HULL-UID PIC X(12).
       01 WS-LATEST-DMG-DATE PIC X(8).
       01 WS-DAMAGE-OPEN PIC X.
       01 WS-REFIT-TO PIC X(8).
       01 WS-UNAVAILABLE-REASON PIC X(30).
      *Hulls already counted for the wave in hand, so a hull in two
      *of the wave's forces lifts once
       01 WS-SEEN-TABLE.
           05 WS-SEEN-UID PIC X(12) OCCURS 300 TIMES.
       01 WS-SEEN-COUNT PIC 9(3).
       01 WS-SEEN-IDX PIC 9(3).
       01 WS-ALREADY-SEEN PIC X.
      *The wave's lift against its requirement
       01 WS-LIFT-TROOPS PIC 9(7).
       01 WS-LIFT-VEHICLES PIC 9(6).
       01 WS-LIFT-CRAFT PIC 9(5).
       01 WS-HULL-COUNT PIC 9(4).
       01 WS-LOST-COUNT PIC 9(4).
       01 WS-NON-LIFT-COUNT PIC 9(4).
       01 WS-BALANCE PIC S9(7).
       01 WS-BALANCE-DSP PIC Z(6)9.
       01 WS-REQUIRED-DSP PIC Z(6)9.
       01 WS-LIFT-DSP PIC Z(6)9.
       01 WS-BALANCE-WORD PIC X(9).
       01 WS-ITEM-NAME PIC X(8).
       01 WS-WAVE-SHORT PIC X.
       01 WS-WAVE-COUNT PIC 9 VALUE 0.
       01 WS-SHORT-WAVE-COUNT PIC 9 VALUE 0.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'LIFTPLAN'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN INPUT OPERATION-PLANS.
           IF WS-OPN-FILE-STATUS NOT = '00'
              AND WS-OPN-FILE-STATUS NOT = '97'
               DISPLAY 'NO OPERATION PLANS ON FILE, STATUS '
                  WS-OPN-FILE-STATUS
               GOBACK
           END-IF.
           DISPLAY 'Enter operation name, 20 chars: '.
           ACCEPT WS-OPERATION.
           MOVE WS-OPERATION TO OPN-NAME.
           READ OPERATION-PLANS RECORD KEY OPN-NAME
           INVALID KEY
               DISPLAY 'OPERATION ' WS-OPERATION ' NOT ON FILE'
               CLOSE OPERATION-PLANS
               GOBACK
           END-READ.
           MOVE OPN-D-DAY TO WS-LANDING-DATE.
           IF WS-LANDING-DATE < WS-TODAY
               MOVE WS-TODAY TO WS-LANDING-DATE
           END-IF.
           OPEN INPUT LIFT-REQUIREMENTS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO LIFT REQUIREMENTS ON FILE, STATUS '
                  WS-FILE-STATUS
               CLOSE OPERATION-PLANS
               GOBACK
           END-IF.
           OPEN INPUT LIFT-CAPACITY.
           IF WS-LFC-FILE-STATUS NOT = '00'
              AND WS-LFC-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: LIFTCDT NOT AVAILABLE, NO HULL CAN BE '
                  'GIVEN A LIFT, STATUS ' WS-LFC-FILE-STATUS
               CLOSE OPERATION-PLANS
               CLOSE LIFT-REQUIREMENTS
               GOBACK
           END-IF.
           OPEN INPUT TASK-FORCE-MEMBERS.
           IF WS-TFM-FILE-STATUS NOT = '00'
              AND WS-TFM-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: TSKFRCM NOT AVAILABLE, STATUS '
                  WS-TFM-FILE-STATUS
               CLOSE OPERATION-PLANS
               CLOSE LIFT-REQUIREMENTS
               CLOSE LIFT-CAPACITY
               GOBACK
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS NOT = '00'
              AND WS-SHIP-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: ALLSHPS NOT AVAILABLE, STATUS '
                  WS-SHIP-FILE-STATUS
               CLOSE OPERATION-PLANS
               CLOSE LIFT-REQUIREMENTS
               CLOSE LIFT-CAPACITY
               CLOSE TASK-FORCE-MEMBERS
               GOBACK
           END-IF.
           PERFORM OPEN-OPTIONAL-FILES.
           PERFORM OPEN-REPORT.
           STRING 'OPERATION ' OPN-NAME ' D-DAY ' OPN-D-DAY
              ', HULLS TAKEN AS AT ' WS-LANDING-DATE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-OPERATION TO LFR-OPERATION.
           MOVE 0 TO LFR-WAVE.
           START LIFT-REQUIREMENTS KEY >= LFR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIFT-REQUIREMENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LFR-OPERATION NOT = WS-OPERATION
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM PLAN-ONE-WAVE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM PRINT-REPORT-LINE.
           IF WS-WAVE-COUNT = 0
               STRING 'NO WAVES ON LIFTRQ FOR THIS OPERATION '
                  '(SEE LIFTREQ)'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING 'WAVES PLANNED: ' WS-WAVE-COUNT
                  '  WAVES SHORT OF LIFT: ' WS-SHORT-WAVE-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           CLOSE OPERATION-PLANS.
           CLOSE LIFT-REQUIREMENTS.
           CLOSE LIFT-CAPACITY.
           CLOSE TASK-FORCE-MEMBERS.
           CLOSE ALLIED-SHIPS.
           PERFORM CLOSE-OPTIONAL-FILES.
           GOBACK.

       OPEN-OPTIONAL-FILES.
           OPEN INPUT OPERATION-LINKS.
           IF WS-OPL-FILE-STATUS = '00' OR WS-OPL-FILE-STATUS = '97'
               MOVE 'y' TO WS-OPL-AVAILABLE
           ELSE
               DISPLAY 'WARNING: OPNLNK NOT AVAILABLE, A WAVE NAMING '
                  'NO FORCE HAS NO LIFT'
           END-IF.
           OPEN INPUT TASK-FORCE.
           IF WS-TF-FILE-STATUS = '00' OR WS-TF-FILE-STATUS = '97'
               MOVE 'y' TO WS-TF-AVAILABLE
           END-IF.
           OPEN INPUT DAMAGE-STATES.
           IF WS-DMG-FILE-STATUS = '00' OR WS-DMG-FILE-STATUS = '97'
               MOVE 'y' TO WS-DMG-AVAILABLE
           ELSE
               DISPLAY 'WARNING: DMGSTAT NOT AVAILABLE, DAMAGE '
                  'NOT CHECKED'
           END-IF.
           OPEN INPUT SHIP-REFITS.
           IF WS-REFIT-FILE-STATUS = '00'
              OR WS-REFIT-FILE-STATUS = '97'
               MOVE 'y' TO WS-REFIT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: REFITDT NOT AVAILABLE, REFITS '
                  'NOT CHECKED'
           END-IF.

       CLOSE-OPTIONAL-FILES.
           IF WS-OPL-AVAILABLE = 'y'
               CLOSE OPERATION-LINKS
           END-IF.
           IF WS-TF-AVAILABLE = 'y'
               CLOSE TASK-FORCE
           END-IF.
           IF WS-DMG-AVAILABLE = 'y'
               CLOSE DAMAGE-STATES
           END-IF.
           IF WS-REFIT-AVAILABLE = 'y'
               CLOSE SHIP-REFITS
           END-IF.

       PLAN-ONE-WAVE.
           ADD 1 TO WS-WAVE-COUNT.
           MOVE 0 TO WS-LIFT-TROOPS.
           MOVE 0 TO WS-LIFT-VEHICLES.
           MOVE 0 TO WS-LIFT-CRAFT.
           MOVE 0 TO WS-HULL-COUNT.
           MOVE 0 TO WS-LOST-COUNT.
           MOVE 0 TO WS-NON-LIFT-COUNT.
           MOVE 0 TO WS-SEEN-COUNT.
           PERFORM PRINT-REPORT-LINE.
           STRING 'WAVE ' LFR-WAVE
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF LFR-TF-COUNT > 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LFR-TF-COUNT
                   MOVE LFR-TF-ID(WS-IDX) TO WS-TF-ID
                   PERFORM LIFT-ONE-FORCE
               END-PERFORM
           ELSE
               PERFORM LIFT-ALL-LINKED-FORCES
           END-IF.
           STRING '  ' WS-HULL-COUNT ' HULL(S) LIFTING, '
              WS-LOST-COUNT ' NOT AVAILABLE, '
              WS-NON-LIFT-COUNT ' WITH NO LIFT'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'N' TO WS-WAVE-SHORT.
           MOVE 'TROOPS' TO WS-ITEM-NAME.
           MOVE LFR-TROOPS TO WS-REQUIRED-DSP.
           MOVE WS-LIFT-TROOPS TO WS-LIFT-DSP.
           COMPUTE WS-BALANCE = WS-LIFT-TROOPS - LFR-TROOPS.
           PERFORM PRINT-BALANCE-LINE.
           MOVE 'VEHICLES' TO WS-ITEM-NAME.
           MOVE LFR-VEHICLES TO WS-REQUIRED-DSP.
           MOVE WS-LIFT-VEHICLES TO WS-LIFT-DSP.
           COMPUTE WS-BALANCE = WS-LIFT-VEHICLES - LFR-VEHICLES.
           PERFORM PRINT-BALANCE-LINE.
           MOVE 'CRAFT' TO WS-ITEM-NAME.
           MOVE LFR-CRAFT TO WS-REQUIRED-DSP.
           MOVE WS-LIFT-CRAFT TO WS-LIFT-DSP.
           COMPUTE WS-BALANCE = WS-LIFT-CRAFT - LFR-CRAFT.
           PERFORM PRINT-BALANCE-LINE.
           IF WS-WAVE-SHORT = 'Y'
               ADD 1 TO WS-SHORT-WAVE-COUNT
           END-IF.

       PRINT-BALANCE-LINE.
           IF WS-BALANCE < 0
               MOVE 'SHORTFALL' TO WS-BALANCE-WORD
               MOVE 'Y' TO WS-WAVE-SHORT
           ELSE
               MOVE 'SURPLUS' TO WS-BALANCE-WORD
           END-IF.
           MOVE WS-BALANCE TO WS-BALANCE-DSP.
           STRING '  ' WS-ITEM-NAME ' REQUIRED ' WS-REQUIRED-DSP
              '  LIFT ' WS-LIFT-DSP '  ' WS-BALANCE-WORD ' '
              WS-BALANCE-DSP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Every force linked to the operation, browsed from the
      *operation and the force kind on the link key
       LIFT-ALL-LINKED-FORCES.
           IF WS-OPL-AVAILABLE = 'y'
               MOVE WS-OPERATION TO OPL-OPERATION
               MOVE 'T' TO OPL-KIND
               MOVE LOW-VALUES TO OPL-ITEM-ID
               MOVE LOW-VALUES TO OPL-OFFSET-SIGN
               MOVE 0 TO OPL-OFFSET-DAYS
               MOVE 'N' TO WS-OPL-EOF
               START OPERATION-LINKS KEY >= OPL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OPL-EOF
               END-START
               PERFORM UNTIL WS-OPL-EOF = 'Y'
                   READ OPERATION-LINKS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OPL-EOF
                       NOT AT END
                           IF OPL-OPERATION NOT = WS-OPERATION
                              OR OPL-KIND NOT = 'T'
                               MOVE 'Y' TO WS-OPL-EOF
                           ELSE
                               MOVE OPL-ITEM-ID TO WS-TF-ID
                               PERFORM LIFT-ONE-FORCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LIFT-ONE-FORCE.
           MOVE SPACES TO TF-NAME.
           IF WS-TF-AVAILABLE = 'y'
               MOVE WS-TF-ID TO TF-ID
               READ TASK-FORCE RECORD KEY TF-ID
               INVALID KEY
                   MOVE 'NOT ON TSKFRC' TO TF-NAME
               END-READ
           END-IF.
           STRING '  FORCE ' WS-TF-ID ' ' TF-NAME
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-TF-ID TO TFM-TF-ID.
           MOVE LOW-VALUES TO TFM-MEMBER-UID.
           MOVE 'N' TO WS-TFM-EOF.
           START TASK-FORCE-MEMBERS KEY >= TFM-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TFM-EOF
           END-START.
           PERFORM UNTIL WS-TFM-EOF = 'Y'
               READ TASK-FORCE-MEMBERS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TFM-EOF
                   NOT AT END
                       IF TFM-TF-ID NOT = WS-TF-ID
                           MOVE 'Y' TO WS-TFM-EOF
                       ELSE
                           MOVE TFM-MEMBER-UID TO WS-HULL-UID
                           PERFORM LIFT-ONE-HULL
                       END-IF
               END-READ
           END-PERFORM.

      *A hull lifts by her class; one whose class lifts nothing is
      *an escort or the like and is only counted
       LIFT-ONE-HULL.
           MOVE 'N' TO WS-ALREADY-SEEN.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-UID(WS-SEEN-IDX) = WS-HULL-UID
                   MOVE 'Y' TO WS-ALREADY-SEEN
               END-IF
           END-PERFORM.
           IF WS-ALREADY-SEEN = 'N'
               IF WS-SEEN-COUNT < 300
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE WS-HULL-UID TO WS-SEEN-UID(WS-SEEN-COUNT)
               END-IF
               MOVE WS-HULL-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   STRING '    ' WS-HULL-UID ' NOT ON ALLSHPS'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               NOT INVALID KEY
                   MOVE SHIP-CLASS TO LFC-CLASS-NAME
                   READ LIFT-CAPACITY RECORD KEY LFC-CLASS-NAME
                   INVALID KEY
                       ADD 1 TO WS-NON-LIFT-COUNT
                   NOT INVALID KEY
                       PERFORM COUNT-HULL-LIFT
                   END-READ
               END-READ
           END-IF.

       COUNT-HULL-LIFT.
           MOVE SPACES TO WS-UNAVAILABLE-REASON.
           IF SHIP-STATUS NOT = 'Operational'
               STRING 'STATUS ' SHIP-STATUS
                  DELIMITED BY SIZE INTO WS-UNAVAILABLE-REASON
               END-STRING
           ELSE
               PERFORM CHECK-OPEN-REFIT
               IF WS-REFIT-TO NOT = SPACES
                   STRING 'IN REFIT TO ' WS-REFIT-TO
                      DELIMITED BY SIZE INTO WS-UNAVAILABLE-REASON
                   END-STRING
               ELSE
                   PERFORM CHECK-OPEN-DAMAGE
                   IF WS-DAMAGE-OPEN = 'Y'
                       STRING 'OPEN DAMAGE OF ' WS-LATEST-DMG-DATE
                          DELIMITED BY SIZE
                          INTO WS-UNAVAILABLE-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           IF WS-UNAVAILABLE-REASON = SPACES
               ADD 1 TO WS-HULL-COUNT
               ADD LFC-TROOPS TO WS-LIFT-TROOPS
               ADD LFC-VEHICLES TO WS-LIFT-VEHICLES
               ADD LFC-CRAFT TO WS-LIFT-CRAFT
               STRING '    ' WS-HULL-UID ' ' SHIP-NAME ' TROOPS '
                  LFC-TROOPS ' VEHICLES ' LFC-VEHICLES ' CRAFT '
                  LFC-CRAFT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-LOST-COUNT
               STRING '    ' WS-HULL-UID ' ' SHIP-NAME
                  ' NOT AVAILABLE: ' WS-UNAVAILABLE-REASON
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *A refit is open on the landing day when its yard window
      *covers that day
       CHECK-OPEN-REFIT.
           MOVE SPACES TO WS-REFIT-TO.
           IF WS-REFIT-AVAILABLE = 'y'
               MOVE WS-HULL-UID TO REFIT-UID
               MOVE SPACES TO REFIT-START-DATE
               MOVE 'N' TO WS-SUB-EOF
               START SHIP-REFITS KEY >= REFIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ SHIP-REFITS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           IF REFIT-UID NOT = WS-HULL-UID
                               MOVE 'Y' TO WS-SUB-EOF
                           ELSE
                               IF REFIT-START-DATE <= WS-LANDING-DATE
                                  AND REFIT-EXPECTED-COMPLETION
                                     >= WS-LANDING-DATE
                                   MOVE REFIT-EXPECTED-COMPLETION
                                      TO WS-REFIT-TO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Damage is open while the hull's newest state still shows
      *flooded compartments or pumps out of action
       CHECK-OPEN-DAMAGE.
           MOVE 'N' TO WS-DAMAGE-OPEN.
           IF WS-DMG-AVAILABLE = 'y'
               MOVE WS-HULL-UID TO DMG-UID
               MOVE SPACES TO DMG-DATE
               MOVE '00000000' TO WS-LATEST-DMG-DATE
               MOVE 'N' TO WS-SUB-EOF
               START DAMAGE-STATES KEY >= DMG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM UNTIL WS-SUB-EOF = 'Y'
                   READ DAMAGE-STATES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SUB-EOF
                       NOT AT END
                           IF DMG-UID NOT = WS-HULL-UID
                               MOVE 'Y' TO WS-SUB-EOF
                           ELSE
                               IF DMG-DATE >= WS-LATEST-DMG-DATE
                                   MOVE DMG-DATE
                                      TO WS-LATEST-DMG-DATE
                                   IF DMG-COMPARTMENTS-FLOODED > 0
                                      OR DMG-PUMPS-OUT > 0
                                       MOVE 'Y' TO WS-DAMAGE-OPEN
                                   ELSE
                                       MOVE 'N' TO WS-DAMAGE-OPEN
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'AMPHIBIOUS LIFT PLAN BY WAVE' TO WS-RPT-LINE.
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
           MOVE 'PLANNING STAFF' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
