      *authority, validated against THFLXDT and FRMNMDT the same way
      *ADDSH validates an immediate change. The nightly ORDAPPLY job
      *applies orders whose date has arrived; the registry holds a
      *future truth without falsifying the present one. An order
      *that moves a ship is checked through CHKLEAVE for her men on
      *leave on the effective date, and the operator is warned when
      *too many are ashore to sail her, so the recall (LEAVRCL) can
      *go out with the order. A moved ship that is a TSKFRCM member
      *of a force on SAILSCH sailing on or after the effective date
      *has that sailing's ports, and the squares of its route
      *waypoints on SAILWPT on the days it is to pass them, put
      *through CHKSUBP, and the operator is warned when the force
      *will cross one of our own submarines' patrol boxes (SUBPTRL)
      *in the sailing window.
      *An order into a theatre with a live MINEFLD field on the
      *effective date has the ship's degaussing certificate put
      *through CHKDG, and the operator is warned when she has none,
      *or her last ranging failed, or it will have lapsed by then.
      *The effective date is held as the GMT date: the moment the
      *order takes effect is keyed with its zone letter and put
      *through CNVZONE, and the entry date is stamped as GMT
      *(GETGMT), the same clock ORDAPPLY applies orders by.
      *An order may name the port the ship is sent to and the date
      *she is to arrive; a destination flagged neutral on PORTMSTR
      *is put through CHKNEUT, and the order is refused unless a
      *NEUTCLR visit clearance for her covers that arrival.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DSP-FILE-STATUS.
      *Sailings and their members, browsed to find the forces the
      *ordered ship sails with, and the ports' grid squares
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TFM-KEY
           FILE STATUS IS WS-TFM-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
           SELECT SAILING-WAYPOINTS ASSIGN TO SAILWPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WPT-KEY
           FILE STATUS IS WS-WPT-FILE-STATUS.
      *The minefield register, read through for a live field in the
      *ordered theatre before the certificate is looked at
           SELECT MINEFIELDS ASSIGN TO MINEFLD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MNF-ID
           FILE STATUS IS WS-MNF-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05 ORD-ENTERED-DATE PIC X(8).
      *P = pending, A = applied by ORDAPPLY
           05 ORD-STATE PIC X(1).
      *Port the order sends her to and the date she is to arrive
      *there; spaces when the order names no port
           05 ORD-DESTINATION PIC X(25).
           05 ORD-ARRIVAL-DATE PIC X(8).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  THEATRE-FLEET-XREF.
           05 DSP-ACK-STATE PIC X(1).
           05 DSP-ACK-DATE PIC X(8).
           05 DSP-ACK-BY PIC X(25).
       FD  SAILING-SCHEDULE.
       01 SAILING-SCHEDULE-RECORD.
           05 SCH-TF-ID PIC X(8).
           05 SCH-DEP-PORT PIC X(25).
           05 SCH-DEP-DATE PIC X(8).
           05 SCH-DESTINATION PIC X(25).
           05 SCH-ETA PIC X(8).
       FD  TASK-FORCE-MEMBERS.
       COPY TSKFRCM.
       FD  PORT-MASTER.
       01 PORT-MASTER-RECORD.
           05 PRT-NAME PIC X(25).
           05 PRT-THEATRE PIC X(20).
           05 PRT-BERTHS PIC 9(3).
           05 PRT-DOCKS PIC 9(3).
      *Grade of bunker fuel the port can issue: FO = fuel oil,
      *COAL = coal, BOTH = both; spaces on old records mean FO
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
       FD  SAILING-WAYPOINTS.
       COPY WPTREC.
       FD  MINEFIELDS.
       01 MINEFIELD-RECORD.
           05 MNF-ID PIC X(10).
           05 MNF-LOCATION PIC X(25).
           05 MNF-THEATRE PIC X(20).
           05 MNF-LAID-DATE PIC X(8).
      *Spaces while the field is live
           05 MNF-CLEARED-DATE PIC X(8).
           05 MNF-OWNERSHIP PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-FRM-AVAILABLE PIC X VALUE 'n'.
       01 WS-DSP-FILE-STATUS PIC XX.
       01 WS-DSP-AVAILABLE PIC X VALUE 'n'.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-TFM-FILE-STATUS PIC XX.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-PATROL-CHECK-AVAILABLE PIC X VALUE 'n'.
       01 WS-SCH-EOF PIC X.
       01 WS-WPT-FILE-STATUS PIC XX.
       01 WS-WPT-AVAILABLE PIC X VALUE 'n'.
       01 WS-WPT-EOF PIC X.
       01 WS-VALID-STATUS PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-ORDER.
           05 WS-KEY.
                10 WS-UID PIC X(12).
           05 WS-AUTHORITY PIC X(25).
           05 WS-ENTERED-DATE PIC X(8).
           05 WS-STATE PIC X(1).
           05 WS-DESTINATION PIC X(25).
           05 WS-ARRIVAL-DATE PIC X(8).
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Common time-zone plumbing; see CNVZONE
       01 WS-CNV-DIRECTION PIC X(1).
       01 WS-CNV-DATE PIC X(8).
       01 WS-CNV-ZONED-TIME.
           05 WS-CNV-TIME PIC X(4).
           05 WS-CNV-ZONE PIC X(1).
       01 WS-CNV-RESULT PIC X(1).
      *Operator data-scope plumbing; see CHKOPER's SCOPE function
       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-SCOPE-RESULT PIC X(1).
       01 WS-SCOPE-REQUEST.
           05 WS-SCOPE-UID PIC X(12).
           05 WS-SCOPE-NAVY PIC X(4).
           05 WS-SCOPE-THEATRE PIC X(20).
      *Common leave-state plumbing; see CHKLEAVE
       01 WS-LVE-RESULT PIC X(1).
       01 WS-LVE-BORNE PIC 9(4).
       01 WS-LVE-ON-LEAVE PIC 9(4).
      *Common friendly-submarine plumbing; see CHKSUBP
       01 WS-SBP-PORT PIC X(25).
       01 WS-SBP-SQUARE PIC X(6).
       01 WS-SBP-FROM-DATE PIC X(8).
       01 WS-SBP-TO-DATE PIC X(8).
       01 WS-SBP-RESULT PIC X(1).
       01 WS-SBP-SUB-UID PIC X(12).
       01 WS-SBP-STATION-FROM PIC X(8).
       01 WS-SBP-STATION-TO PIC X(8).
       01 WS-MNF-FILE-STATUS PIC XX.
       01 WS-MNF-EOF PIC X.
       01 WS-LIVE-FIELD-ID PIC X(10).
      *Common degaussing-certificate plumbing; see CHKDG
       01 WS-DG-RESULT PIC X(1).
       01 WS-DG-RANGED-DATE PIC X(8).
       01 WS-DG-RANGE-STATION PIC X(25).
       01 WS-DG-EXPIRY-DATE PIC X(8).
      *Common neutral-port clearance plumbing; see CHKNEUT
       01 WS-NCL-RESULT PIC X(1) VALUE 'N'.
       01 WS-NCL-REFERENCE PIC X(15).
       01 WS-NCL-MAX-STAY-HOURS PIC 9(3).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
      *Identifies the operator for the data-scope check: an order
      *may only be cut for a hull, and into a theatre, they hold
           DISPLAY 'Enter operator ID, 12 chars: '.
           ACCEPT WS-OPERATOR-ID.
           OPEN I-O MOVEMENT-ORDERS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
               DISPLAY 'WARNING: ORDDSP NOT AVAILABLE, DISPATCH '
                  'NOT RECORDED, STATUS ' WS-DSP-FILE-STATUS
           END-IF.
      *The patrol-box check needs all three; without any one of
      *them it is skipped with a warning
           OPEN INPUT SAILING-SCHEDULE.
           OPEN INPUT TASK-FORCE-MEMBERS.
           OPEN INPUT PORT-MASTER.
           IF (WS-SCH-FILE-STATUS = '00' OR WS-SCH-FILE-STATUS = '97')
              AND (WS-TFM-FILE-STATUS = '00'
                 OR WS-TFM-FILE-STATUS = '97')
              AND (WS-PRT-FILE-STATUS = '00'
                 OR WS-PRT-FILE-STATUS = '97')
               MOVE 'y' TO WS-PATROL-CHECK-AVAILABLE
           ELSE
               DISPLAY 'WARNING: SAILSCH/TSKFRCM/PORTMDT NOT '
                  'AVAILABLE, PATROL AREAS NOT CHECKED'
           END-IF.
      *Without the waypoints only the two ports are checked
           OPEN INPUT SAILING-WAYPOINTS.
           IF WS-WPT-FILE-STATUS = '00' OR WS-WPT-FILE-STATUS = '97'
               MOVE 'y' TO WS-WPT-AVAILABLE
           END-IF.
           PERFORM ADD-OR-UPDATE-ORDER.
           CLOSE MOVEMENT-ORDERS.
           IF WS-SHIP-AVAILABLE = 'y'
           IF WS-DSP-AVAILABLE = 'y'
               CLOSE ORDER-DISPATCH
           END-IF.
           IF WS-SCH-FILE-STATUS = '00' OR WS-SCH-FILE-STATUS = '97'
               CLOSE SAILING-SCHEDULE
           END-IF.
           IF WS-TFM-FILE-STATUS = '00' OR WS-TFM-FILE-STATUS = '97'
               CLOSE TASK-FORCE-MEMBERS
           END-IF.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               CLOSE PORT-MASTER
           END-IF.
           IF WS-WPT-AVAILABLE = 'y'
               CLOSE SAILING-WAYPOINTS
           END-IF.
           GOBACK.

       ADD-OR-UPDATE-ORDER.
           PERFORM LOAD-ORDER.
           PERFORM CHECK-NEUTRAL-CLEARANCE.
           IF WS-SCOPE-RESULT = 'N' OR WS-NCL-RESULT = 'X'
               DISPLAY 'ORDER REFUSED, NOT RECORDED'
           ELSE
               PERFORM CHECK-LEAVE-STATE
               PERFORM CHECK-PATROL-AREAS
               PERFORM CHECK-DEGAUSSING
               MOVE WS-ORDER TO MOVEMENT-ORDER-RECORD
               WRITE MOVEMENT-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
                   REWRITE MOVEMENT-ORDER-RECORD
               END-WRITE
               IF WS-FILE-STATUS = '00'
                   DISPLAY 'ORDER RECORDED, EFFECTIVE '
                      WS-EFFECTIVE-DATE
                   PERFORM WRITE-DISPATCH-RECORD
               ELSE
                   DISPLAY 'ERROR: UPDATE FAILED WITH STATUS'
                      WS-FILE-STATUS
               END-IF
           END-IF.

      *Not a warning: a ship sent into a neutral port without a
      *clearance risks internment, so the order is refused outright
       CHECK-NEUTRAL-CLEARANCE.
           MOVE 'N' TO WS-NCL-RESULT.
           IF WS-DESTINATION NOT = SPACES
               CALL 'CHKNEUT' USING WS-UID, WS-DESTINATION,
                  WS-ARRIVAL-DATE, WS-NCL-RESULT, WS-NCL-REFERENCE,
                  WS-NCL-MAX-STAY-HOURS
               EVALUATE WS-NCL-RESULT
                   WHEN 'X'
                       DISPLAY 'NO VISIT CLEARANCE FOR ' WS-UID
                          ' AT NEUTRAL PORT ' WS-DESTINATION ' ON '
                          WS-ARRIVAL-DATE
                   WHEN 'Y'
                       DISPLAY 'CLEARED UNDER ' WS-NCL-REFERENCE
                          ', STAY LIMIT ' WS-NCL-MAX-STAY-HOURS
                          ' HOURS'
                   WHEN 'U'
                       DISPLAY 'WARNING: NEUTCLR NOT AVAILABLE, '
                          'NEUTRAL-PORT CLEARANCE NOT CHECKED'
               END-EVALUATE
           END-IF.

      *A warning only: the order stands, but whoever issues it is
      *told the ship cannot sail on it without a recall. A pure
      *status order to a non-sailing state moves nobody
       CHECK-LEAVE-STATE.
           IF WS-NEW-FLEET NOT = SPACES
              OR WS-NEW-THEATRE NOT = SPACES
              OR WS-NEW-FORMATION NOT = SPACES
              OR WS-NEW-STATUS = 'Operational'
               CALL 'CHKLEAVE' USING WS-UID, WS-EFFECTIVE-DATE,
                  WS-LVE-RESULT, WS-LVE-BORNE, WS-LVE-ON-LEAVE
               IF WS-LVE-RESULT = 'Y'
                   DISPLAY 'WARNING: ' WS-LVE-ON-LEAVE ' OF '
                      WS-LVE-BORNE ' MEN ON LEAVE ON '
                      WS-EFFECTIVE-DATE ', RECALL THROUGH LEAVRCL'
               END-IF
           END-IF.

      *A warning only, like the leave check: every sailing still to
      *come on or after the effective date whose force has the
      *ship as a member is checked at both ends, over the part of
      *its window from the effective date on, and at every waypoint
      *it is to pass on or after that date
       CHECK-PATROL-AREAS.
           IF WS-PATROL-CHECK-AVAILABLE = 'y'
              AND (WS-NEW-FLEET NOT = SPACES
                 OR WS-NEW-THEATRE NOT = SPACES
                 OR WS-NEW-FORMATION NOT = SPACES
                 OR WS-NEW-STATUS = 'Operational')
               MOVE 'N' TO WS-SCH-EOF
               PERFORM UNTIL WS-SCH-EOF = 'Y'
                   READ SAILING-SCHEDULE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCH-EOF
                       NOT AT END
                           IF SCH-ETA >= WS-EFFECTIVE-DATE
                               PERFORM CHECK-SAILING-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-SAILING-MEMBER.
           MOVE SCH-TF-ID TO TFM-TF-ID.
           MOVE WS-UID TO TFM-MEMBER-UID.
           READ TASK-FORCE-MEMBERS RECORD KEY TFM-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SCH-DEP-PORT TO WS-SBP-PORT
               PERFORM CHECK-PORT-PATROLS
               MOVE SCH-DESTINATION TO WS-SBP-PORT
               PERFORM CHECK-PORT-PATROLS
               IF WS-WPT-AVAILABLE = 'y'
                   PERFORM CHECK-ROUTE-PATROLS
               END-IF
           END-READ.

       CHECK-PORT-PATROLS.
           MOVE SPACES TO WS-SBP-SQUARE.
           MOVE WS-SBP-PORT TO PRT-NAME.
           READ PORT-MASTER RECORD KEY PRT-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PRT-GRID-SQUARE TO WS-SBP-SQUARE
           END-READ.
           MOVE SCH-DEP-DATE TO WS-SBP-FROM-DATE.
           IF WS-SBP-FROM-DATE < WS-EFFECTIVE-DATE
               MOVE WS-EFFECTIVE-DATE TO WS-SBP-FROM-DATE
           END-IF.
           MOVE SCH-ETA TO WS-SBP-TO-DATE.
           PERFORM CHECK-SQUARE-PATROLS.

      *The sailing's waypoints on SAILWPT, each square on the one
      *day the force is planned to pass it
       CHECK-ROUTE-PATROLS.
           MOVE SCH-TF-ID TO WPT-TF-ID.
           MOVE 0 TO WPT-SEQ.
           MOVE 'N' TO WS-WPT-EOF.
           START SAILING-WAYPOINTS KEY >= WPT-KEY
           INVALID KEY
               MOVE 'Y' TO WS-WPT-EOF
           END-START.
           PERFORM UNTIL WS-WPT-EOF = 'Y'
               READ SAILING-WAYPOINTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WPT-EOF
                   NOT AT END
                       IF WPT-TF-ID NOT = SCH-TF-ID
                           MOVE 'Y' TO WS-WPT-EOF
                       ELSE
                           IF WPT-PLANNED-DATE >= WS-EFFECTIVE-DATE
                               PERFORM CHECK-WAYPOINT-PATROLS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-WAYPOINT-PATROLS.
           MOVE SPACES TO WS-SBP-PORT.
           STRING 'WAYPOINT ' WPT-SEQ
              DELIMITED BY SIZE INTO WS-SBP-PORT.
           MOVE WPT-GRID-SQUARE TO WS-SBP-SQUARE.
           MOVE WPT-PLANNED-DATE TO WS-SBP-FROM-DATE.
           MOVE WPT-PLANNED-DATE TO WS-SBP-TO-DATE.
           PERFORM CHECK-SQUARE-PATROLS.

       CHECK-SQUARE-PATROLS.
           IF WS-SBP-SQUARE NOT = SPACES
               CALL 'CHKSUBP' USING WS-SBP-SQUARE, WS-SBP-FROM-DATE,
                  WS-SBP-TO-DATE, WS-SBP-RESULT, WS-SBP-SUB-UID,
                  WS-SBP-STATION-FROM, WS-SBP-STATION-TO
               EVALUATE WS-SBP-RESULT
                   WHEN 'Y'
                       DISPLAY 'WARNING: ' SCH-TF-ID ' SAILS THROUGH '
                          WS-SBP-SQUARE ' (' WS-SBP-PORT ') WHERE '
                          'FRIENDLY SUBMARINE ' WS-SBP-SUB-UID
                          ' IS ON PATROL ' WS-SBP-STATION-FROM
                          '-' WS-SBP-STATION-TO
                   WHEN 'T'
                       DISPLAY 'WARNING: ' SCH-TF-ID ' SAILS THROUGH '
                          WS-SBP-SQUARE ' (' WS-SBP-PORT ') WHILE '
                          'FRIENDLY SUBMARINE ' WS-SBP-SUB-UID
                          ' IS ON PASSAGE'
                   WHEN 'U'
                       DISPLAY 'WARNING: SUBPTRL NOT AVAILABLE, '
                          'PATROL AREAS NOT CHECKED'
               END-EVALUATE
           END-IF.

      *A warning only, like the leave check: an order that sends
      *the ship into a new theatre is looked at only when a field
      *there is still live on the effective date, and then her
      *certificate must hold on that date
       CHECK-DEGAUSSING.
           IF WS-NEW-THEATRE NOT = SPACES
               MOVE SPACES TO WS-LIVE-FIELD-ID
               OPEN INPUT MINEFIELDS
               IF WS-MNF-FILE-STATUS = '00'
                  OR WS-MNF-FILE-STATUS = '97'
                   MOVE 'N' TO WS-MNF-EOF
                   PERFORM UNTIL WS-MNF-EOF = 'Y'
                       READ MINEFIELDS NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-MNF-EOF
                           NOT AT END
                               PERFORM CHECK-ONE-MINEFIELD
                       END-READ
                   END-PERFORM
                   CLOSE MINEFIELDS
               ELSE
                   DISPLAY 'WARNING: MINEFLD NOT AVAILABLE, '
                      'DEGAUSSING NOT CHECKED'
               END-IF
               IF WS-LIVE-FIELD-ID NOT = SPACES
                   PERFORM CHECK-CERTIFICATE
               END-IF
           END-IF.

       CHECK-ONE-MINEFIELD.
           IF MNF-THEATRE = WS-NEW-THEATRE
              AND (MNF-CLEARED-DATE = SPACES
                 OR MNF-CLEARED-DATE > WS-EFFECTIVE-DATE)
               MOVE MNF-ID TO WS-LIVE-FIELD-ID
               MOVE 'Y' TO WS-MNF-EOF
           END-IF.

       CHECK-CERTIFICATE.
           CALL 'CHKDG' USING WS-UID, WS-EFFECTIVE-DATE,
              WS-DG-RESULT, WS-DG-RANGED-DATE, WS-DG-RANGE-STATION,
              WS-DG-EXPIRY-DATE.
           EVALUATE WS-DG-RESULT
               WHEN 'N'
                   DISPLAY 'WARNING: NO DEGAUSSING CERTIFICATE ON '
                      'DGREG, ' WS-NEW-THEATRE ' HAS LIVE FIELD '
                      WS-LIVE-FIELD-ID
               WHEN 'F'
                   DISPLAY 'WARNING: FAILED DEGAUSSING RANGING '
                      WS-DG-RANGED-DATE ', ' WS-NEW-THEATRE
                      ' HAS LIVE FIELD ' WS-LIVE-FIELD-ID
               WHEN 'L'
                   DISPLAY 'WARNING: DEGAUSSING CERTIFICATE EXPIRES '
                      WS-DG-EXPIRY-DATE ', ' WS-NEW-THEATRE
                      ' HAS LIVE FIELD ' WS-LIVE-FIELD-ID
               WHEN 'U'
                   DISPLAY 'WARNING: DGREG NOT AVAILABLE, '
                      'DEGAUSSING NOT CHECKED'
           END-EVALUATE.

      *The dispatch row opens unconfirmed; a re-entered order resets
      *its row to unconfirmed, since the amended signal must be
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-EFFECTIVE-DATE.
           DISPLAY 'Enter effective time and zone letter, HHMMZ: '.
           ACCEPT WS-CNV-ZONED-TIME.
           MOVE WS-EFFECTIVE-DATE TO WS-CNV-DATE.
           PERFORM CHECK-ZONED-TIME.
           MOVE WS-CNV-DATE TO WS-EFFECTIVE-DATE.
           DISPLAY 'EFFECTIVE GMT DATE ' WS-EFFECTIVE-DATE.
           DISPLAY 'Ordered changes; spaces leave a field as it is.'.
           DISPLAY 'Enter new status, 11 chars or spaces: '.
           MOVE 'n' TO WS-VALID-STATUS.
                   WHEN 'Repairing'
                   WHEN 'Refitting'
                   WHEN 'Resupplying'
                   WHEN 'Reserve'
                   WHEN 'Sunk'
                   WHEN 'Scrapped'
                   WHEN 'Missing'
           DISPLAY 'Enter new theatre, 20 chars or spaces: '.
           ACCEPT WS-NEW-THEATRE.
           PERFORM CHECK-THEATRE-FLEET.
           PERFORM CHECK-ORDERED-THEATRE-SCOPE.
           DISPLAY 'Enter new formation, 25 chars or spaces: '.
           ACCEPT WS-NEW-FORMATION.
           PERFORM CHECK-FORMATION-CODE.
           DISPLAY 'Enter destination port, 25 chars or spaces: '.
           ACCEPT WS-DESTINATION.
           MOVE SPACES TO WS-ARRIVAL-DATE.
           IF WS-DESTINATION NOT = SPACES
               PERFORM CHECK-DESTINATION-PORT
               DISPLAY 'Enter arrival date, CCYYMMDD: '
               ACCEPT WS-ARRIVAL-DATE
               MOVE WS-ARRIVAL-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-FIELD
               MOVE WS-CHK-DATE TO WS-ARRIVAL-DATE
               PERFORM UNTIL WS-ARRIVAL-DATE >= WS-EFFECTIVE-DATE
                   DISPLAY 'ARRIVAL BEFORE THE EFFECTIVE DATE, '
                      'RE-ENTER CCYYMMDD: '
                   ACCEPT WS-ARRIVAL-DATE
                   MOVE WS-ARRIVAL-DATE TO WS-CHK-DATE
                   PERFORM CHECK-DATE-FIELD
                   MOVE WS-CHK-DATE TO WS-ARRIVAL-DATE
               END-PERFORM
           END-IF.
           DISPLAY 'Enter ordering authority, 25 chars: '.
           ACCEPT WS-AUTHORITY.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO WS-ENTERED-DATE.
           MOVE 'P' TO WS-STATE.

      *Re-prompts through the shared CNVZONE subprogram until the
      *time and zone letter are real ones, leaving WS-CNV-DATE and
      *WS-CNV-TIME moved onto GMT
       CHECK-ZONED-TIME.
           MOVE 'G' TO WS-CNV-DIRECTION.
           CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-CNV-ZONE,
              WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT.
           PERFORM UNTIL WS-CNV-RESULT = 'Y'
               DISPLAY 'INVALID TIME OR ZONE ' WS-CNV-ZONED-TIME
                  ', RE-ENTER HHMMZ: '
               ACCEPT WS-CNV-ZONED-TIME
               CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-CNV-ZONE,
                  WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT
           END-PERFORM.

      *Same consistency cross-check ADDSH makes on an immediate
      *change: an ordered fleet must belong to the ordered (or
      *current) theatre
               END-IF
           END-IF.

       CHECK-DESTINATION-PORT.
           IF WS-PRT-FILE-STATUS = '00' OR WS-PRT-FILE-STATUS = '97'
               MOVE '99' TO WS-PRT-FILE-STATUS
               PERFORM UNTIL WS-PRT-FILE-STATUS = '00'
                   MOVE WS-DESTINATION TO PRT-NAME
                   READ PORT-MASTER RECORD KEY PRT-NAME
                   IF WS-PRT-FILE-STATUS NOT = '00'
                       DISPLAY 'UNRECOGNIZED PORT ' WS-DESTINATION
                       DISPLAY 'Enter destination port, 25 chars: '
                       ACCEPT WS-DESTINATION
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-FORMATION-CODE.
           IF WS-FRM-AVAILABLE = 'y' AND WS-NEW-FORMATION NOT = SPACES
               MOVE '99' TO WS-FRM-FILE-STATUS
               END-PERFORM
           END-IF.

      *Only a hull on file and inside the operator's data scope is
      *taken; anything else is re-prompted for
       CHECK-SHIP-UID.
           MOVE 'U' TO WS-SCOPE-RESULT.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS = '00'
                       MOVE UID TO WS-SCOPE-UID
                       MOVE SHIP-NAVY TO WS-SCOPE-NAVY
                       MOVE SHIP-THEATRE TO WS-SCOPE-THEATRE
                       PERFORM ASK-HULL-SCOPE
                       IF WS-SCOPE-RESULT = 'N'
                           MOVE '99' TO WS-SHIP-FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                   END-IF
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'Enter ship UID, 12 chars: '
                       ACCEPT WS-UID
                   ELSE
               END-PERFORM
           END-IF.

      *An order moving the hull into a theatre outside the
      *operator's scope is refused as a whole
       CHECK-ORDERED-THEATRE-SCOPE.
           IF WS-SHIP-AVAILABLE = 'y' AND WS-NEW-THEATRE NOT = SPACES
               MOVE WS-UID TO WS-SCOPE-UID
               MOVE SHIP-NAVY TO WS-SCOPE-NAVY
               MOVE WS-NEW-THEATRE TO WS-SCOPE-THEATRE
               PERFORM ASK-HULL-SCOPE
           END-IF.

       CHECK-DATE-FIELD.
           CALL 'CHKDATE' USING WS-CHK-DATE, WS-CHK-ALLOW-FUTURE,
              WS-CHK-DATE-RESULT.
               CALL 'CHKDATE' USING WS-CHK-DATE,
                  WS-CHK-ALLOW-FUTURE, WS-CHK-DATE-RESULT
           END-PERFORM.

      *Asks CHKOPER whether the operator's data scope covers the
      *hull in WS-SCOPE-REQUEST; a refusal is logged on SIGNLOG
       ASK-HULL-SCOPE.
           MOVE 'SCOPE' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OPERATOR-ID,
              WS-SCOPE-RESULT, WS-SCOPE-REQUEST.
           IF WS-SCOPE-RESULT = 'N'
               DISPLAY 'HULL ' WS-SCOPE-UID ' (' WS-SCOPE-NAVY ' '
                  WS-SCOPE-THEATRE ') IS OUTSIDE THE DATA SCOPE OF '
                  'OPERATOR ' WS-OPERATOR-ID
           END-IF.
