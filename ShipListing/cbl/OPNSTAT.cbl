      *This program prints the operation status report: for one
      *operation on the OPNPLAN master, or every operation when the
      *name is left blank, each phase in turn with the orders,
      *sailings and task forces linked to it on OPNLNK. An order
      *shows where it stands -- pending (no dispatch on ORDDSP),
      *dispatched, acknowledged by the ship (ORDACK), or applied to
      *the registry (ORDAPPLY) -- a sailing whether it is still to
      *sail, at sea or arrived, and a force its name and size. Each
      *phase closes with its order counts. An item whose date no
      *longer matches its D+n, because OPNSLIP had to leave it
      *behind when D-day moved, is marked OFF PLAN.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OPNSTAT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATION-PLANS ASSIGN TO OPNPLN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPN-NAME
           FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATION-LINKS ASSIGN TO OPNLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPL-KEY
           FILE STATUS IS WS-OPL-FILE-STATUS.
           SELECT MOVEMENT-ORDERS ASSIGN TO ORDFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ORD-KEY
           FILE STATUS IS WS-ORD-FILE-STATUS.
           SELECT ORDER-DISPATCH ASSIGN TO ORDDSP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DSP-FILE-STATUS.
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCH-TF-ID
           FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT TASK-FORCE ASSIGN TO TSKFRC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TF-ID
           FILE STATUS IS WS-TF-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OPERATION-PLANS.
       COPY OPNREC.
       FD  OPERATION-LINKS.
       COPY OPLREC.
       FD  MOVEMENT-ORDERS.
       01 MOVEMENT-ORDER-RECORD.
           05 ORD-KEY.
                10 ORD-UID PIC X(12).
                10 ORD-EFFECTIVE-DATE PIC X(8).
      *Spaces in a field means the order leaves it unchanged
           05 ORD-NEW-STATUS PIC X(11).
           05 ORD-NEW-THEATRE PIC X(20).
           05 ORD-NEW-FLEET PIC X(20).
           05 ORD-NEW-FORMATION PIC X(25).
           05 ORD-AUTHORITY PIC X(25).
           05 ORD-ENTERED-DATE PIC X(8).
      *P = pending, A = applied by ORDAPPLY
           05 ORD-STATE PIC X(1).
      *Port the order sends her to and the date she is to arrive
      *there; spaces when the order names no port
           05 ORD-DESTINATION PIC X(25).
           05 ORD-ARRIVAL-DATE PIC X(8).
       FD  ORDER-DISPATCH.
       01 ORDER-DISPATCH-RECORD.
           05 DSP-KEY.
                10 DSP-UID PIC X(12).
                10 DSP-EFFECTIVE-DATE PIC X(8).
           05 DSP-DISPATCHED-DATE PIC X(8).
           05 DSP-DISPATCHED-TIME PIC X(8).
      *D = dispatched, awaiting confirmation; A = acknowledged
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
       FD  TASK-FORCE.
       COPY TSKFRC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-OPL-FILE-STATUS PIC XX.
       01 WS-OPL-AVAILABLE PIC X VALUE 'n'.
       01 WS-ORD-FILE-STATUS PIC XX.
       01 WS-ORD-AVAILABLE PIC X VALUE 'n'.
       01 WS-DSP-FILE-STATUS PIC XX.
       01 WS-DSP-AVAILABLE PIC X VALUE 'n'.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-SCH-AVAILABLE PIC X VALUE 'n'.
       01 WS-TF-FILE-STATUS PIC XX.
       01 WS-TF-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-OPL-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-WANTED-OPERATION PIC X(20).
       01 WS-PHASE-NR PIC 9.
       01 WS-DAY-NR PIC 9(7).
       01 WS-PLAN-DATE PIC 9(8).
       01 WS-ITEM-STATE PIC X(12).
       01 WS-PLAN-FLAG PIC X(9).
       01 WS-OPERATION-COUNT PIC 9(4) VALUE 0.
      *Order counts for the phase being printed
       01 WS-PENDING-COUNT PIC 9(4).
       01 WS-DISPATCHED-COUNT PIC 9(4).
       01 WS-ACKED-COUNT PIC 9(4).
       01 WS-APPLIED-COUNT PIC 9(4).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'OPNSTAT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           DISPLAY 'Enter operation name, 20 chars (blank for all): '.
           ACCEPT WS-WANTED-OPERATION.
           OPEN INPUT OPERATION-PLANS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO OPERATION PLANS ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM OPEN-LINKED-FILES.
           PERFORM OPEN-REPORT.
           IF WS-WANTED-OPERATION = SPACES
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPERATION-PLANS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM REPORT-ONE-OPERATION
                   END-READ
               END-PERFORM
           ELSE
               MOVE WS-WANTED-OPERATION TO OPN-NAME
               READ OPERATION-PLANS RECORD KEY OPN-NAME
               INVALID KEY
                   STRING 'OPERATION ' WS-WANTED-OPERATION
                      ' NOT ON FILE'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               NOT INVALID KEY
                   PERFORM REPORT-ONE-OPERATION
               END-READ
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           STRING 'OPERATIONS REPORTED: ' WS-OPERATION-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           PERFORM CLOSE-LINKED-FILES.
           CLOSE OPERATION-PLANS.
           GOBACK.

       OPEN-LINKED-FILES.
           OPEN INPUT OPERATION-LINKS.
           IF WS-OPL-FILE-STATUS = '00' OR WS-OPL-FILE-STATUS = '97'
               MOVE 'y' TO WS-OPL-AVAILABLE
           ELSE
               DISPLAY 'WARNING: OPNLNK NOT AVAILABLE, NO ITEMS '
                  'LINKED TO ANY OPERATION'
           END-IF.
           OPEN INPUT MOVEMENT-ORDERS.
           IF WS-ORD-FILE-STATUS = '00' OR WS-ORD-FILE-STATUS = '97'
               MOVE 'y' TO WS-ORD-AVAILABLE
           END-IF.
           OPEN INPUT ORDER-DISPATCH.
           IF WS-DSP-FILE-STATUS = '00' OR WS-DSP-FILE-STATUS = '97'
               MOVE 'y' TO WS-DSP-AVAILABLE
           END-IF.
           OPEN INPUT SAILING-SCHEDULE.
           IF WS-SCH-FILE-STATUS = '00' OR WS-SCH-FILE-STATUS = '97'
               MOVE 'y' TO WS-SCH-AVAILABLE
           END-IF.
           OPEN INPUT TASK-FORCE.
           IF WS-TF-FILE-STATUS = '00' OR WS-TF-FILE-STATUS = '97'
               MOVE 'y' TO WS-TF-AVAILABLE
           END-IF.

       CLOSE-LINKED-FILES.
           IF WS-OPL-AVAILABLE = 'y'
               CLOSE OPERATION-LINKS
           END-IF.
           IF WS-ORD-AVAILABLE = 'y'
               CLOSE MOVEMENT-ORDERS
           END-IF.
           IF WS-DSP-AVAILABLE = 'y'
               CLOSE ORDER-DISPATCH
           END-IF.
           IF WS-SCH-AVAILABLE = 'y'
               CLOSE SAILING-SCHEDULE
           END-IF.
           IF WS-TF-AVAILABLE = 'y'
               CLOSE TASK-FORCE
           END-IF.

       REPORT-ONE-OPERATION.
           ADD 1 TO WS-OPERATION-COUNT.
           PERFORM PRINT-REPORT-LINE.
           STRING 'OPERATION ' OPN-NAME ' D-DAY ' OPN-D-DAY
              ' AUTHORITY ' OPN-AUTHORITY
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-PHASE-NR FROM 1 BY 1
               UNTIL WS-PHASE-NR > OPN-PHASE-COUNT
               PERFORM REPORT-ONE-PHASE
           END-PERFORM.

      *The phase's items are picked out of the operation's links,
      *which sit together under its name
       REPORT-ONE-PHASE.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE 0 TO WS-DISPATCHED-COUNT.
           MOVE 0 TO WS-ACKED-COUNT.
           MOVE 0 TO WS-APPLIED-COUNT.
           PERFORM PRINT-REPORT-LINE.
           STRING '  PHASE ' WS-PHASE-NR ' '
              OPN-PHASE-NAME(WS-PHASE-NR) ' OPENS D'
              OPN-PHASE-SIGN(WS-PHASE-NR) OPN-PHASE-DAYS(WS-PHASE-NR)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-OPL-AVAILABLE = 'y'
               MOVE OPN-NAME TO OPL-OPERATION
               MOVE LOW-VALUES TO OPL-KIND
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
                           IF OPL-OPERATION NOT = OPN-NAME
                               MOVE 'Y' TO WS-OPL-EOF
                           ELSE
                               IF OPL-PHASE = WS-PHASE-NR
                                   PERFORM REPORT-ONE-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           STRING '    ORDERS PENDING ' WS-PENDING-COUNT
              ' DISPATCHED ' WS-DISPATCHED-COUNT
              ' ACKNOWLEDGED ' WS-ACKED-COUNT
              ' APPLIED ' WS-APPLIED-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       REPORT-ONE-ITEM.
           COMPUTE WS-DAY-NR =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(OPN-D-DAY)).
           IF OPL-OFFSET-SIGN = '-'
               SUBTRACT OPL-OFFSET-DAYS FROM WS-DAY-NR
           ELSE
               ADD OPL-OFFSET-DAYS TO WS-DAY-NR
           END-IF.
           COMPUTE WS-PLAN-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NR).
           MOVE SPACES TO WS-PLAN-FLAG.
           IF OPL-LINKED-DATE NOT = WS-PLAN-DATE
               MOVE '*OFF PLAN' TO WS-PLAN-FLAG
           END-IF.
           EVALUATE OPL-KIND
               WHEN 'O'
                   PERFORM REPORT-LINKED-ORDER
               WHEN 'S'
                   PERFORM REPORT-LINKED-SAILING
               WHEN OTHER
                   PERFORM REPORT-LINKED-FORCE
           END-EVALUATE.

      *Applied beats acknowledged beats dispatched; an order with no
      *dispatch row has not gone out yet
       REPORT-LINKED-ORDER.
           MOVE 'NOT ON FILE' TO WS-ITEM-STATE.
           IF WS-ORD-AVAILABLE = 'y'
               MOVE OPL-ITEM-ID TO ORD-UID
               MOVE OPL-LINKED-DATE TO ORD-EFFECTIVE-DATE
               READ MOVEMENT-ORDERS RECORD KEY ORD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM RESOLVE-ORDER-STATE
               END-READ
           END-IF.
           STRING '    ORDER   ' OPL-ITEM-ID ' D' OPL-OFFSET-SIGN
              OPL-OFFSET-DAYS ' ' OPL-LINKED-DATE ' '
              WS-ITEM-STATE ' ' WS-PLAN-FLAG
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       RESOLVE-ORDER-STATE.
           IF ORD-STATE = 'A'
               MOVE 'APPLIED' TO WS-ITEM-STATE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE 'PENDING' TO WS-ITEM-STATE
               IF WS-DSP-AVAILABLE = 'y'
                   MOVE ORD-KEY TO DSP-KEY
                   READ ORDER-DISPATCH RECORD KEY DSP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-ACK-STATE = 'A'
                           MOVE 'ACKNOWLEDGED' TO WS-ITEM-STATE
                       ELSE
                           MOVE 'DISPATCHED' TO WS-ITEM-STATE
                       END-IF
                   END-READ
               END-IF
               EVALUATE WS-ITEM-STATE
                   WHEN 'ACKNOWLEDGED'
                       ADD 1 TO WS-ACKED-COUNT
                   WHEN 'DISPATCHED'
                       ADD 1 TO WS-DISPATCHED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-PENDING-COUNT
               END-EVALUATE
           END-IF.

       REPORT-LINKED-SAILING.
           MOVE 'NOT ON FILE' TO WS-ITEM-STATE.
           MOVE SPACES TO SAILING-SCHEDULE-RECORD.
           IF WS-SCH-AVAILABLE = 'y'
               MOVE OPL-ITEM-ID TO SCH-TF-ID
               READ SAILING-SCHEDULE RECORD KEY SCH-TF-ID
               INVALID KEY
                   MOVE SPACES TO SAILING-SCHEDULE-RECORD
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SCH-DEP-DATE > WS-TODAY
                           MOVE 'TO SAIL' TO WS-ITEM-STATE
                       WHEN SCH-ETA >= WS-TODAY
                           MOVE 'AT SEA' TO WS-ITEM-STATE
                       WHEN OTHER
                           MOVE 'ARRIVED' TO WS-ITEM-STATE
                   END-EVALUATE
               END-READ
           END-IF.
           STRING '    SAILING ' OPL-ITEM-ID ' D' OPL-OFFSET-SIGN
              OPL-OFFSET-DAYS ' ' OPL-LINKED-DATE ' '
              WS-ITEM-STATE ' ' WS-PLAN-FLAG
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF SCH-TF-ID NOT = SPACES
               STRING '      ' SCH-DEP-PORT ' TO ' SCH-DESTINATION
                  ' ETA ' SCH-ETA
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       REPORT-LINKED-FORCE.
           MOVE SPACES TO TASK-FORCE-RECORD.
           MOVE 0 TO TF-MEMBER-COUNT.
           IF WS-TF-AVAILABLE = 'y'
               MOVE OPL-ITEM-ID TO TF-ID
               READ TASK-FORCE RECORD KEY TF-ID
               INVALID KEY
                   MOVE 'NOT ON FILE' TO TF-NAME
                   MOVE 0 TO TF-MEMBER-COUNT
               END-READ
           END-IF.
           STRING '    FORCE   ' OPL-ITEM-ID ' D' OPL-OFFSET-SIGN
              OPL-OFFSET-DAYS ' ' TF-NAME ' MEMBERS '
              TF-MEMBER-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'OPERATION STATUS BY PHASE' TO WS-RPT-LINE.
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
