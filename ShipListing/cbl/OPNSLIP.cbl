      *This program moves an operation's D-day and everything linked
      *to it in one controlled run: when D-day slips, every order
      *and sailing the operation holds on OPNLNK is re-dated by the
      *same number of days instead of being re-keyed by hand. It is
      *a bulk change to the orders file, so the operator signs on
      *through CHKOPER for the BULK function and confirms the move
      *before anything is touched. A movement order is re-keyed on
      *ORDFILE under its new effective date, and its ORDDSP dispatch
      *row with it, set back to dispatched-and-awaiting-confirmation
      *because the ship must acknowledge the new date; an order
      *already applied by ORDAPPLY, or one that would land on a day
      *the ship already has an order for, is left where it is and
      *listed. A sailing has its departure and ETA moved together;
      *one that has already sailed is left and listed. A moved
      *sailing's route waypoints on SAILWPT move by the same number of
      *days, so the plot and the waypoint checks follow the new dates.
      *Every record moved, and the D-day itself, is written to the
      *AUDTRL audit trail under one GETCORR correlation identifier.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    OPNSLIP.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATION-PLANS ASSIGN TO OPNPLN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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
           SELECT SAILING-WAYPOINTS ASSIGN TO SAILWPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WPT-KEY
           FILE STATUS IS WS-WPT-FILE-STATUS.
      *Append-only log of who changed what and when, same file
      *ADDSH/BULKLD/BULKSTAT post to
           SELECT AUDIT-TRAIL ASSIGN TO AUDTRL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-FILE-STATUS.
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
       FD  SAILING-WAYPOINTS.
       COPY WPTREC.
       FD  AUDIT-TRAIL.
       01 AUDIT-TRAIL-RECORD.
           05 AUD-UID PIC X(12).
           05 AUD-OPERATOR PIC X(12).
           05 AUD-DATE PIC X(8).
           05 AUD-TIME PIC X(8).
           05 AUD-ACTION PIC X(6).
           05 AUD-FIELDS-CHANGED PIC X(250).
      *Run-scoped correlation identifier stitching this row to
      *every other log row the same action wrote; see GETCORR
           05 AUD-CORR-ID PIC X(12).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-OPL-FILE-STATUS PIC XX.
       01 WS-ORD-FILE-STATUS PIC XX.
       01 WS-DSP-FILE-STATUS PIC XX.
       01 WS-DSP-AVAILABLE PIC X VALUE 'n'.
       01 WS-SCH-FILE-STATUS PIC XX.
       01 WS-WPT-FILE-STATUS PIC XX.
       01 WS-WPT-AVAILABLE PIC X VALUE 'n'.
       01 WS-WPT-EOF PIC X.
       01 WS-WPT-DATE PIC 9(8).
       01 WS-WPT-COUNT PIC 9(3).
       01 WS-AUD-POINTER PIC 9(3).
       01 WS-AUD-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-OPERATION PIC X(20).
       01 WS-OLD-D-DAY PIC X(8).
       01 WS-NEW-D-DAY PIC X(8).
       01 WS-SLIP-DAYS PIC S9(5).
       01 WS-SLIP-OUT PIC -ZZZ9.
       01 WS-CONFIRM PIC X.
       01 WS-OLD-DATE PIC X(8).
       01 WS-NEW-DATE PIC 9(8).
       01 WS-NEW-ETA PIC 9(8).
       01 WS-ITEM-MOVED PIC X.
      *The order and its dispatch row, carried across the re-key
       01 WS-ORDER PIC X(163).
       01 WS-DISPATCH PIC X(70).
       01 WS-HAS-DISPATCH PIC X.
       01 WS-MOVED-COUNT PIC 9(4) VALUE 0.
       01 WS-LEFT-COUNT PIC 9(4) VALUE 0.
       01 WS-LINK-COUNT PIC 9(4) VALUE 0.
      *Run-scoped correlation identifier plumbing; see GETCORR
       01 WS-CORR-PROGRAM PIC X(8).
       01 WS-CORR-ID PIC X(12).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM MINT-CORRELATION-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY.
           DISPLAY 'Enter operator ID, 12 chars: '.
           ACCEPT WS-OPERATOR-ID.
      *Moving a whole operation re-dates orders in bulk: only
      *operators the OPERMST master allows bulk changes may run it
           MOVE 'BULK ' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OPERATOR-ID,
              WS-CHK-RESULT.
           IF WS-CHK-RESULT = 'N'
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' NOT AUTHORIZED '
                  'TO MOVE D-DAY, SIGN-ON REFUSED'
               GOBACK
           END-IF.
           IF WS-CHK-RESULT = 'U'
               DISPLAY 'WARNING: OPERATOR MASTER NOT AVAILABLE, '
                  'PROCEEDING UNCHECKED'
           END-IF.
           OPEN I-O OPERATION-PLANS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN I-O OPERATION-LINKS.
           IF WS-OPL-FILE-STATUS NOT = '00'
              AND WS-OPL-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: OPNLNK OPEN ERROR-CODE:'
                  WS-OPL-FILE-STATUS
               CLOSE OPERATION-PLANS
               GOBACK
           END-IF.
           OPEN I-O MOVEMENT-ORDERS.
           IF WS-ORD-FILE-STATUS NOT = '00'
              AND WS-ORD-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: ORDFILE OPEN ERROR-CODE:'
                  WS-ORD-FILE-STATUS
               CLOSE OPERATION-PLANS
               CLOSE OPERATION-LINKS
               GOBACK
           END-IF.
           OPEN I-O SAILING-SCHEDULE.
           IF WS-SCH-FILE-STATUS NOT = '00'
              AND WS-SCH-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: SAILSCH OPEN ERROR-CODE:'
                  WS-SCH-FILE-STATUS
               CLOSE OPERATION-PLANS
               CLOSE OPERATION-LINKS
               CLOSE MOVEMENT-ORDERS
               GOBACK
           END-IF.
           OPEN I-O ORDER-DISPATCH.
           IF WS-DSP-FILE-STATUS = '00' OR WS-DSP-FILE-STATUS = '97'
               MOVE 'y' TO WS-DSP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ORDDSP NOT AVAILABLE, DISPATCH ROWS '
                  'WILL NOT FOLLOW THEIR ORDERS'
           END-IF.
           OPEN I-O SAILING-WAYPOINTS.
           IF WS-WPT-FILE-STATUS = '00' OR WS-WPT-FILE-STATUS = '97'
               MOVE 'y' TO WS-WPT-AVAILABLE
           ELSE
               DISPLAY 'WARNING: SAILWPT NOT AVAILABLE, WAYPOINTS '
                  'WILL NOT FOLLOW THEIR SAILINGS'
           END-IF.
           OPEN EXTEND AUDIT-TRAIL.
           IF WS-AUD-FILE-STATUS NOT = '00'
               CLOSE AUDIT-TRAIL
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.
           PERFORM MOVE-D-DAY.
           CLOSE OPERATION-PLANS.
           CLOSE OPERATION-LINKS.
           CLOSE MOVEMENT-ORDERS.
           CLOSE SAILING-SCHEDULE.
           IF WS-DSP-AVAILABLE = 'y'
               CLOSE ORDER-DISPATCH
           END-IF.
           IF WS-WPT-AVAILABLE = 'y'
               CLOSE SAILING-WAYPOINTS
           END-IF.
           CLOSE AUDIT-TRAIL.
           GOBACK.

       MOVE-D-DAY.
           DISPLAY 'Enter operation name, 20 chars: '.
           ACCEPT WS-OPERATION.
           MOVE WS-OPERATION TO OPN-NAME.
           READ OPERATION-PLANS RECORD KEY OPN-NAME
           INVALID KEY
               DISPLAY 'OPERATION NOT ON OPNPLN: ' WS-OPERATION
           NOT INVALID KEY
               PERFORM TAKE-NEW-D-DAY
           END-READ.

       TAKE-NEW-D-DAY.
           MOVE OPN-D-DAY TO WS-OLD-D-DAY.
           DISPLAY WS-OPERATION ' D-DAY ' WS-OLD-D-DAY.
           DISPLAY 'Enter new D-day, CCYYMMDD: '.
           ACCEPT WS-NEW-D-DAY.
           MOVE WS-NEW-D-DAY TO WS-CHK-DATE.
           MOVE 'Y' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-NEW-D-DAY.
           COMPUTE WS-SLIP-DAYS =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NEW-D-DAY))
              - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-OLD-D-DAY)).
           IF WS-SLIP-DAYS = 0
               DISPLAY 'NEW D-DAY IS THE OLD ONE, NOTHING TO MOVE'
           ELSE
               MOVE WS-SLIP-DAYS TO WS-SLIP-OUT
               DISPLAY 'D-DAY MOVES ' WS-SLIP-OUT ' DAYS, FROM '
                  WS-OLD-D-DAY ' TO ' WS-NEW-D-DAY
               DISPLAY 'Every linked order and sailing moves with '
                  'it. Enter Y to proceed: '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM MOVE-LINKED-ITEMS
                   PERFORM REWRITE-D-DAY
               ELSE
                   DISPLAY 'D-DAY NOT MOVED'
               END-IF
           END-IF.

      *All of the operation's links sit together under its name
       MOVE-LINKED-ITEMS.
           MOVE WS-OPERATION TO OPL-OPERATION.
           MOVE LOW-VALUES TO OPL-KIND.
           MOVE LOW-VALUES TO OPL-ITEM-ID.
           MOVE LOW-VALUES TO OPL-OFFSET-SIGN.
           MOVE 0 TO OPL-OFFSET-DAYS.
           MOVE 'N' TO WS-EOF.
           START OPERATION-LINKS KEY >= OPL-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERATION-LINKS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OPL-OPERATION NOT = WS-OPERATION
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-LINK-COUNT
                           PERFORM MOVE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'LINKED ITEMS: ' WS-LINK-COUNT ', MOVED: '
              WS-MOVED-COUNT ', LEFT WHERE THEY WERE: '
              WS-LEFT-COUNT.

      *The link's own date follows the record it points at; a task
      *force has no date to move
       MOVE-ONE-ITEM.
           MOVE OPL-LINKED-DATE TO WS-OLD-DATE.
           COMPUTE WS-NEW-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-OLD-DATE))
              + WS-SLIP-DAYS).
           MOVE 'n' TO WS-ITEM-MOVED.
           EVALUATE OPL-KIND
               WHEN 'O'
                   PERFORM MOVE-LINKED-ORDER
               WHEN 'S'
                   PERFORM MOVE-LINKED-SAILING
               WHEN OTHER
                   MOVE WS-NEW-DATE TO OPL-LINKED-DATE
                   REWRITE OPERATION-LINK-RECORD
           END-EVALUATE.
           IF WS-ITEM-MOVED = 'y'
               ADD 1 TO WS-MOVED-COUNT
               MOVE WS-NEW-DATE TO OPL-LINKED-DATE
               REWRITE OPERATION-LINK-RECORD
               IF WS-OPL-FILE-STATUS NOT = '00'
                   DISPLAY '  ERROR: LINK REWRITE FAILED FOR '
                      OPL-ITEM-ID ' STATUS ' WS-OPL-FILE-STATUS
               END-IF
           END-IF.

      *The order is written under its new key before the old one is
      *deleted, so a failure part-way leaves it on file once
       MOVE-LINKED-ORDER.
           MOVE OPL-ITEM-ID TO ORD-UID.
           MOVE WS-OLD-DATE TO ORD-EFFECTIVE-DATE.
           READ MOVEMENT-ORDERS RECORD KEY ORD-KEY
           INVALID KEY
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY '  ORDER ' OPL-ITEM-ID ' ' WS-OLD-DATE
                  ' NO LONGER ON ORDFILE, LINK LEFT'
           NOT INVALID KEY
               IF ORD-STATE = 'A'
                   ADD 1 TO WS-LEFT-COUNT
                   DISPLAY '  ORDER ' OPL-ITEM-ID ' ' WS-OLD-DATE
                      ' ALREADY APPLIED, NOT MOVED'
               ELSE
                   PERFORM RE-KEY-ORDER
               END-IF
           END-READ.

       RE-KEY-ORDER.
           MOVE MOVEMENT-ORDER-RECORD TO WS-ORDER.
           MOVE WS-NEW-DATE TO ORD-EFFECTIVE-DATE.
           WRITE MOVEMENT-ORDER-RECORD
           INVALID KEY
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY '  ORDER ' OPL-ITEM-ID ' ' WS-OLD-DATE
                  ' NOT MOVED: SHIP ALREADY HAS AN ORDER EFFECTIVE '
                  WS-NEW-DATE
           NOT INVALID KEY
               MOVE WS-ORDER TO MOVEMENT-ORDER-RECORD
               DELETE MOVEMENT-ORDERS RECORD
               MOVE 'y' TO WS-ITEM-MOVED
               DISPLAY '  ORDER ' OPL-ITEM-ID ' ' WS-OLD-DATE
                  ' MOVED TO ' WS-NEW-DATE
               MOVE OPL-ITEM-ID TO AUD-UID
               MOVE SPACES TO AUD-FIELDS-CHANGED
               STRING 'OPERATION ' WS-OPERATION ' ORDER EFFECTIVE '
                  WS-OLD-DATE ' MOVED TO ' WS-NEW-DATE
                  DELIMITED BY SIZE INTO AUD-FIELDS-CHANGED
               END-STRING
               PERFORM WRITE-SLIP-AUDIT-RECORD
               IF WS-DSP-AVAILABLE = 'y'
                   PERFORM RE-KEY-DISPATCH
               END-IF
           END-WRITE.

      *The ship confirmed the old date, not the new one, so the
      *moved dispatch waits for a fresh acknowledgment
       RE-KEY-DISPATCH.
           MOVE OPL-ITEM-ID TO DSP-UID.
           MOVE WS-OLD-DATE TO DSP-EFFECTIVE-DATE.
           MOVE 'n' TO WS-HAS-DISPATCH.
           READ ORDER-DISPATCH RECORD KEY DSP-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'y' TO WS-HAS-DISPATCH
               MOVE ORDER-DISPATCH-RECORD TO WS-DISPATCH
               DELETE ORDER-DISPATCH RECORD
           END-READ.
           IF WS-HAS-DISPATCH = 'y'
               MOVE WS-DISPATCH TO ORDER-DISPATCH-RECORD
               MOVE WS-NEW-DATE TO DSP-EFFECTIVE-DATE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO DSP-DISPATCHED-DATE
               MOVE WS-CURRENT-TIMESTAMP(9:8) TO DSP-DISPATCHED-TIME
               MOVE 'D' TO DSP-ACK-STATE
               MOVE SPACES TO DSP-ACK-DATE
               MOVE SPACES TO DSP-ACK-BY
               WRITE ORDER-DISPATCH-RECORD
               INVALID KEY
                   REWRITE ORDER-DISPATCH-RECORD
               END-WRITE
               IF WS-DSP-FILE-STATUS NOT = '00'
                   DISPLAY '  ERROR: DISPATCH RE-KEY FAILED FOR '
                      OPL-ITEM-ID ' STATUS ' WS-DSP-FILE-STATUS
               ELSE
                   DISPLAY '  DISPATCH ' OPL-ITEM-ID
                      ' AWAITS CONFIRMATION OF ' WS-NEW-DATE
               END-IF
           END-IF.

      *A sailing already under way is not moved; the departure and
      *the ETA move together so the passage keeps its length
       MOVE-LINKED-SAILING.
           MOVE OPL-ITEM-ID TO SCH-TF-ID.
           READ SAILING-SCHEDULE RECORD KEY SCH-TF-ID
           INVALID KEY
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY '  SAILING ' OPL-ITEM-ID
                  ' NO LONGER ON SAILSCH, LINK LEFT'
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN SCH-DEP-DATE NOT = WS-OLD-DATE
                       ADD 1 TO WS-LEFT-COUNT
                       DISPLAY '  SAILING ' OPL-ITEM-ID ' DEPARTS '
                          SCH-DEP-DATE ', RE-DATED OUTSIDE THE PLAN, '
                          'NOT MOVED'
                   WHEN SCH-DEP-DATE <= WS-TODAY
                       ADD 1 TO WS-LEFT-COUNT
                       DISPLAY '  SAILING ' OPL-ITEM-ID
                          ' HAS ALREADY SAILED, NOT MOVED'
                   WHEN OTHER
                       PERFORM RE-DATE-SAILING
               END-EVALUATE
           END-READ.

       RE-DATE-SAILING.
           COMPUTE WS-NEW-ETA = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SCH-ETA))
              + WS-SLIP-DAYS).
           MOVE SPACES TO AUD-FIELDS-CHANGED.
           MOVE 1 TO WS-AUD-POINTER.
           STRING 'OPERATION ' WS-OPERATION ' SAILING '
              SCH-DEP-DATE '-' SCH-ETA ' MOVED TO '
              WS-NEW-DATE '-' WS-NEW-ETA
              DELIMITED BY SIZE INTO AUD-FIELDS-CHANGED
              WITH POINTER WS-AUD-POINTER.
           MOVE WS-NEW-DATE TO SCH-DEP-DATE.
           MOVE WS-NEW-ETA TO SCH-ETA.
           REWRITE SAILING-SCHEDULE-RECORD.
           IF WS-SCH-FILE-STATUS = '00'
               MOVE 'y' TO WS-ITEM-MOVED
               DISPLAY '  SAILING ' OPL-ITEM-ID ' NOW DEPARTS '
                  SCH-DEP-DATE ' ETA ' SCH-ETA
               PERFORM RE-DATE-WAYPOINTS
               MOVE OPL-ITEM-ID TO AUD-UID
               PERFORM WRITE-SLIP-AUDIT-RECORD
           ELSE
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY '  ERROR: REWRITE FAILED FOR SAILING '
                  OPL-ITEM-ID ' STATUS ' WS-SCH-FILE-STATUS
           END-IF.

      *The sailing's waypoints sit together under its TF-ID and move
      *by the slip, their planned times of day unchanged; the count
      *goes on the end of the sailing's audit row
       RE-DATE-WAYPOINTS.
           MOVE 0 TO WS-WPT-COUNT.
           IF WS-WPT-AVAILABLE = 'y'
               MOVE SCH-TF-ID TO WPT-TF-ID
               MOVE 0 TO WPT-SEQ
               MOVE 'N' TO WS-WPT-EOF
               START SAILING-WAYPOINTS KEY >= WPT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WPT-EOF
               END-START
               PERFORM UNTIL WS-WPT-EOF = 'Y'
                   READ SAILING-WAYPOINTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-WPT-EOF
                       NOT AT END
                           IF WPT-TF-ID NOT = SCH-TF-ID
                               MOVE 'Y' TO WS-WPT-EOF
                           ELSE
                               PERFORM RE-DATE-ONE-WAYPOINT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-WPT-COUNT > 0
                   DISPLAY '  WAYPOINTS MOVED WITH IT: ' WS-WPT-COUNT
               END-IF
           END-IF.
           STRING ', WAYPOINTS MOVED ' WS-WPT-COUNT
              DELIMITED BY SIZE INTO AUD-FIELDS-CHANGED
              WITH POINTER WS-AUD-POINTER.

       RE-DATE-ONE-WAYPOINT.
           COMPUTE WS-WPT-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WPT-PLANNED-DATE)) + WS-SLIP-DAYS).
           MOVE WS-WPT-DATE TO WPT-PLANNED-DATE.
           REWRITE SAILING-WAYPOINT-RECORD.
           IF WS-WPT-FILE-STATUS = '00'
               ADD 1 TO WS-WPT-COUNT
           ELSE
               DISPLAY '  ERROR: WAYPOINT REWRITE FAILED FOR '
                  WPT-TF-ID ' ' WPT-SEQ ' STATUS ' WS-WPT-FILE-STATUS
           END-IF.

      *D-day itself moves last, once its orders and sailings have
       REWRITE-D-DAY.
           MOVE WS-OPERATION TO OPN-NAME.
           READ OPERATION-PLANS RECORD KEY OPN-NAME
           INVALID KEY
               DISPLAY 'ERROR: OPERATION ' WS-OPERATION
                  ' DISAPPEARED BEFORE D-DAY COULD BE MOVED'
           NOT INVALID KEY
               MOVE WS-NEW-D-DAY TO OPN-D-DAY
               REWRITE OPERATION-PLAN-RECORD
               IF WS-FILE-STATUS = '00'
                   DISPLAY 'D-DAY NOW ' WS-NEW-D-DAY
                   MOVE WS-OPERATION(1:12) TO AUD-UID
                   MOVE SPACES TO AUD-FIELDS-CHANGED
                   STRING 'OPERATION ' WS-OPERATION ' D-DAY '
                      WS-OLD-D-DAY ' MOVED TO ' WS-NEW-D-DAY
                      ', ITEMS MOVED ' WS-MOVED-COUNT ', LEFT '
                      WS-LEFT-COUNT
                      DELIMITED BY SIZE INTO AUD-FIELDS-CHANGED
                   END-STRING
                   PERFORM WRITE-SLIP-AUDIT-RECORD
               ELSE
                   DISPLAY 'ERROR: D-DAY REWRITE FAILED WITH STATUS '
                      WS-FILE-STATUS
               END-IF
           END-READ.

       WRITE-SLIP-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'DSLIP ' TO AUD-ACTION.
           MOVE WS-CORR-ID TO AUD-CORR-ID
           WRITE AUDIT-TRAIL-RECORD.

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

      *Mints the run-scoped correlation identifier every log row
      *this run writes is stamped with; see GETCORR
       MINT-CORRELATION-ID.
           MOVE 'OPNSLIP' TO WS-CORR-PROGRAM.
           CALL 'GETCORR' USING WS-CORR-PROGRAM, WS-CORR-ID.
