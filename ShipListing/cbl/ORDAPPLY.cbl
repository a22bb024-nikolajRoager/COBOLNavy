      *before/after journal -- then marked applied so a rerun never
      *applies it twice. Orders still in the future stay pending;
      *the registry holds tomorrow's truth without falsifying today.
      *An order that takes a hull to Sunk or Missing lists its
      *confidential books on the run's CBKCOMP compromise report.
      *One that lays a hull up in Reserve with no entry on the
      *RSVREG reserve register is named on the console, so RSVREG
      *can be keyed before her inspections are lost track of.
      *Effective dates are GMT dates, so "arrived" is judged against
      *today's GMT date (GETGMT), not the machine's local one.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DSP-FILE-STATUS.
      *The reserve register RSVREG maintains, read keyed for a hull
      *an order lays up in Reserve
           SELECT RESERVE-REGISTER ASSIGN TO RSVREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RSV-UID
           FILE STATUS IS WS-RSV-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05 ORD-AUTHORITY PIC X(25).
           05 ORD-ENTERED-DATE PIC X(8).
           05 ORD-STATE PIC X(1).
      *Port the order sends her to and the date she is to arrive
      *there; spaces when the order names no port
           05 ORD-DESTINATION PIC X(25).
           05 ORD-ARRIVAL-DATE PIC X(8).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  STATUS-HISTORY.
           05 DSP-ACK-STATE PIC X(1).
           05 DSP-ACK-DATE PIC X(8).
           05 DSP-ACK-BY PIC X(25).
       FD  RESERVE-REGISTER.
       COPY RSVREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-LOCK-HELD PIC X VALUE 'n'.
       01 WS-DSP-FILE-STATUS PIC XX.
       01 WS-DSP-AVAILABLE PIC X VALUE 'n'.
       01 WS-RSV-FILE-STATUS PIC XX.
       01 WS-RSV-AVAILABLE PIC X VALUE 'n'.
       01 WS-OPERATOR-ID PIC X(12) VALUE 'ORDAPPLY'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-TODAY PIC X(8).
       01 WS-PRIOR-STATUS PIC X(11).
       01 WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
      *Run-scoped correlation identifier plumbing; see GETCORR
       01 WS-CORR-PROGRAM PIC X(8).
       01 WS-CORR-ID PIC X(12).
      *Confidential-books compromise plumbing; see CBKCOMP
       01 WS-CBK-ACTION PIC X(1).
       01 WS-CBK-UID PIC X(12).
       01 WS-CBK-EVENT-DATE PIC X(8).
       01 WS-CBK-EVENT PIC X(10).
       01 WS-CBK-OPEN PIC X VALUE 'n'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM MINT-CORRELATION-ID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN I-O MOVEMENT-ORDERS.
           IF WS-ORD-FILE-STATUS NOT = '00'
              AND WS-ORD-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: ORDDSP NOT AVAILABLE, '
                  'ACKNOWLEDGMENTS CANNOT BE CHECKED'
           END-IF.
           OPEN INPUT RESERVE-REGISTER.
           IF WS-RSV-FILE-STATUS = '00' OR WS-RSV-FILE-STATUS = '97'
               MOVE 'y' TO WS-RSV-AVAILABLE
           END-IF.
           DISPLAY 'APPLYING ORDERS EFFECTIVE THROUGH ' WS-TODAY.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MOVEMENT-ORDERS NEXT RECORD
           IF WS-DSP-AVAILABLE = 'y'
               CLOSE ORDER-DISPATCH
           END-IF.
           IF WS-RSV-AVAILABLE = 'y'
               CLOSE RESERVE-REGISTER
           END-IF.
           IF WS-CBK-OPEN = 'y'
               MOVE 'C' TO WS-CBK-ACTION
               CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
                  WS-CBK-EVENT-DATE, WS-CBK-EVENT
           END-IF.
           DISPLAY 'ORDERS APPLIED: ' WS-APPLIED-COUNT
              ', STILL PENDING: ' WS-PENDING-COUNT.
           GOBACK.
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM MARK-ORDER-APPLIED
                   IF WS-PRIOR-STATUS NOT = SHIP-STATUS
                      AND (SHIP-STATUS = 'Sunk'
                           OR SHIP-STATUS = 'Missing')
                       PERFORM REPORT-CONFIDENTIAL-BOOKS
                   END-IF
                   IF WS-PRIOR-STATUS NOT = SHIP-STATUS
                      AND SHIP-STATUS = 'Reserve'
                       PERFORM CHECK-RESERVE-REGISTER
                   END-IF
               ELSE
                   DISPLAY '  ERROR: REWRITE FAILED FOR ' ORD-UID
                      ' STATUS ' WS-FILE-STATUS
               END-IF
           END-IF.

      *With no register at all every hull laid up is unregistered
       CHECK-RESERVE-REGISTER.
           IF WS-RSV-AVAILABLE = 'y'
               MOVE UID TO RSV-UID
               READ RESERVE-REGISTER RECORD KEY RSV-UID
               INVALID KEY
                   DISPLAY '  ' UID ' LAID UP IN RESERVE WITH NO '
                      'RESERVE REGISTER ENTRY, KEY ONE ON RSVREG'
               END-READ
           ELSE
               DISPLAY '  ' UID ' LAID UP IN RESERVE WITH NO '
                  'RESERVE REGISTER ENTRY, KEY ONE ON RSVREG'
           END-IF.

      *The compromise report is opened on the first hull an order
      *loses and closed once at the end of the run
       REPORT-CONFIDENTIAL-BOOKS.
           IF WS-CBK-OPEN = 'n'
               MOVE 'O' TO WS-CBK-ACTION
               CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
                  WS-CBK-EVENT-DATE, WS-CBK-EVENT
               MOVE 'y' TO WS-CBK-OPEN
           END-IF.
           MOVE UID TO WS-CBK-UID.
           MOVE ORD-EFFECTIVE-DATE TO WS-CBK-EVENT-DATE.
           IF SHIP-STATUS = 'Sunk'
               MOVE 'SUNK' TO WS-CBK-EVENT
           ELSE
               MOVE 'MISSING' TO WS-CBK-EVENT
           END-IF.
           MOVE 'H' TO WS-CBK-ACTION.
           CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
              WS-CBK-EVENT-DATE, WS-CBK-EVENT.

       MARK-ORDER-APPLIED.
           MOVE 'A' TO ORD-STATE.
           REWRITE MOVEMENT-ORDER-RECORD.
               MOVE UID TO HIST-UID
               MOVE WS-PRIOR-STATUS TO HIST-OLD-STATUS
               MOVE SHIP-STATUS TO HIST-NEW-STATUS
               CALL 'GETGMT' USING WS-GMT-TIMESTAMP
               MOVE WS-GMT-TIMESTAMP(1:8) TO HIST-CHANGE-DATE
               MOVE WS-GMT-TIMESTAMP(9:8) TO HIST-CHANGE-TIME
               MOVE WS-CORR-ID TO HIST-CORR-ID
               WRITE STATUS-HIST-RECORD
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO AUD-UID.
           MOVE ORD-AUTHORITY(1:12) TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'UPDATE' TO AUD-ACTION.
           MOVE WS-CHANGED-FIELDS TO AUD-FIELDS-CHANGED.
           MOVE WS-CORR-ID TO AUD-CORR-ID
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'ORDAPPLY' TO JRN-PROGRAM.
           MOVE 'UPDATE' TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
