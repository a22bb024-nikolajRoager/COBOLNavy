      *This program is the batch half of the online compromise
      *report. The CICS update SHPUPD cannot run CBKCOMP inside its
      *task, so a hull it takes to Sunk or Missing is written to the
      *CBKQUE queue instead (the CBKQ extrapartition TD queue), with
      *the event, its date, the operator, and the correlation
      *identifier of the change. This lists every queued hull on one
      *CBKCOMP compromise report, in arrival order, which marks her
      *uncertified copies presumed compromised, and then empties the
      *queue. Run nightly by NIGHTRUN, or by the signals security
      *officer whenever a loss has been keyed online and the report
      *cannot wait for the night.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBKQRUN.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPROMISE-QUEUE ASSIGN TO CBKQUE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  COMPROMISE-QUEUE.
       01 COMPROMISE-QUEUE-RECORD.
           05 CBQ-UID PIC X(12).
           05 CBQ-EVENT-DATE PIC X(8).
      *SUNK / MISSING
           05 CBQ-EVENT PIC X(10).
           05 CBQ-OPERATOR PIC X(12).
           05 CBQ-CORR-ID PIC X(12).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-HULL-COUNT PIC 9(4) VALUE 0.
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
           OPEN INPUT COMPROMISE-QUEUE.
           IF WS-FILE-STATUS = '35'
               DISPLAY 'NO HULLS QUEUED FOR THE COMPROMISE REPORT'
               GOBACK
           END-IF.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CBKQUE OPEN ERROR-CODE:' WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMPROMISE-QUEUE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LIST-QUEUED-HULL
               END-READ
           END-PERFORM.
           CLOSE COMPROMISE-QUEUE.
           IF WS-CBK-OPEN = 'y'
               MOVE 'C' TO WS-CBK-ACTION
               CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
                  WS-CBK-EVENT-DATE, WS-CBK-EVENT
           END-IF.
      *Every queued hull is now on the report; start the queue afresh
           OPEN OUTPUT COMPROMISE-QUEUE.
           CLOSE COMPROMISE-QUEUE.
           DISPLAY 'HULLS LISTED FROM THE ONLINE COMPROMISE QUEUE: '
              WS-HULL-COUNT.
           GOBACK.

      *The report is opened on the first queued hull, so a night with
      *no online losses prints nothing
       LIST-QUEUED-HULL.
           IF WS-CBK-OPEN = 'n'
               MOVE 'O' TO WS-CBK-ACTION
               CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
                  WS-CBK-EVENT-DATE, WS-CBK-EVENT
               MOVE 'y' TO WS-CBK-OPEN
           END-IF.
           ADD 1 TO WS-HULL-COUNT.
           DISPLAY 'COMPROMISE: ' CBQ-UID ' ' CBQ-EVENT ' '
              CBQ-EVENT-DATE ' KEYED BY ' CBQ-OPERATOR
              ' CORRELATION ' CBQ-CORR-ID.
           MOVE CBQ-UID TO WS-CBK-UID.
           MOVE CBQ-EVENT-DATE TO WS-CBK-EVENT-DATE.
           MOVE CBQ-EVENT TO WS-CBK-EVENT.
           MOVE 'H' TO WS-CBK-ACTION.
           CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
              WS-CBK-EVENT-DATE, WS-CBK-EVENT.
