      *This is the online update transaction that sits next to
      *SHPINQ: where SHPINQ lets the duty officer look at a ship,
      *SHPUPD lets them change her SHIP-STATUS, SHIP-THEATRE,
      *SHIP-FLEET, and SHIP-FORMATION without running ADDSH or
      *waiting for ORDAPPLY. The calling page passes the operator,
      *the UID, and the new values (spaces for a field it is not
      *changing) in the COMMAREA, and gets a JSON answer back in the
      *same shape SHPINQ sends. The change goes through the same
      *checks the batch writers make -- CHKOPER's sign-on and data-
      *scope rules, the allowed status list, FRMNMST formations, the
      *THFLMST theatre/fleet pairing -- under the same SHIPLOCK
      *enqueue, and posts the same STHIST, AUDTRL, and JRNLSHP rows,
      *so afterwards an online change cannot be told from a batch
      *one. A CICS task cannot CALL the batch subprograms, which
      *open their files themselves, so the sign-on and scope rules
      *are applied here against OPERMDT read through file control,
      *and the SIGNLOG and CORRLOG rows go out on TD queues as the
      *log rows do. A change to Sunk or Missing queues the hull on
      *CBKQUE for the nightly CBKQRUN step, which lists her
      *confidential books on the CBKCOMP compromise report. While
      *NIGHTRUN has ALLSHPS quiesced (the QSCFLAG marker), the
      *checked change is queued on DEFRUPD, as ADDSH queues, for
      *DEFAPPLY to replay when it releases the master.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SHPUPD.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *-------------
       DATA DIVISION.
      *-------------
      *-------------------
       WORKING-STORAGE SECTION.
       01  WS-RESP            PIC S9(8) COMP.
      *Every dataset here belongs to CICS file control (ALLSHPS,
      *SHIPLOCK, FRMNMDT, THFLXDT, OPERMDT, QSCFLAG, DEFRUPD) or is
      *an extrapartition TD queue on the batch log (STHS = STHIST,
      *AUDT = AUDTRL, JRNL = JRNLSHP, SGNL = SIGNLOG, CORL =
      *CORRLOG, CBKQ = CBKQUE); the layouts below are the batch
      *programs' own
       COPY SHIPREC.
       01  SHIP-LOCK-RECORD.
           05 LCK-UID PIC X(12).
           05 LCK-OPERATOR PIC X(12).
           05 LCK-DATE PIC X(8).
           05 LCK-TIME PIC X(8).
       01  FORMATION-MASTER-RECORD.
           05 FRM-NAME PIC X(25).
           05 FRM-PARENT-FLEET PIC X(20).
           05 FRM-COMMANDING-SHIP-UID PIC X(12).
       01  THEATRE-FLEET-XREF-RECORD.
           05 TFX-FLEET PIC X(20).
           05 TFX-THEATRE PIC X(20).
       01  STATUS-HIST-RECORD.
           05 HIST-UID PIC X(12).
           05 HIST-OLD-STATUS PIC X(11).
           05 HIST-NEW-STATUS PIC X(11).
           05 HIST-CHANGE-DATE PIC X(8).
           05 HIST-CHANGE-TIME PIC X(8).
      *Run-scoped correlation identifier stitching this row to
      *every other log row the same action wrote; see GETCORR
           05 HIST-CORR-ID PIC X(12).
       01  AUDIT-TRAIL-RECORD.
           05 AUD-UID PIC X(12).
           05 AUD-OPERATOR PIC X(12).
           05 AUD-DATE PIC X(8).
           05 AUD-TIME PIC X(8).
           05 AUD-ACTION PIC X(6).
           05 AUD-FIELDS-CHANGED PIC X(250).
      *Run-scoped correlation identifier stitching this row to
      *every other log row the same action wrote; see GETCORR
           05 AUD-CORR-ID PIC X(12).
       01  SHIP-JOURNAL-RECORD.
           05 JRN-UID PIC X(12).
           05 JRN-DATE PIC X(8).
           05 JRN-TIME PIC X(8).
           05 JRN-PROGRAM PIC X(8).
           05 JRN-ACTION PIC X(6).
           05 JRN-BEFORE-IMAGE PIC X(495).
           05 JRN-AFTER-IMAGE PIC X(495).
      *Run-scoped correlation identifier stitching this row to
      *every other log row the same action wrote; see GETCORR
           05 JRN-CORR-ID PIC X(12).
       01  OPERATOR-MASTER-RECORD.
           05 OPR-ID PIC X(12).
           05 OPR-NAME PIC X(25).
           05 OPR-FN-ADD PIC X(1).
           05 OPR-FN-DECOM PIC X(1).
           05 OPR-FN-RENUM PIC X(1).
           05 OPR-FN-BULK PIC X(1).
      *Data scope; an all-blank list means no restriction
           05 OPR-SCOPE-NAVY PIC X(4) OCCURS 6 TIMES.
           05 OPR-SCOPE-THEATRE PIC X(20) OCCURS 6 TIMES.
           05 OPR-HOURS-FROM PIC X(4).
           05 OPR-HOURS-TO PIC X(4).
           05 OPR-FN-SECURITY PIC X(1).
      *Y while suspended after repeated failed sign-ons
           05 OPR-SUSPENDED PIC X(1).
           05 OPR-SUSPEND-DATE PIC X(8).
           05 OPR-SUSPEND-TIME PIC X(8).
      *Failed sign-ons on OPR-FAIL-DATE; restarts each new day
           05 OPR-FAIL-DATE PIC X(8).
           05 OPR-FAIL-COUNT PIC 9(2).
       01  SIGNON-LOG-RECORD.
           05 SGN-OPERATOR PIC X(12).
           05 SGN-DATE PIC X(8).
           05 SGN-TIME PIC X(8).
           05 SGN-FUNCTION PIC X(5).
           05 SGN-RESULT PIC X(8).
      *The hull a SCOPE refusal was for; spaces on a sign-on row
           05 SGN-SCOPE-UID PIC X(12).
           05 SGN-SCOPE-NAVY PIC X(4).
           05 SGN-SCOPE-THEATRE PIC X(20).
      *Who suspended or reinstated the operator on a SUSP or REINS
      *row; spaces on every other row
           05 SGN-ACTIONED-BY PIC X(12).
       01  CORRELATION-LOG-RECORD.
           05 COR-ID PIC X(12).
           05 COR-PROGRAM PIC X(8).
           05 COR-DATE PIC X(8).
           05 COR-TIME PIC X(8).
      *One hull lost online, for CBKQRUN to put on the compromise
      *report
       01  COMPROMISE-QUEUE-RECORD.
           05 CBQ-UID PIC X(12).
           05 CBQ-EVENT-DATE PIC X(8).
      *SUNK / MISSING
           05 CBQ-EVENT PIC X(10).
           05 CBQ-OPERATOR PIC X(12).
           05 CBQ-CORR-ID PIC X(12).
       COPY QSCREC.
       COPY DEFQREC.
       01  WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
       01  WS-OPERATOR-ID     PIC X(12).
      *Sign-on result, as CHKOPER answers it: Y allowed, N refused,
      *U operator master unavailable (proceed unchecked)
       01  WS-CHK-RESULT      PIC X(1).
      *What a refusal is logged as: DENIED, UNKNOWN, or SUSPEND
       01  WS-DENIAL-RESULT   PIC X(8).
      *Failed sign-ons in one day that suspend the operator; the
      *same limit CHKOPER applies
       01  WS-FAILURE-LIMIT   PIC 9(2) VALUE 3.
       01  WS-NOW-SUSPENDED   PIC X VALUE 'n'.
       01  WS-IDX             PIC 9(2).
       01  WS-LIST-BLANK      PIC X(1).
       01  WS-NAVY-IN-SCOPE   PIC X(1).
       01  WS-THEATRE-IN-SCOPE PIC X(1).
      *Operator data-scope plumbing, CHKOPER's SCOPE rule
       01  WS-SCOPE-RESULT    PIC X(1).
       01  WS-SCOPE-REQUEST.
           05 WS-SCOPE-UID    PIC X(12).
           05 WS-SCOPE-NAVY   PIC X(4).
           05 WS-SCOPE-THEATRE PIC X(20).
       01  WS-LOCK-HELD       PIC X VALUE 'n'.
       01  WS-FAILED          PIC X VALUE 'n'.
      *y while NIGHTRUN has ALLSHPS quiesced for the batch window
       01  WS-QUIESCED        PIC X VALUE 'n'.
      *y queued on DEFRUPD, n still trying, e queue not writable
       01  WS-QUEUED          PIC X.
       01  WS-CURRENT-TIMESTAMP PIC X(20).
      *The same moment as GMT, for the audit and history stamps
       01  WS-GMT-TIMESTAMP PIC X(20).
       01  WS-REQUEST.
           05 WS-UID          PIC X(12).
           05 WS-NEW-STATUS   PIC X(11).
           05 WS-NEW-THEATRE  PIC X(20).
           05 WS-NEW-FLEET    PIC X(20).
           05 WS-NEW-FORMATION PIC X(25).
       01  WS-PRIOR-STATUS    PIC X(11).
       01  WS-CHANGED-FIELDS  PIC X(250).
       01  WS-CF-POINTER      PIC 9(3).
       01  WS-WARNING         PIC X(60) VALUE SPACES.
       01  WS-ERROR-TEXT      PIC X(80) VALUE SPACES.
       01  WS-RESPONSE        PIC X(400).
       01  WS-RESPONSE-PTR    PIC 9(3).
       01  WS-RESPONSE-LEN    PIC S9(4) COMP.
      *Run-scoped correlation identifier, minted as GETCORR mints it
       01  WS-CORR-ID         PIC X(12).
      *--------------------
       LINKAGE SECTION.
      *--------------------
      *Operator, UID, and the new values, spaces in any field the
      *intranet page is not changing
       01  DFHCOMMAREA.
           05 LK-OPERATOR-ID  PIC X(12).
           05 LK-UID          PIC X(12).
           05 LK-NEW-STATUS   PIC X(11).
           05 LK-NEW-THEATRE  PIC X(20).
           05 LK-NEW-FLEET    PIC X(20).
           05 LK-NEW-FORMATION PIC X(25).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               MOVE 'NO UPDATE REQUEST PASSED' TO WS-ERROR-TEXT
               PERFORM SEND-ERROR
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           MOVE LK-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE LK-UID TO WS-UID.
           MOVE LK-NEW-STATUS TO WS-NEW-STATUS.
           MOVE LK-NEW-THEATRE TO WS-NEW-THEATRE.
           MOVE LK-NEW-FLEET TO WS-NEW-FLEET.
           MOVE LK-NEW-FORMATION TO WS-NEW-FORMATION.
           PERFORM CHECK-OPERATOR.
           IF WS-FAILED = 'n'
               PERFORM CHECK-QUIESCE
           END-IF.
           IF WS-FAILED = 'n'
               PERFORM CHECK-BULK-LOCK
           END-IF.
           IF WS-FAILED = 'n'
               PERFORM ACQUIRE-RECORD-LOCK
           END-IF.
           IF WS-FAILED = 'n'
               PERFORM READ-SHIP-FOR-UPDATE
           END-IF.
           IF WS-FAILED = 'n'
               PERFORM CHECK-HULL-SCOPE
           END-IF.
           IF WS-FAILED = 'n'
               PERFORM VALIDATE-CHANGES
           END-IF.
           IF WS-FAILED = 'n'
               IF WS-QUIESCED = 'y'
                   PERFORM QUEUE-DEFERRED-UPDATE
               ELSE
                   PERFORM APPLY-CHANGES
               END-IF
           END-IF.
           IF WS-LOCK-HELD = 'y'
               PERFORM RELEASE-RECORD-LOCK
           END-IF.
           IF WS-FAILED = 'n'
               PERFORM SEND-SUCCESS
           ELSE
               PERFORM SEND-ERROR
           END-IF.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.

      *Same sign-on rules and function as CONSOLE's status change,
      *applied the way CHKOPER applies them: a suspended operator is
      *refused, the ADD flag must be Y, and every attempt is logged
       CHECK-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO OPR-ID.
           EXEC CICS READ
               DATASET('OPERMDT')
               INTO(OPERATOR-MASTER-RECORD)
               RIDFLD(OPR-ID)
               KEYLENGTH(12)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM CHECK-FUNCTION-GRANT
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'N' TO WS-CHK-RESULT
                   MOVE 'UNKNOWN ' TO WS-DENIAL-RESULT
               ELSE
                   MOVE 'U' TO WS-CHK-RESULT
               END-IF
           END-IF.
           PERFORM LOG-SIGNON.
           IF WS-NOW-SUSPENDED = 'y'
               PERFORM LOG-SUSPENSION
           END-IF.
           IF WS-CHK-RESULT = 'N'
               MOVE 'y' TO WS-FAILED
               IF WS-DENIAL-RESULT = 'SUSPEND '
                  OR WS-NOW-SUSPENDED = 'y'
                   STRING 'OPERATOR ' DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY '  '
                      ' IS SUSPENDED, SEE THE SECURITY OFFICER'
                      DELIMITED BY SIZE INTO WS-ERROR-TEXT
               ELSE
                   STRING 'OPERATOR ' DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY '  '
                      ' NOT AUTHORIZED FOR UPDATES' DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-IF
           END-IF.
           IF WS-CHK-RESULT = 'U'
               MOVE 'OPERATOR MASTER NOT AVAILABLE, PROCEEDED UNCHECKED'
                  TO WS-WARNING
           END-IF.

       CHECK-FUNCTION-GRANT.
           IF OPR-SUSPENDED = 'Y'
               MOVE 'N' TO WS-CHK-RESULT
               MOVE 'SUSPEND ' TO WS-DENIAL-RESULT
           ELSE
               IF OPR-FN-ADD = 'Y' OR OPR-FN-ADD = 'y'
                   MOVE 'Y' TO WS-CHK-RESULT
               ELSE
                   MOVE 'N' TO WS-CHK-RESULT
                   MOVE 'DENIED  ' TO WS-DENIAL-RESULT
                   PERFORM COUNT-FAILURE
               END-IF
           END-IF.

      *CHKOPER's failure count: the day's count restarts on the
      *first failure of a new day, and the failure that reaches the
      *limit suspends the operator there and then
       COUNT-FAILURE.
           EXEC CICS READ
               DATASET('OPERMDT')
               INTO(OPERATOR-MASTER-RECORD)
               RIDFLD(OPR-ID)
               KEYLENGTH(12)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF OPR-FAIL-DATE NOT = WS-CURRENT-TIMESTAMP(1:8)
                  OR OPR-FAIL-COUNT NOT NUMERIC
                   MOVE WS-CURRENT-TIMESTAMP(1:8) TO OPR-FAIL-DATE
                   MOVE 0 TO OPR-FAIL-COUNT
               END-IF
               IF OPR-FAIL-COUNT < 99
                   ADD 1 TO OPR-FAIL-COUNT
               END-IF
               IF OPR-FAIL-COUNT >= WS-FAILURE-LIMIT
                   MOVE 'Y' TO OPR-SUSPENDED
                   MOVE WS-CURRENT-TIMESTAMP(1:8) TO OPR-SUSPEND-DATE
                   MOVE WS-CURRENT-TIMESTAMP(9:8) TO OPR-SUSPEND-TIME
                   MOVE 'y' TO WS-NOW-SUSPENDED
               END-IF
               EXEC CICS REWRITE
                   DATASET('OPERMDT')
                   FROM(OPERATOR-MASTER-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

      *Every sign-on attempt is recorded, denied ones included, on
      *the same SIGNLOG CHKOPER writes
       LOG-SIGNON.
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO SGN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO SGN-TIME.
           MOVE 'ADD  ' TO SGN-FUNCTION.
           MOVE SPACES TO SGN-SCOPE-UID.
           MOVE SPACES TO SGN-SCOPE-NAVY.
           MOVE SPACES TO SGN-SCOPE-THEATRE.
           MOVE SPACES TO SGN-ACTIONED-BY.
           EVALUATE WS-CHK-RESULT
               WHEN 'Y'
                   MOVE 'GRANTED ' TO SGN-RESULT
               WHEN 'N'
                   MOVE WS-DENIAL-RESULT TO SGN-RESULT
               WHEN OTHER
                   MOVE 'NOCHECK ' TO SGN-RESULT
           END-EVALUATE.
           PERFORM WRITE-SIGNON-ROW.

      *The suspension goes on the log as its own row, as CHKOPER's
      *does, so the security officer sees when and why
       LOG-SUSPENSION.
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO SGN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO SGN-TIME.
           MOVE 'SUSP ' TO SGN-FUNCTION.
           MOVE 'AUTO    ' TO SGN-RESULT.
           MOVE SPACES TO SGN-SCOPE-UID.
           MOVE SPACES TO SGN-SCOPE-NAVY.
           MOVE SPACES TO SGN-SCOPE-THEATRE.
           MOVE 'SHPUPD' TO SGN-ACTIONED-BY.
           PERFORM WRITE-SIGNON-ROW.

       WRITE-SIGNON-ROW.
           EXEC CICS WRITEQ TD
               QUEUE('SGNL')
               FROM(SIGNON-LOG-RECORD)
               LENGTH(LENGTH OF SIGNON-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.

      *NIGHTRUN's batch-window marker, read through file control; no
      *row at all means no window has ever been run
       CHECK-QUIESCE.
           MOVE 'ALLSHPS' TO QSC-KEY.
           EXEC CICS READ
               DATASET('QSCFLAG')
               INTO(QUIESCE-FLAG-RECORD)
               RIDFLD(QSC-KEY)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND QSC-STATE = 'Q'
               MOVE 'y' TO WS-QUIESCED
           END-IF.

      *A running bulk job holds the whole-file lock; an online
      *update during a sweep is exactly the lost-update case
       CHECK-BULK-LOCK.
           MOVE '**ALLSHPS***' TO LCK-UID.
           EXEC CICS READ
               DATASET('SHIPLOCK')
               INTO(SHIP-LOCK-RECORD)
               RIDFLD(LCK-UID)
               KEYLENGTH(12)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'y' TO WS-FAILED
               STRING 'ALLSHPS LOCKED FOR A BULK RUN BY '
                  DELIMITED BY SIZE
                  LCK-OPERATOR DELIMITED BY '  '
                  ' SINCE ' LCK-DATE DELIMITED BY SIZE
                  INTO WS-ERROR-TEXT
           END-IF.

      *A lock is simply a row keyed on the UID: the WRITE succeeding
      *means we hold it, the duplicate-key answer says who does
       ACQUIRE-RECORD-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-UID TO LCK-UID.
           MOVE WS-OPERATOR-ID TO LCK-OPERATOR.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO LCK-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO LCK-TIME.
           EXEC CICS WRITE
               DATASET('SHIPLOCK')
               FROM(SHIP-LOCK-RECORD)
               RIDFLD(LCK-UID)
               KEYLENGTH(12)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'y' TO WS-LOCK-HELD
           ELSE
               MOVE 'y' TO WS-FAILED
               IF WS-RESP = DFHRESP(DUPREC)
                   EXEC CICS READ
                       DATASET('SHIPLOCK')
                       INTO(SHIP-LOCK-RECORD)
                       RIDFLD(LCK-UID)
                       KEYLENGTH(12)
                       RESP(WS-RESP)
                   END-EXEC
                   STRING 'RECORD ' DELIMITED BY SIZE
                      WS-UID DELIMITED BY '  '
                      ' IN USE BY OPERATOR ' DELIMITED BY SIZE
                      LCK-OPERATOR DELIMITED BY '  '
                      ' SINCE ' LCK-DATE DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               ELSE
                   MOVE 'SHIPLOCK FILE ERROR' TO WS-ERROR-TEXT
               END-IF
           END-IF.

       RELEASE-RECORD-LOCK.
           MOVE WS-UID TO LCK-UID.
           EXEC CICS DELETE
               DATASET('SHIPLOCK')
               RIDFLD(LCK-UID)
               KEYLENGTH(12)
               RESP(WS-RESP)
           END-EXEC.
           MOVE 'n' TO WS-LOCK-HELD.

       READ-SHIP-FOR-UPDATE.
           MOVE WS-UID TO UID.
           EXEC CICS READ
               DATASET('ALLSHPS')
               INTO(SHIP-RECORD)
               RIDFLD(UID)
               KEYLENGTH(12)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'y' TO WS-FAILED
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'UID NOT FOUND' TO WS-ERROR-TEXT
               ELSE
                   MOVE 'FILE ERROR' TO WS-ERROR-TEXT
               END-IF
           END-IF.

      *The operator must hold the hull as she stands, and the theatre
      *she is being moved into; a refusal is logged on SIGNLOG. With
      *the operator master unavailable the scope goes unchecked, as
      *the sign-on did
       CHECK-HULL-SCOPE.
           MOVE UID TO WS-SCOPE-UID.
           MOVE SHIP-NAVY TO WS-SCOPE-NAVY.
           MOVE SHIP-THEATRE TO WS-SCOPE-THEATRE.
           IF WS-CHK-RESULT = 'U'
               MOVE 'U' TO WS-SCOPE-RESULT
           ELSE
               PERFORM CHECK-SCOPE-LISTS
               IF WS-SCOPE-RESULT NOT = 'N'
                  AND WS-NEW-THEATRE NOT = SPACES
                  AND WS-NEW-THEATRE NOT = SHIP-THEATRE
                   MOVE WS-NEW-THEATRE TO WS-SCOPE-THEATRE
                   PERFORM CHECK-SCOPE-LISTS
               END-IF
           END-IF.
           IF WS-SCOPE-RESULT = 'N'
               MOVE 'y' TO WS-FAILED
               PERFORM LOG-SCOPE-REFUSAL
               STRING 'OUTSIDE OPERATOR SCOPE: ' WS-SCOPE-NAVY ' '
                  WS-SCOPE-THEATRE
                  DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXEC CICS UNLOCK
                   DATASET('ALLSHPS')
               END-EXEC
           END-IF.

      *CHKOPER's SCOPE rule: the hull's navy and theatre must each
      *be on the operator's list, or the list must be blank
       CHECK-SCOPE-LISTS.
           MOVE 'y' TO WS-LIST-BLANK.
           MOVE 'n' TO WS-NAVY-IN-SCOPE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF OPR-SCOPE-NAVY(WS-IDX) NOT = SPACES
                   MOVE 'n' TO WS-LIST-BLANK
                   IF OPR-SCOPE-NAVY(WS-IDX) = WS-SCOPE-NAVY
                       MOVE 'y' TO WS-NAVY-IN-SCOPE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-BLANK = 'y'
               MOVE 'y' TO WS-NAVY-IN-SCOPE
           END-IF.
           MOVE 'y' TO WS-LIST-BLANK.
           MOVE 'n' TO WS-THEATRE-IN-SCOPE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF OPR-SCOPE-THEATRE(WS-IDX) NOT = SPACES
                   MOVE 'n' TO WS-LIST-BLANK
                   IF OPR-SCOPE-THEATRE(WS-IDX) = WS-SCOPE-THEATRE
                       MOVE 'y' TO WS-THEATRE-IN-SCOPE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-BLANK = 'y'
               MOVE 'y' TO WS-THEATRE-IN-SCOPE
           END-IF.
           IF WS-NAVY-IN-SCOPE = 'y' AND WS-THEATRE-IN-SCOPE = 'y'
               MOVE 'Y' TO WS-SCOPE-RESULT
           ELSE
               MOVE 'N' TO WS-SCOPE-RESULT
           END-IF.

      *Only refusals go on SIGNLOG for a scope check, as CHKOPER
      *logs them
       LOG-SCOPE-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO SGN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO SGN-TIME.
           MOVE 'SCOPE' TO SGN-FUNCTION.
           MOVE 'DENIED  ' TO SGN-RESULT.
           MOVE WS-SCOPE-UID TO SGN-SCOPE-UID.
           MOVE WS-SCOPE-NAVY TO SGN-SCOPE-NAVY.
           MOVE WS-SCOPE-THEATRE TO SGN-SCOPE-THEATRE.
           MOVE SPACES TO SGN-ACTIONED-BY.
           PERFORM WRITE-SIGNON-ROW.

      *Fields left blank keep the ship's value; then the same status
      *list, formation master, and theatre/fleet pairing the batch
      *writers enforce. A fleet THFLMST does not carry is a warning
      *in ADDSH and is a warning here.
       VALIDATE-CHANGES.
           IF WS-NEW-STATUS = SPACES
               MOVE SHIP-STATUS TO WS-NEW-STATUS
           END-IF.
           IF WS-NEW-THEATRE = SPACES
               MOVE SHIP-THEATRE TO WS-NEW-THEATRE
           END-IF.
           IF WS-NEW-FLEET = SPACES
               MOVE SHIP-FLEET TO WS-NEW-FLEET
           END-IF.
           IF WS-NEW-FORMATION = SPACES
               MOVE SHIP-FORMATION TO WS-NEW-FORMATION
           END-IF.
           EVALUATE WS-NEW-STATUS
               WHEN 'Operational'
               WHEN 'Repairing'
               WHEN 'Refitting'
               WHEN 'Resupplying'
               WHEN 'Reserve'
               WHEN 'Sunk'
               WHEN 'Scrapped'
               WHEN 'Missing'
                   CONTINUE
               WHEN OTHER
                   MOVE 'y' TO WS-FAILED
                   STRING 'INVALID STATUS ' WS-NEW-STATUS
                      DELIMITED BY SIZE INTO WS-ERROR-TEXT
           END-EVALUATE.
           IF WS-FAILED = 'n' AND WS-NEW-FORMATION NOT = SPACES
              AND WS-NEW-FORMATION NOT = SHIP-FORMATION
               MOVE WS-NEW-FORMATION TO FRM-NAME
               EXEC CICS READ
                   DATASET('FRMNMDT')
                   INTO(FORMATION-MASTER-RECORD)
                   RIDFLD(FRM-NAME)
                   KEYLENGTH(25)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'y' TO WS-FAILED
                   STRING 'UNRECOGNIZED FORMATION ' WS-NEW-FORMATION
                      DELIMITED BY SIZE INTO WS-ERROR-TEXT
               END-IF
           END-IF.
           IF WS-FAILED = 'n'
              AND (WS-NEW-FLEET NOT = SHIP-FLEET
                   OR WS-NEW-THEATRE NOT = SHIP-THEATRE)
               MOVE WS-NEW-FLEET TO TFX-FLEET
               EXEC CICS READ
                   DATASET('THFLXDT')
                   INTO(THEATRE-FLEET-XREF-RECORD)
                   RIDFLD(TFX-FLEET)
                   KEYLENGTH(20)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'FLEET NOT REGISTERED IN THEATRE-FLEET-XREF'
                      TO WS-WARNING
               ELSE
                   IF WS-NEW-THEATRE NOT = TFX-THEATRE
                       MOVE 'y' TO WS-FAILED
                       STRING 'THEATRE/FLEET MISMATCH: '
                          DELIMITED BY SIZE
                          WS-NEW-FLEET DELIMITED BY '  '
                          ' BELONGS TO THEATRE ' TFX-THEATRE
                          DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-FAILED = 'y'
               EXEC CICS UNLOCK
                   DATASET('ALLSHPS')
               END-EXEC
           END-IF.

       APPLY-CHANGES.
           PERFORM COMPARE-FIELDS.
           IF WS-CHANGED-FIELDS = SPACES
               EXEC CICS UNLOCK
                   DATASET('ALLSHPS')
               END-EXEC
           ELSE
               PERFORM MINT-CORRELATION-ID
               MOVE SHIP-STATUS TO WS-PRIOR-STATUS
               MOVE SHIP-RECORD TO WS-JRN-BEFORE-IMAGE
               MOVE WS-NEW-STATUS TO SHIP-STATUS
               MOVE WS-NEW-THEATRE TO SHIP-THEATRE
               MOVE WS-NEW-FLEET TO SHIP-FLEET
               MOVE WS-NEW-FORMATION TO SHIP-FORMATION
               MOVE 1 TO SHIP-FORMAT-VERSION
               EXEC CICS REWRITE
                   DATASET('ALLSHPS')
                   FROM(SHIP-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF SHIP-STATUS NOT = WS-PRIOR-STATUS
                       PERFORM LOG-STATUS-CHANGE
                   END-IF
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   IF SHIP-STATUS NOT = WS-PRIOR-STATUS
                      AND (SHIP-STATUS = 'Sunk'
                           OR SHIP-STATUS = 'Missing')
                       PERFORM QUEUE-COMPROMISE-EVENT
                   END-IF
               ELSE
                   MOVE 'y' TO WS-FAILED
                   MOVE 'REWRITE FAILED' TO WS-ERROR-TEXT
               END-IF
           END-IF.

      *Same field-by-field token list ADDSH writes to the audit
      *trail, over the four fields this transaction can change
       COMPARE-FIELDS.
           MOVE SPACES TO WS-CHANGED-FIELDS.
           MOVE 1 TO WS-CF-POINTER.
           IF WS-NEW-STATUS NOT = SHIP-STATUS
               STRING 'STATUS ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-CF-POINTER
           END-IF.
           IF WS-NEW-THEATRE NOT = SHIP-THEATRE
               STRING 'THEATRE ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-CF-POINTER
           END-IF.
           IF WS-NEW-FLEET NOT = SHIP-FLEET
               STRING 'FLEET ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-CF-POINTER
           END-IF.
           IF WS-NEW-FORMATION NOT = SHIP-FORMATION
               STRING 'FORMATION ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-CF-POINTER
           END-IF.

      *The hull goes on CBKQUE; the nightly CBKQRUN step lists her
      *on the CBKCOMP compromise report and marks her copies
       QUEUE-COMPROMISE-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO CBQ-UID.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO CBQ-EVENT-DATE.
           IF SHIP-STATUS = 'Sunk'
               MOVE 'SUNK' TO CBQ-EVENT
           ELSE
               MOVE 'MISSING' TO CBQ-EVENT
           END-IF.
           MOVE WS-OPERATOR-ID TO CBQ-OPERATOR.
           MOVE WS-CORR-ID TO CBQ-CORR-ID.
           EXEC CICS WRITEQ TD
               QUEUE('CBKQ')
               FROM(COMPROMISE-QUEUE-RECORD)
               LENGTH(LENGTH OF COMPROMISE-QUEUE-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-WARNING = SPACES
               MOVE 'HULL QUEUED FOR THE CONFIDENTIAL BOOKS REPORT'
                  TO WS-WARNING
           END-IF.

      *While the master is quiesced the checked change goes on
      *DEFRUPD as keyed, blanks and all, for DEFAPPLY to apply to the
      *hull as she stands at release; the hull is not touched now
       QUEUE-DEFERRED-UPDATE.
           PERFORM COMPARE-FIELDS.
           EXEC CICS UNLOCK
               DATASET('ALLSHPS')
           END-EXEC.
           IF WS-CHANGED-FIELDS NOT = SPACES
               PERFORM MINT-CORRELATION-ID
               PERFORM WRITE-DEFERRED-UPDATE
           END-IF.

      *Keyed on the arrival moment, the sequence stepped past any
      *row queued in the same hundredth, as DEFQPUT keys it
       WRITE-DEFERRED-UPDATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO DFQ-QUEUED-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO DFQ-QUEUED-TIME.
           MOVE 0 TO DFQ-SEQ.
           MOVE 'SHPUPD' TO DFQ-PROGRAM.
           MOVE WS-OPERATOR-ID TO DFQ-OPERATOR.
           MOVE WS-UID TO DFQ-UID.
           MOVE WS-CORR-ID TO DFQ-CORR-ID.
           MOVE SPACES TO DFQ-PAYLOAD.
           MOVE LK-NEW-STATUS TO DFQ-UPD-NEW-STATUS.
           MOVE LK-NEW-THEATRE TO DFQ-UPD-NEW-THEATRE.
           MOVE LK-NEW-FLEET TO DFQ-UPD-NEW-FLEET.
           MOVE LK-NEW-FORMATION TO DFQ-UPD-NEW-FORMATION.
           MOVE 'n' TO WS-QUEUED.
           PERFORM UNTIL WS-QUEUED NOT = 'n' OR DFQ-SEQ = 999
               EXEC CICS WRITE
                   DATASET('DEFRUPD')
                   FROM(DEFERRED-UPDATE-RECORD)
                   RIDFLD(DFQ-KEY)
                   KEYLENGTH(19)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'y' TO WS-QUEUED
               ELSE
                   IF WS-RESP = DFHRESP(DUPREC)
                       ADD 1 TO DFQ-SEQ
                   ELSE
                       MOVE 'e' TO WS-QUEUED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-QUEUED = 'y'
               MOVE SPACES TO WS-WARNING
               STRING 'ALLSHPS QUIESCED SINCE ' QSC-SET-TIME(1:6)
                  ', CHANGE QUEUED FOR RELEASE'
                  DELIMITED BY SIZE INTO WS-WARNING
           ELSE
               MOVE 'y' TO WS-FAILED
               MOVE SPACES TO WS-CHANGED-FIELDS
               STRING 'ALLSHPS QUIESCED AND DEFRUPD NOT WRITABLE, '
                  'RE-ENTER AFTER THE BATCH WINDOW'
                  DELIMITED BY SIZE INTO WS-ERROR-TEXT
           END-IF.

       LOG-STATUS-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO HIST-UID.
           MOVE WS-PRIOR-STATUS TO HIST-OLD-STATUS.
           MOVE SHIP-STATUS TO HIST-NEW-STATUS.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO HIST-CHANGE-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO HIST-CHANGE-TIME.
           MOVE WS-CORR-ID TO HIST-CORR-ID.
           EXEC CICS WRITEQ TD
               QUEUE('STHS')
               FROM(STATUS-HIST-RECORD)
               LENGTH(LENGTH OF STATUS-HIST-RECORD)
               RESP(WS-RESP)
           END-EXEC.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO AUD-UID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO AUD-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO AUD-TIME.
           MOVE 'UPDATE' TO AUD-ACTION.
           MOVE WS-CHANGED-FIELDS TO AUD-FIELDS-CHANGED.
           MOVE WS-CORR-ID TO AUD-CORR-ID.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(AUDIT-TRAIL-RECORD)
               LENGTH(LENGTH OF AUDIT-TRAIL-RECORD)
               RESP(WS-RESP)
           END-EXEC.

      *Same before/after-image journaling as ADDSH's
      *WRITE-JOURNAL-RECORD, for JRNRECOV single-record recovery
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE UID TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'SHPUPD' TO JRN-PROGRAM.
           MOVE 'UPDATE' TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE SHIP-RECORD TO JRN-AFTER-IMAGE.
           MOVE WS-CORR-ID TO JRN-CORR-ID.
           EXEC CICS WRITEQ TD
               QUEUE('JRNL')
               FROM(SHIP-JOURNAL-RECORD)
               LENGTH(LENGTH OF SHIP-JOURNAL-RECORD)
               RESP(WS-RESP)
           END-EXEC.

      *Mints the correlation identifier every log row this change
      *writes is stamped with, the minting moment to the second as
      *GETCORR mints it, and registers it on CORRLOG for CORRINQ
       MINT-CORRELATION-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(3:12) TO WS-CORR-ID.
           MOVE WS-CORR-ID TO COR-ID.
           MOVE 'SHPUPD' TO COR-PROGRAM.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO COR-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO COR-TIME.
           EXEC CICS WRITEQ TD
               QUEUE('CORL')
               FROM(CORRELATION-LOG-RECORD)
               LENGTH(LENGTH OF CORRELATION-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.

      *Same {"success":...} envelope SHPINQ answers with
       SEND-SUCCESS.
           MOVE SPACES TO WS-RESPONSE.
           MOVE 1 TO WS-RESPONSE-PTR.
           STRING '{"success":1,"uid":"' DELIMITED BY SIZE
              WS-UID DELIMITED BY SPACE
              '","changed":"' DELIMITED BY SIZE
              WS-CHANGED-FIELDS DELIMITED BY '  '
              '","warning":"' DELIMITED BY SIZE
              WS-WARNING DELIMITED BY '  '
              '"}' DELIMITED BY SIZE
              INTO WS-RESPONSE WITH POINTER WS-RESPONSE-PTR.
           COMPUTE WS-RESPONSE-LEN = WS-RESPONSE-PTR - 1.
           EXEC CICS SEND TEXT
               FROM(WS-RESPONSE)
               LENGTH(WS-RESPONSE-LEN)
           END-EXEC.

       SEND-ERROR.
           MOVE SPACES TO WS-RESPONSE.
           MOVE 1 TO WS-RESPONSE-PTR.
           STRING '{"success":0,"error":"' DELIMITED BY SIZE
              WS-ERROR-TEXT DELIMITED BY '  '
              '"}' DELIMITED BY SIZE
              INTO WS-RESPONSE WITH POINTER WS-RESPONSE-PTR.
           COMPUTE WS-RESPONSE-LEN = WS-RESPONSE-PTR - 1.
           EXEC CICS SEND TEXT
               FROM(WS-RESPONSE)
               LENGTH(WS-RESPONSE-LEN)
           END-EXEC.
