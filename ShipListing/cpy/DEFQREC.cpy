      *The deferred-update queue record: one row per ALLSHPS update
      *an interactive writer (ADDSH, EXPEND, BULKSTAT, CONSOLE, the
      *CICS update SHPUPD) took while NIGHTRUN had ALLSHPS quiesced
      *for the backup and extract steps. Keyed on arrival date and
      *time, with a sequence to part two rows queued in the same
      *hundredth, so reading the file in key order is arrival
      *order. The payload is the writer's own transaction: ADDSH's
      *entered ship image, EXPEND's expenditure entry, BULKSTAT's
      *sweep criteria, SHPUPD's or CONSOLE's online change. Written
      *through DEFQPUT (SHPUPD writes it through CICS file control,
      *keyed the same way), applied and emptied by DEFAPPLY.
       01 DEFERRED-UPDATE-RECORD.
           05 DFQ-KEY.
                10 DFQ-QUEUED-DATE PIC X(8).
                10 DFQ-QUEUED-TIME PIC X(8).
                10 DFQ-SEQ PIC 9(3).
      *The writer the row came from; decides how it is replayed
           05 DFQ-PROGRAM PIC X(8).
           05 DFQ-OPERATOR PIC X(12).
      *The hull; spaces on a BULKSTAT sweep
           05 DFQ-UID PIC X(12).
           05 DFQ-CORR-ID PIC X(12).
           05 DFQ-PAYLOAD PIC X(495).
      *ADDSH: the ship record exactly as entered and confirmed
           05 DFQ-SHIP-IMAGE REDEFINES DFQ-PAYLOAD.
                10 DFQ-SHIP-UID PIC X(12).
                10 DFQ-SHIP-OTHER-DATA PIC X(483).
      *EXPEND: the expenditure or restock entry
           05 DFQ-EXPEND-ENTRY REDEFINES DFQ-PAYLOAD.
                10 DFQ-EXP-UID PIC X(12).
                10 DFQ-EXP-DATE PIC X(8).
      *E = expended (fired/dropped), R = restocked/resupplied
                10 DFQ-EXP-TRANSACTION-TYPE PIC X(1).
                10 DFQ-EXP-TORPEDOES-QTY PIC 9(3).
                10 DFQ-EXP-DEPTH-CHARGES-QTY PIC 9(3).
                10 DFQ-EXP-ENGAGEMENT-REF PIC X(30).
                10 FILLER PIC X(438).
      *BULKSTAT: the sweep criteria, run whole at replay
           05 DFQ-BULK-CRITERIA REDEFINES DFQ-PAYLOAD.
      *F = by fleet, M = by formation
                10 DFQ-BLK-FILTER-KIND PIC X(1).
                10 DFQ-BLK-FILTER-VALUE PIC X(25).
                10 DFQ-BLK-NEW-STATUS PIC X(11).
                10 FILLER PIC X(458).
      *SHPUPD: the online change as keyed, spaces in any field the
      *page was not changing; CONSOLE: the status change alone
           05 DFQ-ONLINE-CHANGE REDEFINES DFQ-PAYLOAD.
                10 DFQ-UPD-NEW-STATUS PIC X(11).
                10 DFQ-UPD-NEW-THEATRE PIC X(20).
                10 DFQ-UPD-NEW-FLEET PIC X(20).
                10 DFQ-UPD-NEW-FORMATION PIC X(25).
                10 FILLER PIC X(419).
