      *The straggler log record: one row each time a merchantman
      *falls out of a convoy at sea, keyed by the sailing (the
      *convoy's SAILSCH task force), her MER-UID, and the date and
      *time she was lost touch with, so a ship that straggles twice
      *on one passage has two rows. The last position is the grid
      *square proven through CHKGRID. An escort detached to search
      *for her is recorded against the row; the outcome stays blank
      *while she is still adrift. Captured by STRGLOG, listed by
      *STRGOPEN, rated by STRGRATE.
       01 STRAGGLER-RECORD.
           05 STG-KEY.
                10 STG-TF-ID PIC X(8).
                10 STG-MER-UID PIC X(12).
      *GMT, converted from the zone she was reported in
                10 STG-DROP-DATE PIC X(8).
                10 STG-DROP-TIME PIC X(4).
           05 STG-GRID-SQUARE PIC X(6).
           05 STG-ESCORT-UID PIC X(12).
           05 STG-ESCORT-DATE PIC X(8).
      *R = rejoined the convoy, I = arrived independently,
      *L = lost; space while she is still adrift
           05 STG-OUTCOME PIC X(1).
           05 STG-OUTCOME-DATE PIC X(8).
