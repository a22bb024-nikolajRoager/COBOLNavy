      *neither), holding the rounds expended and issued that day; a
      *second posting to the same day and calibre folds into the
      *existing row. MAGSTATE reports the magazine state per hull
      *and calibre from this ledger. NGSFIRE posts the rounds of a
      *completed gunfire support mission to the same rows.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
