      *The theatre force-requirement record: one row per theatre and
      *hull type, holding how many hulls of that type the theatre
      *commander has stated the theatre needs and the date it was
      *stated. A fresh statement replaces the row. Captured by
      *FRCREQ; FRCSHORT sets it against the hulls in the theatre,
      *those due back from refit, and those due to commission.
       01 FORCE-REQUIREMENT-RECORD.
           05 FRQ-KEY.
                10 FRQ-THEATRE PIC X(20).
                10 FRQ-SHIP-TYPE PIC X(4).
           05 FRQ-REQUIRED-COUNT PIC 9(3).
           05 FRQ-STATED-DATE PIC X(8).
