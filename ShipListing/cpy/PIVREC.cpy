      *The practice interval reference: one row per SHIP-TYPE and
      *practice type the type is required to carry out, holding
      *the most days allowed between practices. A type with no row
      *for a practice is not required to carry it out (a
      *battleship runs no A/S attack exercises). Maintained by
      *PRCINT; read by GETEFF and PRCDUE.
       01 PRACTICE-INTERVAL-RECORD.
           05 PIV-KEY.
                10 PIV-SHIP-TYPE PIC X(4).
      *F = full-calibre shoot, A = AA practice, S = A/S attack
      *exercise
                10 PIV-TYPE PIC X(1).
           05 PIV-INTERVAL-DAYS PIC 9(3).
