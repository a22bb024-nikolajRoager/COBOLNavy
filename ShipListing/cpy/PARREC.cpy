      *The practice par reference: one row per ship class and
      *practice type, holding the score a hull of that class is
      *expected to make -- a destroyer's full-calibre par is not a
      *battleship's. Maintained by PRCPAR; copied onto each result
      *by PRCLOG.
       01 PRACTICE-PAR-RECORD.
           05 PAR-KEY.
                10 PAR-CLASS-NAME PIC X(20).
      *F = full-calibre shoot, A = AA practice, S = A/S attack
      *exercise
                10 PAR-TYPE PIC X(1).
           05 PAR-SCORE PIC 9(4).
