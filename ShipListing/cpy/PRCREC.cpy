      *The practice-results record: one row per scored practice a
      *ship fired or ran -- full-calibre shoot, AA practice, or
      *anti-submarine attack exercise -- keyed by UID, practice
      *type, and date, so a ship's latest result of each type is
      *the last row of a short browse. The par is the PRCPAR figure
      *for her class and that type when the score was entered,
      *kept on the row so a later change of par does not rescore
      *old practices; zero when no par was on file. Captured by
      *PRCLOG; read by GETEFF for the efficiency figure and by
      *PRCDUE for the practices overdue.
       01 PRACTICE-RESULT-RECORD.
           05 PRC-KEY.
                10 PRC-UID PIC X(12).
      *F = full-calibre shoot, A = AA practice, S = A/S attack
      *exercise
                10 PRC-TYPE PIC X(1).
                10 PRC-DATE PIC X(8).
           05 PRC-SCORE PIC 9(4).
           05 PRC-PAR PIC 9(4).
           05 PRC-ENTERED-DATE PIC X(8).
