      *The sea-going allowance rate record: one row per hull type
      *(SHIP-TYPE on ALLSHPS) and rank or rate code (RANKREF), with
      *the daily sea pay and the daily hard-lying money a man of that
      *rank draws while borne in a hull of that type. A hull type
      *with no row for a rank pays that rank nothing; hard lying is
      *zero for the types that are not small ships. Maintained by
      *ALWMST; ALWROLL strikes the monthly allowance roll from it.
       01 ALLOWANCE-RATE-RECORD.
           05 ALW-KEY.
                10 ALW-SHIP-TYPE PIC X(4).
                10 ALW-RANK-CODE PIC X(6).
      *Daily rates, two decimal places, per day borne
           05 ALW-SEA-PAY-RATE PIC 9(3)V99.
           05 ALW-HARD-LYING-RATE PIC 9(3)V99.
           05 ALW-LAST-CHANGED PIC X(8).
