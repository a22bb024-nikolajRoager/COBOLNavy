      *The rank/rate reference record: one row per rank or rate code
      *the roster may carry, so 'Lt' and 'LT' are not two ranks and
      *a lieutenant can be told from a commander by the programs
      *rather than by eye. RNK-PRECEDENCE orders the ranks for the
      *Navy List -- 1 is the most senior -- and RNK-CLASS splits
      *commissioned officers from ratings. Maintained by RNKMST,
      *looked up through GETRNK.
       01 RANK-RECORD.
           05 RNK-CODE PIC X(6).
           05 RNK-TITLE PIC X(25).
      *O = commissioned officer, R = rating
           05 RNK-CLASS PIC X(1).
           05 RNK-PRECEDENCE PIC 9(3).
