      *The convoy arrival record: what became of one merchantman on
      *one sailing, as reported when the convoy came in. A = she
      *arrived with the convoy; S = she straggled and was not with
      *it at the end (amended to A or L when her fate is known);
      *L = she was lost on passage. A member with no row has not yet
      *been reported. Captured by CVYMAN, kept in step with the
      *straggler log by STRGLOG, read by CVYDLV.
       01 CONVOY-ARRIVAL-RECORD.
           05 CVA-KEY.
                10 CVA-TF-ID PIC X(8).
                10 CVA-MER-UID PIC X(12).
           05 CVA-OUTCOME PIC X(1).
           05 CVA-DATE PIC X(8).
           05 CVA-REMARKS PIC X(30).
