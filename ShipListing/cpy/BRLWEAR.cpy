      *The barrel-wear record: one row per hull per gun calibre she
      *has fired, holding the running count of equivalent full
      *charges fired since the barrels were last relined. The count
      *is rebuilt from the GUNAMMO expenditure rows by BRLACC, which
      *counts only rounds fired after BWR-RELINE-DATE; a reline is
      *recorded by BRLMNT, which clears the count. Read by RLNDUE for
      *the reline-due list and by REFITS when a yard period opens.
       01 BARREL-WEAR-RECORD.
           05 BWR-KEY.
                10 BWR-UID PIC X(12).
                10 BWR-CALIBRE PIC 999V99.
      *M = main battery, S = secondary, space = neither (a calibre
      *the hull's gun fit on ALLSHPS does not carry)
           05 BWR-BATTERY PIC X(1).
           05 BWR-EFC-FIRED PIC 9(6)V99.
      *Spaces when no reline has been recorded
           05 BWR-RELINE-DATE PIC X(8).
           05 BWR-LAST-FIRED-DATE PIC X(8).
      *Date BRLACC last rebuilt the count
           05 BWR-BUILT-DATE PIC X(8).
