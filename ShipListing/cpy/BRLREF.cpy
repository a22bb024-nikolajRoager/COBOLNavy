      *The barrel-life reference record: one row per gun calibre,
      *giving the number of equivalent full charges (EFC) a barrel of
      *that calibre is rated to fire before it must be relined, and
      *how many EFC an ordinary round of that calibre counts for --
      *a reduced-charge practice round wears the bore less than a
      *full-charge one. Maintained by BRLMNT; read by BRLACC to turn
      *the rounds expended on GUNAMMO into EFC, and by RLNDUE and
      *REFITS to measure the count against the rated life.
       01 BARREL-LIFE-RECORD.
           05 BRL-CALIBRE PIC 999V99.
           05 BRL-GUN-MARK PIC X(25).
           05 BRL-RATED-EFC PIC 9(5).
      *EFC per round as ordinarily fired; 1.00 = full charge
           05 BRL-EFC-FACTOR PIC 9V99.
