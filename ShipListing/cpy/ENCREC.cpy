      *The enemy construction estimate: one row per enemy hull the
      *intelligence staff believe to be building, keyed on an
      *estimate id, carrying the yard she is building at, her class
      *(an ENMCLS class name), the theatre she is expected to join,
      *the estimated launch and completion dates, and an A-E
      *confidence grade on the estimate. ENC-STATE is B while she is
      *building, C once she is carried on ENMYSHP as a unit in her
      *own right, X when the estimate is withdrawn; only B rows are
      *projected forward. Captured by ENMBLD; ENMPROJ and FORCECMP
      *project the enemy order of battle from it.
       01 ENEMY-CONSTRUCTION-RECORD.
           05 ENC-ID PIC X(10).
           05 ENC-YARD-NAME PIC X(25).
           05 ENC-CLASS PIC X(20).
      *Name if known, spaces if not
           05 ENC-NAME PIC X(20).
           05 ENC-THEATRE PIC X(20).
      *Spaces while no launch has been estimated
           05 ENC-EST-LAUNCH-DATE PIC X(8).
           05 ENC-EST-COMPLETION-DATE PIC X(8).
           05 ENC-CONFIDENCE PIC X(1).
           05 ENC-STATE PIC X(1).
           05 ENC-ASSESSED-DATE PIC X(8).
