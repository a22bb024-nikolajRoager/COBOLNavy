      *The batch-window quiesce marker: a one-record keyed file,
      *the single row keyed 'ALLSHPS', so the CICS update SHPUPD can
      *read it through file control as well as the batch writers
      *through CHKQSC. NIGHTRUN sets it Q before the first step of
      *the window; DEFAPPLY sets it O when it releases the master.
       01 QUIESCE-FLAG-RECORD.
           05 QSC-KEY PIC X(8).
      *Q = quiesced for the batch window, O = open for updates
           05 QSC-STATE PIC X(1).
           05 QSC-SET-DATE PIC X(8).
           05 QSC-SET-TIME PIC X(8).
      *The step that set or cleared it
           05 QSC-SET-BY PIC X(8).
