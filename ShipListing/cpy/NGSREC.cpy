      *The naval gunfire support request record: one row per call
      *for bombardment from an army formation, keyed by the
      *request's serial as it came in on the signal. The target is a
      *GRIDMST square proven through CHKGRID, the window is the
      *span the army wants the fire in, and the minimum calibre is
      *the smallest gun that will do the job. Entered by NGSREQ;
      *NGSALLOC proposes a ship for it -- one in the theatre with a
      *main battery of the calibre and the book stock on GUNAMMO to
      *fire the estimated rounds -- and NGSFIRE closes the mission,
      *posting the rounds actually fired to the GUNAMMO ledger.
       01 FIRE-SUPPORT-RECORD.
           05 NGS-ID PIC X(10).
           05 NGS-REQUESTING-UNIT PIC X(25).
           05 NGS-THEATRE PIC X(20).
           05 NGS-TARGET-SQUARE PIC X(6).
      *The window in GMT
           05 NGS-WINDOW-FROM-DATE PIC X(8).
           05 NGS-WINDOW-FROM-TIME PIC X(4).
           05 NGS-WINDOW-TO-DATE PIC X(8).
           05 NGS-WINDOW-TO-TIME PIC X(4).
           05 NGS-MIN-CALIBRE PIC 999V99.
           05 NGS-EST-ROUNDS PIC 9(5).
           05 NGS-ENTERED-DATE PIC X(8).
      *R = requested, P = ship proposed by NGSALLOC, F = fired and
      *the expenditure posted by NGSFIRE, X = cancelled
           05 NGS-STATE PIC X(1).
      *The ship proposed (then the ship that actually fired) and the
      *main-battery calibre the rounds are drawn from
           05 NGS-SHIP-UID PIC X(12).
           05 NGS-CALIBRE PIC 999V99.
           05 NGS-PROPOSED-DATE PIC X(8).
           05 NGS-ROUNDS-FIRED PIC 9(5).
           05 NGS-FIRED-DATE PIC X(8).
