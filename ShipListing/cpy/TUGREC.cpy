      *The salvage-tug register record: one row per salvage vessel
      *or ocean tug, keyed by her ALLSHPS UID, with the PORTMSTR
      *port she is based on, her towing power as bollard pull, and
      *the speed she can make with a damaged hull in tow -- the
      *speed TOWETA works a tow's arrival from. Maintained by
      *TUGREG.
       01 SALVAGE-TUG-RECORD.
           05 TUG-UID PIC X(12).
      *S = salvage vessel, T = ocean tug
           05 TUG-KIND PIC X(1).
           05 TUG-BASE-PORT PIC X(25).
           05 TUG-BOLLARD-PULL-TONS PIC 9(3).
           05 TUG-TOW-SPEED-KN PIC 99V9.
