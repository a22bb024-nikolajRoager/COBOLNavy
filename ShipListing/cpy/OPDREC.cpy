      *The operational defect (OPDEF) record: one row per defect a
      *ship has signalled against an equipment or system, keyed on
      *her UID, the date it was raised and the equipment. While it
      *is open (no cleared date) the restriction it carries stands
      *over her ALLSHPS figures: TFPLAN, SAILSCHD's ETA proof and
      *READYGRD take her capability through GETOPDF, not off the
      *master, and OPDRPT lists the open ones by fleet each night.
      *Maintained by OPDREG.
       01 OPDEF-RECORD.
           05 OPD-KEY.
                10 OPD-UID PIC X(12).
                10 OPD-RAISED-DATE PIC X(8).
                10 OPD-EQUIPMENT PIC X(20).
           05 OPD-DEFECT PIC X(40).
      *The restriction: zero speed means her speed is not limited,
      *sensor out is R radar, S sonar, B both, space neither; guns
      *out are counted the way SHIP-MAIN-GUN-NR and
      *SHIP-SECONDARY-NR count them
           05 OPD-RESTRICTION.
                10 OPD-MAX-SPEED-KN PIC 99V99.
                10 OPD-SENSOR-OUT PIC X(1).
                10 OPD-MAIN-GUNS-OUT PIC 9(3).
                10 OPD-SECONDARY-GUNS-OUT PIC 9(3).
           05 OPD-EXPECTED-DATE PIC X(8).
      *Spaces while the defect is open
           05 OPD-CLEARED-DATE PIC X(8).
