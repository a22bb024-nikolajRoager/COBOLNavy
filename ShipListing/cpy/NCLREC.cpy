      *The neutral-port visit clearance record: one row per
      *diplomatic clearance granted for a ship to call at a neutral
      *port, keyed on her UID, the PORTMSTR port, and the clearance
      *reference the granting government quoted. She may arrive on
      *any day of the permitted window and may stay no longer than
      *the maximum hours from arrival; past that she risks
      *internment. Maintained by NCLREG, checked through CHKNEUT by
      *SAILSCHD and ORDERS, and watched daily by OVERSTAY against
      *her position reports.
       01 NEUTRAL-CLEARANCE-RECORD.
           05 NCL-KEY.
                10 NCL-UID PIC X(12).
                10 NCL-PORT PIC X(25).
                10 NCL-REFERENCE PIC X(15).
           05 NCL-ARRIVE-FROM-DATE PIC X(8).
           05 NCL-ARRIVE-TO-DATE PIC X(8).
           05 NCL-MAX-STAY-HOURS PIC 9(3).
           05 NCL-ENTERED-DATE PIC X(8).
