      *The survivor and prisoner-of-war recovery register record:
      *one row per person a ship picked out of the water, keyed by
      *the rescuing ship's UID, the date of the rescue, and a
      *sequence within it. The hull the person came from is one of
      *ours (ALLSHPS), a merchantman (MERCHDT) or an enemy ship
      *(ENMYSHP), told apart by RCV-ORIGIN-KIND. Name and service
      *number are held where known. The landing port stays blank
      *while they are still aboard the rescuer. Captured by RCVREG;
      *enemy survivors are listed for the port by POWLIST.
       01 RECOVERY-RECORD.
           05 RCV-KEY.
                10 RCV-RESCUE-UID PIC X(12).
                10 RCV-DATE PIC X(8).
                10 RCV-SEQ PIC 9(3).
           05 RCV-GRID-SQUARE PIC X(6).
      *O = own ship, M = merchant vessel, E = enemy ship
           05 RCV-ORIGIN-KIND PIC X(1).
           05 RCV-ORIGIN-UID PIC X(12).
           05 RCV-SVC-NR PIC X(10).
           05 RCV-NAME PIC X(25).
           05 RCV-LANDED-PORT PIC X(25).
           05 RCV-LANDED-DATE PIC X(8).
