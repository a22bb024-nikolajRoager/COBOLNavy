      *The submarine patrol-area record: one row per patrol a
      *friendly submarine is sent on, keyed by her UID and the date
      *she is due on station, so successive patrols of one boat are
      *successive rows. The patrol box is up to six GRIDMST squares
      *proven through CHKGRID. She is in transit from the day she
      *sails until she comes on station and again from the day she
      *leaves it until she is back in harbour; the box is hers for
      *the whole of that sortie, and any surface force in it then is
      *liable to be taken for the enemy. Maintained by SUBPTRL,
      *checked through CHKSUBP, listed daily by SUBDECON.
       01 PATROL-AREA-RECORD.
           05 SBP-KEY.
                10 SBP-SUB-UID PIC X(12).
                10 SBP-STATION-FROM PIC X(8).
           05 SBP-STATION-TO PIC X(8).
      *Sailed for the patrol, and back in harbour after it
           05 SBP-TRANSIT-OUT-DATE PIC X(8).
           05 SBP-TRANSIT-BACK-DATE PIC X(8).
           05 SBP-SQUARE-COUNT PIC 9.
           05 SBP-SQUARE PIC X(6) OCCURS 6 TIMES.
           05 SBP-AUTHORITY PIC X(25).
