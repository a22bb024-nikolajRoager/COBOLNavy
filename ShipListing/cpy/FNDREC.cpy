      *The inspection finding record: one row per defect or
      *deficiency an inspection found, under the INSPCT inspection
      *key (hull and inspection date) with an item number, the
      *category, the department answerable for putting it right,
      *and the date it is to be corrected by. The status flips to
      *Closed, with the date, when the ship reports it corrected.
      *Maintained by INSFIND; overdue rows are chased by INSCHASE.
       01 INSPECTION-FINDING-RECORD.
           05 FND-KEY.
                10 FND-UID PIC X(12).
                10 FND-INSP-DATE PIC X(8).
                10 FND-ITEM-NR PIC 9(3).
      *Hull / Machinery / Armament / Electrical / Stores /
      *Cleanliness / Drill / Records ...
           05 FND-CATEGORY PIC X(12).
           05 FND-DESCRIPTION PIC X(60).
      *Gunnery / Engineering / Electrical / Supply / Executive ...
           05 FND-DEPARTMENT PIC X(12).
           05 FND-DUE-DATE PIC X(8).
      *Open / Closed
           05 FND-STATUS PIC X(8).
           05 FND-CLOSED-DATE PIC X(8).
