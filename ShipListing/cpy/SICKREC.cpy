      *The sick-list record: one row per man reported sick, keyed on
      *the hull's UID, his service number, and the date he went on
      *the list, so a ship's whole sick bay is one browse and a man
      *who falls sick twice has two rows. The row stays open (return
      *date spaces) until he is back at duty. Captured by SICKLST
      *from the medical officer's daily return; FITRPT takes the
      *open rows off each ship's strength.
       01 SICK-LIST-RECORD.
           05 SCK-KEY.
                10 SCK-UID PIC X(12).
                10 SCK-SVC-NR PIC X(10).
                10 SCK-REPORTED-DATE PIC X(8).
      *Y = landed to hospital ashore, N = in the ship's sick bay
           05 SCK-LANDED-FLAG PIC X(1).
           05 SCK-HOSPITAL PIC X(20).
      *Spaces while he is on the list; otherwise the date he
      *returned to duty -- off the list on that date
           05 SCK-RETURN-DATE PIC X(8).
