      *The deck-landing log record: one row per landing an aircrew
      *member makes on a carrier, keyed on his service number, the
      *date, and a sequence for several landings the same day. The
      *model flown and whether it was by day or night ride along;
      *the latest of each is carried forward onto his ACRWREC
      *qualification. Written by ACRWMNT.
       01 DECK-LANDING-RECORD.
           05 DLD-KEY.
                10 DLD-SVC-NR PIC X(10).
                10 DLD-DATE PIC X(8).
                10 DLD-SEQ PIC 9(2).
           05 DLD-UID PIC X(12).
           05 DLD-MODEL PIC X(20).
      *D = day, N = night
           05 DLD-DAY-NIGHT PIC X(1).
