      *The tow-task record: one row per tow of a damaged hull,
      *keyed by the damaged ship's UID and the date the tow starts,
      *naming the TUGREG tug assigned, the grid square where the two
      *meet, the PORTMSTR port nearest that square (the tow's
      *distance to its destination is the PRTDIST passage from
      *there), and the yard or port she is towed to. The outcome is
      *spaces while the tow is open. Maintained by TOWTASK, listed
      *by TOWBOARD, and counted by PORTCONG at the destination.
       01 TOW-TASK-RECORD.
           05 TOW-KEY.
                10 TOW-UID PIC X(12).
                10 TOW-START-DATE PIC X(8).
           05 TOW-TUG-UID PIC X(12).
           05 TOW-RENDEZVOUS-SQUARE PIC X(6).
           05 TOW-NEAREST-PORT PIC X(25).
           05 TOW-DESTINATION PIC X(25).
      *Spaces = open; A = arrived, S = sank under tow, X = tow
      *abandoned or cancelled
           05 TOW-OUTCOME PIC X(1).
           05 TOW-OUTCOME-DATE PIC X(8).
