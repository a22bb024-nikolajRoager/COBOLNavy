           05 ORD-AUTHORITY PIC X(25).
           05 ORD-ENTERED-DATE PIC X(8).
           05 ORD-STATE PIC X(1).
      *Port the order sends her to and the date she is to arrive
      *there; spaces when the order names no port
           05 ORD-DESTINATION PIC X(25).
           05 ORD-ARRIVAL-DATE PIC X(8).
       FD  SHIP-REFITS.
       01 REFIT-RECORD.
           05 REFIT-KEY.
