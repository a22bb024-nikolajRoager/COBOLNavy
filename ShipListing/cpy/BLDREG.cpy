           05 BLD-LAUNCH-DATE PIC X(8).
           05 BLD-EXPECTED-COMMISSION PIC X(8).
           05 BLD-STATE PIC X(1).
      *The theatre she is to commission into, so FRCSHORT can count
      *her against the theatre's stated requirement; spaces until
      *she is allocated
           05 BLD-PLANNED-THEATRE PIC X(20).
      *Stamped by SHPCOMM on commissioning: the day she commissioned
      *and the ALLSHPS UID she was given; spaces while building
           05 BLD-COMMISSIONED-DATE PIC X(8).
           05 BLD-COMMISSIONED-UID PIC X(12).
