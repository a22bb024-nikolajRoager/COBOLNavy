           05 GRD-SQUARE PIC X(6).
           05 GRD-NAME PIC X(25).
           05 GRD-THEATRE PIC X(20).
      *Chart position of the square's centre in degrees and
      *minutes; hemisphere spaces on squares never plotted
           05 GRD-LAT-DEG PIC 99.
           05 GRD-LAT-MIN PIC 99.
           05 GRD-LAT-HEMI PIC X(1).
           05 GRD-LON-DEG PIC 9(3).
           05 GRD-LON-MIN PIC 99.
           05 GRD-LON-HEMI PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
