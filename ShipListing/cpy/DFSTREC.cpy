      *The direction-finding station master record: one row per
      *shore or ship-borne HF/DF station that reports bearings, with
      *the grid square it stands in (proven through CHKGRID) and its
      *fixed position in degrees and minutes, the origin of every
      *bearing line it reports. Maintained by DFSTMNT; read by DFBRG
      *to prove the reporting station and by DFFIX to cross bearings.
       01 DF-STATION-RECORD.
           05 DFS-STATION PIC X(20).
           05 DFS-GRID-SQUARE PIC X(6).
           05 DFS-LAT-DEG PIC 99.
           05 DFS-LAT-MIN PIC 99.
           05 DFS-LAT-HEMI PIC X(1).
           05 DFS-LON-DEG PIC 9(3).
           05 DFS-LON-MIN PIC 99.
           05 DFS-LON-HEMI PIC X(1).
           05 DFS-AUTHORITY PIC X(25).
