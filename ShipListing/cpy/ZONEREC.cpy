      *The theatre time-zone reference: one row per theatre with the
      *naval zone letter its ships and offices keep (A-M ahead of
      *GMT, N-Y behind, Z GMT). Maintained by ZONEMST, read through
      *GETZONE.
       01 THEATRE-ZONE-RECORD.
           05 ZNR-THEATRE PIC X(20).
           05 ZNR-ZONE PIC X(1).
           05 ZNR-DESCRIPTION PIC X(25).
