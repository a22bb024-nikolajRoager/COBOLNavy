      *The degaussing register record: one row per UID, holding the
      *ship's last pass over a degaussing range -- the date she was
      *ranged, the range station, whether her coils passed, and the
      *date her certificate expires. Ranging her again replaces the
      *row, so the register always shows the certificate she holds
      *now. A failed ranging leaves her with no certificate however
      *far off the expiry date lies. Maintained by DGREG, checked
      *through CHKDG, and listed weekly by port by DGDUE.
       01 DEGAUSSING-RECORD.
           05 DGR-UID PIC X(12).
           05 DGR-RANGED-DATE PIC X(8).
           05 DGR-RANGE-STATION PIC X(25).
      *P = passed, F = failed
           05 DGR-RESULT PIC X(1).
           05 DGR-EXPIRY-DATE PIC X(8).
           05 DGR-ENTERED-DATE PIC X(8).
