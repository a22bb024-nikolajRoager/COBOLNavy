      *The convoy cargo manifest record: what one merchantman
      *actually carried on one sailing, one row per commodity she
      *loaded. MER-CARGO-CLASS on MERCHDT says only what kind of
      *ship she is; this says what was in her this time. The
      *sailing is the SAILSCH schedule of the convoy's task force,
      *and its departure date is carried here so the tonnage can be
      *reported by the month it sailed. Captured by CVYMAN,
      *reported by CVYDLV against the CVARRIV arrival outcomes.
       01 CARGO-MANIFEST-RECORD.
           05 CGM-KEY.
                10 CGM-TF-ID PIC X(8).
                10 CGM-MER-UID PIC X(12).
      *OIL / AVGAS / GRAIN / MEAT / SUGAR / STEEL / MUNITIONS ...
                10 CGM-COMMODITY PIC X(10).
           05 CGM-TONS PIC 9(6).
           05 CGM-SAIL-DATE PIC X(8).
