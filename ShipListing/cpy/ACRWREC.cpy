      *The aircrew register record: one row per pilot or observer,
      *keyed on his service number, with the carrier he is borne in
      *(the alternate key, so a carrier's aircrew are one START
      *away) and up to three aircraft models he is qualified on.
      *Against each model the dates of his last day and last night
      *deck landing, carried forward from the DLDLOG landing log,
      *say whether he is current on it. Maintained by ACRWMNT; read
      *by CHKACRW for the currency check behind ACRWCUR and AIROOB.
       01 AIRCREW-RECORD.
           05 ACR-SVC-NR PIC X(10).
           05 ACR-UID PIC X(12).
           05 ACR-NAME PIC X(25).
      *P = pilot, O = observer
           05 ACR-ROLE PIC X(1).
           05 ACR-QUAL OCCURS 3 TIMES.
      *The model as on ACMDLDT; spaces for an unused slot
                10 ACR-QUAL-MODEL PIC X(20).
                10 ACR-LAST-DAY-LANDING PIC X(8).
                10 ACR-LAST-NIGHT-LANDING PIC X(8).
