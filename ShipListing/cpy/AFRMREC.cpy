      *The airframe register record: one row per individual aircraft,
      *keyed on its serial, so the fleet can say which Swordfish went
      *over the side and which is overdue its 120-hour inspection
      *instead of only how many of a model a carrier holds. The
      *airframe belongs either to a carrier (AFR-UID) or to a shore
      *station (AFR-STATION, named as on the ACXFER log), never both.
      *Registered, moved, flown, inspected and written off through
      *ACFREG; reconciled against the AIRSTATE returns by ACFRECON;
      *the inspection-due list is ACFINSP.
       01 AIRFRAME-RECORD.
           05 AFR-SERIAL PIC X(10).
      *The model as on ACMDLDT
           05 AFR-MODEL PIC X(20).
           05 AFR-UID PIC X(12).
           05 AFR-STATION PIC X(20).
      *Total flying hours on the airframe, in hours and tenths
           05 AFR-HOURS PIC 9(5)V9.
      *Flying hours at the last major inspection, and its date
           05 AFR-HOURS-AT-INSP PIC 9(5)V9.
           05 AFR-INSP-DATE PIC X(8).
      *S = serviceable, U = unserviceable, W = written off
           05 AFR-STATE PIC X(1).
           05 AFR-LAST-FLOWN-DATE PIC X(8).
      *Date and cause of the loss or write-off; spaces until then
           05 AFR-WRITTEN-OFF-DATE PIC X(8).
           05 AFR-LOSS-CAUSE PIC X(30).
