      *The reserve register record: one row per hull laid up in
      *reserve (SHIP-STATUS 'Reserve' on ALLSHPS), keyed on her UID,
      *carrying where she lies, how she was preserved, when her
      *preservation was last inspected and when the next inspection
      *falls due, and the staff's estimate of the days it would take
      *to bring her back into service. Maintained by RSVREG; the
      *inspections falling due are listed nightly by RSVINSP, and
      *RSVFCST forecasts how many hulls of each type could be back
      *within 30, 60 and 90 days.
       01 RESERVE-REGISTER-RECORD.
           05 RSV-UID PIC X(12).
      *A port on the PORTMDT port master
           05 RSV-LAYUP-PORT PIC X(25).
      *A = ready reserve, a care and maintenance party aboard,
      *inspected every 90 days; B = preserved, machinery sealed and
      *dehumidified, every 180 days; C = extended reserve, the hull
      *kept and little else, every 365 days
           05 RSV-PRESERVATION-CAT PIC X(1).
           05 RSV-LAID-UP-DATE PIC X(8).
           05 RSV-LAST-INSPECTION PIC X(8).
      *The last inspection plus the category's interval
           05 RSV-INSPECTION-DUE PIC X(8).
           05 RSV-REACTIVATE-DAYS PIC 9(3).
           05 RSV-LAST-CHANGED PIC X(8).
