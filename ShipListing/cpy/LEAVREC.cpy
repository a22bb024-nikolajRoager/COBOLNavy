      *The leave ledger record: one row per period of leave granted
      *to a man, keyed on his service number and the first day of
      *the leave, so his whole leave history is one browse. The
      *hull is the one he was borne in when the leave was granted.
      *Captured by LEAVMNT, which also sets the periods charged
      *against the man's entitlement; read by CHKLEAVE for the
      *sailing-date leave check and by LEAVRCL for the recall list.
       01 LEAVE-RECORD.
           05 LVE-KEY.
                10 LVE-SVC-NR PIC X(10).
                10 LVE-START-DATE PIC X(8).
           05 LVE-UID PIC X(12).
      *Last day of leave as granted, inclusive
           05 LVE-END-DATE PIC X(8).
      *G = granted, not yet back; T = taken, returned on time;
      *R = recalled, back early on LVE-RETURN-DATE; C = cancelled
           05 LVE-STATE PIC X(1).
           05 LVE-RETURN-DATE PIC X(8).
      *Days charged against his entitlement: the granted period, or
      *the days actually ashore when recalled, none if cancelled
           05 LVE-DAYS PIC 9(3).
      *Where he can be reached by telegram if he has to be recalled
           05 LVE-ADDRESS PIC X(30).
