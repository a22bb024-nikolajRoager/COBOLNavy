      *The operation plan record: one row per named operation with
      *its D-day and up to nine phases, each phase opening on a day
      *reckoned from D-day (D-3, D+0, D+5 ...). The orders, sailings
      *and task forces that make up the operation are tied to it on
      *the OPNLNK file (see OPLREC), each at its own D+n or D-n, so
      *moving D-day here is one OPNSLIP run instead of re-keying
      *every order and sailing by hand. Maintained by OPNPLAN,
      *reported by OPNSTAT.
       01 OPERATION-PLAN-RECORD.
           05 OPN-NAME PIC X(20).
           05 OPN-D-DAY PIC X(8).
           05 OPN-AUTHORITY PIC X(25).
           05 OPN-PHASE-COUNT PIC 9.
           05 OPN-PHASE OCCURS 9 TIMES.
                10 OPN-PHASE-NAME PIC X(20).
      *Day the phase opens: sign + or - and the days from D-day
                10 OPN-PHASE-SIGN PIC X(1).
                10 OPN-PHASE-DAYS PIC 9(3).
